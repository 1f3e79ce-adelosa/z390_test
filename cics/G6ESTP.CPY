      ***************************************************************
      * G6ESTP.CPY - DECEASED-CUSTOMER ROUTING PARAGRAPHS (PAIR WITH
      * G6ESTW.CPY - SEE THERE FOR THE CALLING CONVENTION).
      ***************************************************************
       PICK-ESTATE-ROUTE.
           MOVE SPACE TO EST-ROUTE.
           MOVE SPACES TO EST-ROUTE-NAME EST-ROUTE-ADDR
                          EST-ROUTE-ZIP EST-ROUTE-ATTN.
           IF CUST-IS-DECEASED
               MOVE 'S' TO EST-ROUTE
               MOVE CUST-ID TO EST-CUST-ID
               READ ESTFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EST-CONTACT-NAME NOT = SPACES
                           AND EST-CONTACT-ADDR NOT = SPACES
                           MOVE 'R' TO EST-ROUTE
                           MOVE EST-CONTACT-NAME TO EST-ROUTE-NAME
                           MOVE EST-CONTACT-ADDR TO EST-ROUTE-ADDR
                           MOVE EST-CONTACT-ZIP  TO EST-ROUTE-ZIP
                           STRING 'ESTATE OF ' DELIMITED BY SIZE
                                  CUST-NAME DELIMITED BY SIZE
                             INTO EST-ROUTE-ATTN
                       END-IF
               END-READ
           END-IF.
