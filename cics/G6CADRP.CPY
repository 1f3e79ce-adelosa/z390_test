      ***************************************************************
      * G6CADRP.CPY - TYPED-ADDRESS SELECTION PARAGRAPHS (PAIR WITH
      * G6CADRW.CPY - SEE THERE FOR THE CALLING CONVENTION).
      ***************************************************************
       PICK-TYPED-ADDRESS.
           MOVE SPACE TO CADR-PICK-TYPE.
           MOVE CUST-ADDR TO CADR-PICK-ADDR.
           MOVE CUST-ZIP  TO CADR-PICK-ZIP.
           PERFORM TRY-ONE-ADDRESS-TYPE
               VARYING CADR-PICK-IDX FROM 1 BY 1
               UNTIL CADR-PICK-IDX > 3
                  OR CADR-PICK-TYPE NOT = SPACE.

       TRY-ONE-ADDRESS-TYPE.
           IF CADR-PICK-ORD-TYPE (CADR-PICK-IDX) NOT = SPACE
               MOVE CUST-ID TO CADR-CUST-ID
               MOVE CADR-PICK-ORD-TYPE (CADR-PICK-IDX) TO CADR-TYPE
               READ CADRFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CADR-TYPE TO CADR-PICK-TYPE
                       MOVE CADR-ADDR TO CADR-PICK-ADDR
                       MOVE CADR-ZIP  TO CADR-PICK-ZIP
               END-READ
           END-IF.
