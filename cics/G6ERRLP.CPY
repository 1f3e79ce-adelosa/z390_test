      ***************************************************************
      * G6ERRLP.CPY - VALIDATION-ERROR EVENT LOGGING PARAGRAPH (PAIR
      * WITH G6ERRLW.CPY - SEE THERE FOR WHICH CODES ARE LOGGED).
      * SE-MSG-CODE-WK HOLDS THE CODE JUST LOOKED UP; SE-MSG-IDX IS
      * LEFT ALONE FOR THE CALLER.
      ***************************************************************
       LOG-ERROR-EVENT.
           MOVE 'N' TO ERRL-FLD-FOUND.
           SET ERRL-FLD-IDX TO 1.
           SEARCH ERRL-FLD-ENTRY
               WHEN ERRL-FLD-CODE (ERRL-FLD-IDX) = SE-MSG-CODE-WK
                   MOVE 'Y' TO ERRL-FLD-FOUND
           END-SEARCH.
           IF ERRL-FLD-FOUND = 'Y'
               MOVE SPACES TO ERRL-REC
               MOVE EIBOPID  TO ERRL-OPID
               MOVE EIBTRMID TO ERRL-TRMID
               MOVE EIBTRNID TO ERRL-SCREEN
               MOVE ERRL-FLD-NAME (ERRL-FLD-IDX) TO ERRL-FIELD
               MOVE SE-MSG-CODE-WK TO ERRL-CODE
               ACCEPT ERRL-DATE FROM DATE YYYYMMDD
               ACCEPT ERRL-TIME FROM TIME
               IF ERRL-FILE-OPENED = 'N'
                   CALL 'CBL_OPEN_FILE' USING ERRL-FILE-NAME
                            ERRL-FILE-ACC ERRL-FILE-DENY
                            ERRL-FILE-DEV ERRL-FILE-HND
                       GIVING ERRL-FILE-STAT
                   MOVE 'Y' TO ERRL-FILE-OPENED
               END-IF
               MOVE LENGTH OF ERRL-REC TO ERRL-FILE-LEN
               CALL 'CBL_WRITE_FILE' USING ERRL-FILE-HND
                        ERRL-FILE-LEN ERRL-FILE-FLG
                        ERRL-FILE-RSV ERRL-REC
                   GIVING ERRL-FILE-STAT
           END-IF.
