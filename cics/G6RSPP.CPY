      ***************************************************************
      * G6RSPP.CPY - ONLINE RESPONSE-TIME INSTRUMENTATION PARAGRAPHS
      * (PAIR WITH G6RSPW.CPY - SEE THERE).  SAME COPY-IN-THE-LOGIC
      * TECHNIQUE AS CICAIDPF'S CHECK-PF-KEY.
      ***************************************************************
       START-TRIP-TIMER.
           CALL 'GETTIME' USING RSP-MICRO-START.
           ACCEPT RSP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RSP-START-TIME FROM TIME.

      * ONE ROW FOR THE TRIP NOW ENDING.  THE STREAM IS OPENED AND
      * CLOSED HERE SINCE A TRIP WRITES EXACTLY ONE ROW.
       LOG-TRIP-TIME.
           CALL 'GETTIME' USING RSP-MICRO-END.
           COMPUTE RSP-MICRO-SEC = RSP-MICRO-END - RSP-MICRO-START.
           IF RSP-MICRO-SEC < 0
               MOVE 0 TO RSP-MICRO-SEC
           END-IF.
           MOVE SPACES TO RSPL-REC.
           MOVE EIBTRNID TO RSPL-TRANSID.
           MOVE EIBOPID  TO RSPL-OPID.
           MOVE EIBTRMID TO RSPL-TRMID.
           EVALUATE EIBAID
               WHEN DFHENTER MOVE 'ENTER' TO RSPL-AID
               WHEN DFHCLEAR MOVE 'CLEAR' TO RSPL-AID
               WHEN DFHPA1   MOVE 'PA1'   TO RSPL-AID
               WHEN DFHPA2   MOVE 'PA2'   TO RSPL-AID
               WHEN DFHPA3   MOVE 'PA3'   TO RSPL-AID
               WHEN DFHPF1   MOVE 'PF1'   TO RSPL-AID
               WHEN DFHPF2   MOVE 'PF2'   TO RSPL-AID
               WHEN DFHPF3   MOVE 'PF3'   TO RSPL-AID
               WHEN DFHPF4   MOVE 'PF4'   TO RSPL-AID
               WHEN DFHPF5   MOVE 'PF5'   TO RSPL-AID
               WHEN DFHPF6   MOVE 'PF6'   TO RSPL-AID
               WHEN DFHPF7   MOVE 'PF7'   TO RSPL-AID
               WHEN DFHPF8   MOVE 'PF8'   TO RSPL-AID
               WHEN DFHPF9   MOVE 'PF9'   TO RSPL-AID
               WHEN DFHPF10  MOVE 'PF10'  TO RSPL-AID
               WHEN DFHPF11  MOVE 'PF11'  TO RSPL-AID
               WHEN DFHPF12  MOVE 'PF12'  TO RSPL-AID
               WHEN DFHPF13  MOVE 'PF13'  TO RSPL-AID
               WHEN DFHPF14  MOVE 'PF14'  TO RSPL-AID
               WHEN DFHPF15  MOVE 'PF15'  TO RSPL-AID
               WHEN DFHPF16  MOVE 'PF16'  TO RSPL-AID
               WHEN DFHPF17  MOVE 'PF17'  TO RSPL-AID
               WHEN DFHPF18  MOVE 'PF18'  TO RSPL-AID
               WHEN DFHPF19  MOVE 'PF19'  TO RSPL-AID
               WHEN DFHPF20  MOVE 'PF20'  TO RSPL-AID
               WHEN DFHPF21  MOVE 'PF21'  TO RSPL-AID
               WHEN DFHPF22  MOVE 'PF22'  TO RSPL-AID
               WHEN DFHPF23  MOVE 'PF23'  TO RSPL-AID
               WHEN DFHPF24  MOVE 'PF24'  TO RSPL-AID
               WHEN OTHER    MOVE 'OTHER' TO RSPL-AID
           END-EVALUATE.
           MOVE RSP-START-DATE TO RSPL-DATE.
           MOVE RSP-START-TIME TO RSPL-START-TIME.
           ACCEPT RSPL-END-TIME FROM TIME.
           MOVE RSP-MICRO-SEC TO RSPL-MICRO.
           CALL 'CBL_OPEN_FILE' USING RSP-FILE-NAME
                    RSP-FILE-ACC RSP-FILE-DENY
                    RSP-FILE-DEV RSP-FILE-HND
               GIVING RSP-FILE-STAT.
           IF RSP-FILE-STAT = 0
               MOVE LENGTH OF RSPL-REC TO RSP-FILE-LEN
               CALL 'CBL_WRITE_FILE' USING RSP-FILE-HND
                        RSP-FILE-LEN RSP-FILE-FLG
                        RSP-FILE-RSV RSPL-REC
                   GIVING RSP-FILE-STAT
               CALL 'CBL_CLOSE_FILE' USING RSP-FILE-HND
                   GIVING RSP-FILE-STAT
           END-IF.
