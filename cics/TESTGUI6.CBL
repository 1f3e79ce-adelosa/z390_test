        IDENTIFICATION DIVISION.
      *
      * GUI6 CUSTOMER NAME/ADDRESS SCREEN - DRIVING TRANSACTION
      *
      * PF12 RETURNS TO THE SCREEN GUI6 WAS REACHED FROM (THE SEARCH
      * PAGE, THE MENU, A HOUSEHOLD) WHEN THE NAVIGATION STACK HOLDS
      * ONE, OTHERWISE IT CANCELS THE TRIP'S EDITS.  PF2 JUMPS TO THE
      * CUSTOMER'S HOUSEHOLD AND PF6 TO ITS NOTES, BOTH PUSHING GUI6
      * SO PF12 THERE COMES BACK TO THIS CUSTOMER.
      *
        PROGRAM-ID. TESTGUI6.
        ENVIRONMENT DIVISION.
        WORKING-STORAGE SECTION.
        COPY MAP01CB.
        COPY MAP08CB.
        COPY MAP17CB.
        COPY MAP23CB.
        COPY MAP24CB.
        COPY SCRNERR.
        COPY G6ERRLW.
        COPY G6RSNCD.
        COPY CUSTMAST.
        COPY DFHAID.
        01  WS-EM-IDX          PIC 9(2) COMP.
        01  WS-EM-AT-POS       PIC 9(2).
        01  WS-EM-DOT-OK       PIC X(1).
      * THE CONTACT PREFERENCES AS THEY WILL STAND AFTER THE SAVE -
      * CUST-CONSENT WITH EACH KEYED Y/N LAID OVER IT.
        01  WS-NEW-CONSENT.
            02  WS-NEW-NO-MAIL     PIC X(1).
            02  WS-NEW-NO-EMAIL    PIC X(1).
            02  WS-NEW-NO-SHARE    PIC X(1).

      * TYPED-ADDRESSES PAGE (PF11) - THE CUSTOMER'S MAILING,
      * RESIDENTIAL AND BILLING ADDRESSES ON THE G6CADDR KSDS (SEE
      * G6CADDR.CPY), ONE ROW PER TYPE, MAINTAINED THROUGH THE SAME
      * ZIPREF/ADDRVFY CHECKS AS THE MAIN ADDRESS.  KEYING DELETE
      * AS THE ADDRESS WITH NO ZIP DROPS THE TYPE, AND THE JOBS FALL
      * BACK TO THE ADDRESS OF RECORD FOR IT.
        COPY G6CADDR.
        01  WS-CADR-RESP       PIC S9(8) COMP.
        01  WS-CADR-ON-FILE    PIC X(1).
        01  WS-CADR-DELETE     PIC X(1).
        01  WS-CADR-OLD-ADDR   PIC X(40).
        01  WS-CADR-OLD-ZIP    PIC X(5).
        01  WS-CADR-MSG-CODE   PIC X(4).

      * BEREAVEMENT PAGE (PF17) - A SUPERVISOR RECORDS A CUSTOMER'S
      * DEATH: CUST-STATUS 'X' ON CUSTMAST, AND THE DATE OF DEATH AND
      * ESTATE CONTACT ON THE G6ESTATE KSDS (SEE G6ESTATE.CPY) THAT
      * THE OUTBOUND JOBS REDIRECT OR SUPPRESS THEIR POST BY.  ONCE
      * RECORDED THE CUSTOMER TAKES NO OTHER CHANGE; THE PAGE STAYS
      * OPEN FOR CORRECTING THE ESTATE DETAILS.
        COPY G6ESTATE.
        01  WS-EST-RESP        PIC S9(8) COMP.
        01  WS-EST-ON-FILE     PIC X(1).
        01  WS-EST-DOD-NUM     PIC 9(8).
        01  WS-EST-ACTION      PIC X(8).

      * DIRECT-DEBIT PAGE (PF18) - THE CUSTOMER'S STANDING
      * INSTRUCTION TO COLLECT CUST-PAYME FROM THEIR BANK ACCOUNT, ON
      * THE G6DDMAND KSDS (SEE G6DDMAND.CPY) THE TESTG6DD NIGHTLY JOB
      * COLLECTS FROM.  THE ACCOUNT NUMBER IS MASKED LIKE THE OTHER
      * SENSITIVE FIELDS, AND ONCE AN INSTRUCTION IS LIVE ONLY A
      * SUPERVISOR MAY REDIRECT IT TO DIFFERENT BANK DETAILS.
        COPY G6DDMAND.
        COPY G6DDMW.
        COPY G6PAYAW.
        01  WS-DDM-RESP        PIC S9(8) COMP.
        01  WS-DDM-ON-FILE     PIC X(1).
        01  WS-DDM-BANK-CHG    PIC X(1).
        01  WS-DDM-DAY-NUM     PIC 9(2).
        01  WS-DDM-OLD-DAY     PIC 9(2).
        01  WS-DDM-ACCT-WK     PIC X(17).
        01  WS-DDM-ACCT-REV    PIC X(17).
        01  WS-DDM-ACCT-MASK   PIC X(17).
        01  WS-DDM-ACCT-LEN    PIC S9(4) COMP.
        01  WS-DDM-BEFORE      PIC X(40).
        01  WS-DDM-OLD-NAME    PIC X(30).

      * ADDRESS VERIFICATION THROUGH THE ADDRVFY PARTNER SERVICE,
      * CALLED VIA SOACMGR3 THE SAME WAY ANY OTHER REGISTERED SERVICE
        01  WS-RS-EOF          PIC X(1).
        01  WS-ADDR-SUSPECT    PIC X(1).

      * WATCH-LIST SCREENING - A NEW CUSTOMER OR A NAME CHANGE IS
      * SCREENED AGAINST THE G6WLIST SANCTIONS LIST (SEE G6WLSTW.CPY)
      * AND EVERY HIT IS REFERRED TO THE G6WLREV REVIEW FILE (SEE
      * G6WLREV.CPY) FOR THE WLR6 COMPLIANCE SCREEN.  A HIT WLR6 HAS
      * CONFIRMED HOLDS THE CUSTOMER - NO CHANGE OF ANY KIND IS TAKEN
      * UNTIL COMPLIANCE RELEASES IT.
        COPY G6WLSTW.
        COPY G6WLREV.
        01  WS-WR-NAME         PIC X(8) VALUE 'G6WLREV'.
        01  WS-WR-ACCESS       PIC X(1) VALUE X'03'.
        01  WS-WR-DENY         PIC X(1) VALUE X'03'.
        01  WS-WR-DEVICE       PIC X(1) VALUE X'00'.
        01  WS-WR-HANDLE       PIC X(4).
        01  WS-WR-FLAGS        PIC X(4) VALUE X'00000000'.
        01  WS-WR-RESERVED     PIC X(4) VALUE X'00000000'.
        01  WS-WR-STATUS       PIC S9(9) COMP-5.
        01  WS-WR-RECLEN       PIC 9(8) COMP-5.
        01  WS-WR-EOF          PIC X(1).
        01  WS-WL-HOLD         PIC X(1).
        01  WS-WL-KNOWN        PIC X(1).
        01  WS-WL-REFERRED     PIC 9(4) COMP VALUE 0.
        01  WS-WL-NAME-WK      PIC X(40).

      * CUSTOMER-INQUIRY ACCESS LOG - EVERY CUSTOMER RECORD PAINTED
      * FROM THIS TRANSACTION GETS ONE G6ACCLOG ENTRY (SEE
      * G6ACCLOG.CPY) SAYING WHO VIEWED IT, FROM WHERE, AND ON
        01  WS-JR-EOF          PIC X(1).
        01  WS-HIST-ED1        PIC 9(3).
        01  WS-HIST-ED2        PIC 9(3).
        01  WS-HIST-PRIOR      PIC X(237).
        01  WS-HIST-FIELDS REDEFINES WS-HIST-PRIOR.
            02  WS-HI-ID           PIC X(10).
            02  WS-HI-NAME         PIC X(40).
        01  WS-PN-EOF          PIC X(1).
        01  WS-PEND-OPEN       PIC X(1).
        01  WS-PEND-REASON     PIC X(34).
        01  WS-SAVE-BEFORE     PIC X(237).

      * PAYMENT-CHANGE LEDGER - EVERY SAVE THAT LEAVES CUST-PAYME
      * DIFFERENT FROM THE VALUE IT READ APPENDS ONE DATED ENTRY TO
        01  WS-NT-EOF          PIC X(1).
        01  WS-NOTES-FOUND     PIC X(1).

      * OPEN-CASE INDICATOR - THE G6CASIX OPEN-CASE INDEX (SEE
      * G6CASIX.CPY) IS BROWSED FROM THE DISPLAYED CUSTOMER EACH TIME
      * A CUSTOMER IS PAINTED, AND THE CASEF INDICATOR SHOWS HOW MANY
      * CAS6 CASES ARE STILL OPEN FOR THEM.
        COPY G6CASIX.
        01  WS-CSIX-RESP       PIC S9(8) COMP.
        01  WS-CSIX-BROWSE-KEY PIC X(18).
        01  WS-CSIX-EOF        PIC X(1).
        01  WS-OPEN-CASES      PIC 9(2).

      * THE BMS2-SHAPED COMMAREA BUILT FOR THE PF6 NOTES JUMP.
        01  WS-BMS2-CA.
        COPY BMS2CA.

      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
        COPY G6NAVW.

      * GUI6H PAGE HEADER - TITLE/DATE/TIME/TRANSACTION/OPERATOR LINE
      * SENT ALONG WITH EVERY GUI6 TRIP.
        01  WS-HDR-DATE        PIC 9(8).
      * OPERATOR BROADCAST LINE - SEE G6BCSTW.CPY.
        COPY G6BCSTW.
        COPY OPSECCKW.
      * TRAINING MODE - SEE G6TRNW.CPY.
        COPY G6TRNW.
        01  WS-OPID-AUTH-FOUND PIC X(1).
            88  WS-OPID-IS-AUTH    VALUE 'Y'.
        01  WS-OPID-CLASS      PIC X(1).
        01  WS-LK-EOF          PIC X(1).
        01  WS-LOCKED-OUT      PIC X(1).

      * RESPONSE-TIME ROW FOR THIS TRIP - SEE G6RSPW.CPY.
        COPY G6RSPW.

        LINKAGE SECTION.
      * CONVERSATION STATE SHARED WITH EVERY TRANSACTION THAT HANDS
      * CONTROL INTO GUI6 - SEE GUI6CA.CPY.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            PERFORM START-TRIP-TIMER.

      * REGISTER THE SAME BEC5 ABEND HANDLER EVERY OTHER TRANSACTION
      * USES SO AN ABEND MID-UPDATE OF A CUSTOMER RECORD GETS THE SAME
      * CONSISTENT LOGGING (TD QUEUE BEC5) AND SCREEN MESSAGE AS ANY
            EXEC CICS HANDLE ABEND PROGRAM('TESTBEC8')
            END-EXEC.

      * PICK UP THE SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.
            IF EIBCALEN = 0
                PERFORM START-NAV-STACK
            ELSE
                MOVE GUI6CA-NAV TO NAV-STACK
                PERFORM CHECK-NAV-STACK
            END-IF.

      * OPERATOR ACCESS CONTROL - ONLY OPERATORS IN WS-OPID-AUTH-TABLE
      * MAY MAINTAIN CUSTOMER RECORDS THROUGH THIS SCREEN.  CHECKED ON
      * EVERY TRIP, NOT JUST THE FIRST, SINCE A DIFFERENT OPERATOR CAN
                END-EXEC
                EXEC CICS SEND PAGE
                END-EXEC
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN
                END-EXEC
            END-IF.
                GO TO TESTGUI6-RETURN
            END-IF.

      * BACK HERE ON A PF12 - THE STACK ENTRY NAMES THE CUSTOMER THE
      * OPERATOR LEFT, SO TREAT IT AS A HANDOFF OF THAT CUSTOMER.
            IF EIBCALEN NOT = 0 AND NAV-ARRIVE = 'Y'
                MOVE NAV-TO-CUST-ID TO GUI6CA-CUST-ID
                MOVE SPACES TO GUI6CA-PAGE
                MOVE 0 TO GUI6CA-LOAD-UPD-DATE
                MOVE 0 TO GUI6CA-LOAD-UPD-TIME
                MOVE 'Y' TO GUI6CA-HANDOFF
            END-IF.

      * ANOTHER TRANSACTION (CUSTOMER SEARCH, OR THE GUI4 FAST PATH)
      * HANDED CONTROL HERE WITH THE CUSTOMER ALREADY CHOSEN - LOAD
      * AND PAINT IT ON THIS FIRST TRIP INSTEAD OF RECEIVING A MAP
                    MOVE CUST-CURS   TO CURSO
                END-IF
                PERFORM CHECK-NOTES-ON-FILE
                PERFORM CHECK-OPEN-CASES
                PERFORM CHECK-SUSPECT-ADDRESS
                PERFORM CHECK-FUTURE-PENDING
                PERFORM CHECK-DORMANT-CUSTOMER
                PERFORM MASK-GUI6-SENSITIVE
                PERFORM BUILD-PAGE-HEADER
                EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                    THRU RUN-CONTACT-PAGE-EXIT
                GO TO TESTGUI6-RETURN
            END-IF.
      * SAME FOR THE TYPED-ADDRESSES PAGE.
            IF GUI6CA-PAGE = 'A'
                PERFORM RUN-ADDRESS-PAGE
                    THRU RUN-ADDRESS-PAGE-EXIT
                GO TO TESTGUI6-RETURN
            END-IF.
      * AND THE BEREAVEMENT PAGE.
            IF GUI6CA-PAGE = 'B'
                PERFORM RUN-BEREAVEMENT-PAGE
                    THRU RUN-BEREAVEMENT-PAGE-EXIT
                GO TO TESTGUI6-RETURN
            END-IF.
      * AND THE DIRECT-DEBIT PAGE.
            IF GUI6CA-PAGE = 'D'
                PERFORM RUN-DIRECT-DEBIT-PAGE
                    THRU RUN-DIRECT-DEBIT-PAGE-EXIT
                GO TO TESTGUI6-RETURN
            END-IF.

      * SUBSEQUENT TRIPS - RECEIVE WHAT THE OPERATOR KEYED AND
      * VALIDATE IT BEFORE ACCEPTING THE SCREEN.
                PERFORM PAINT-CONTACT-PAGE
                GO TO TESTGUI6-RETURN
            END-IF.
            IF AID-ACTION-ADDRESSES
                MOVE 'A' TO GUI6CA-PAGE
                PERFORM PAINT-ADDRESS-PAGE
                GO TO TESTGUI6-RETURN
            END-IF.
            IF AID-ACTION-DECEASED
                MOVE 'B' TO GUI6CA-PAGE
                PERFORM PAINT-BEREAVEMENT-PAGE
                GO TO TESTGUI6-RETURN
            END-IF.
            IF AID-ACTION-DIRDEBIT
                MOVE 'D' TO GUI6CA-PAGE
                PERFORM PAINT-DIRECT-DEBIT-PAGE
                GO TO TESTGUI6-RETURN
            END-IF.
            IF AID-ACTION-REDISPLAY
                MOVE SPACES TO GUI6O
                MOVE -1 TO NAMEL
                GO TO TESTGUI6-RETURN
            END-IF.
            IF AID-ACTION-EXIT-MENU
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('GUI4')
                END-EXEC
                GO TO TESTGUI6-RETURN
                GO TO TESTGUI6-RETURN
            END-IF.

      * PF12 GOES BACK TO THE PREVIOUS SCREEN ON THE NAVIGATION
      * STACK.  WITH NOTHING TO GO BACK TO IT CANCELS WHATEVER THE
      * OPERATOR HAS KEYED THIS TRIP AND REDISPLAYS THE LAST VALUES
      * ACTUALLY COMMITTED TO CUSTMAST, SAME AS PAGING DOES, WITHOUT
      * CHANGING THE CURRENT PAGE POSITION.
            IF AID-ACTION-CANCEL
                PERFORM POP-NAV-ENTRY
                IF NAV-POPPED = 'Y'
                    PERFORM LOG-TRIP-TIME
                    PERFORM RETURN-TO-NAV-SCREEN
                END-IF
                PERFORM DISPLAY-OCC-PAGE
                GO TO TESTGUI6-RETURN
            END-IF.

      * PF2 JUMPS TO THE HHL6 HOUSEHOLD SCREEN FOR THIS CUSTOMER.
      * HHL6 WORKS ONLY ON THE LIVE FILES, SO A TRAINEE IS REFUSED
      * RATHER THAN SENT ONTO THEM.
            IF AID-ACTION-HOUSEHOLD AND TRN-MODE-ON
                MOVE SPACES TO GUI6O
                MOVE -1 TO NAMEL
                MOVE GUI6CA-CUST-ID TO CUSTIDO
                MOVE 'E065' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM BUILD-PAGE-HEADER
                EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                          FROM(GUI6HO) ERASE ACCUM
                END-EXEC
                EXEC CICS SEND MAP('GUI6') MAPSET('MAP01')
                          FROM(GUI6O) ACCUM
                END-EXEC
                EXEC CICS SEND PAGE
                END-EXEC
                GO TO TESTGUI6-RETURN
            END-IF.
            IF AID-ACTION-HOUSEHOLD
                PERFORM PUSH-GUI6-NAV-ENTRY
                PERFORM CLEAR-NAV-TO
                MOVE 'HHL6' TO NAV-TO-TRANS
                MOVE GUI6CA-CUST-ID TO NAV-TO-CUST-ID
                MOVE 'Y' TO NAV-ARRIVE
                PERFORM LOG-TRIP-TIME
                PERFORM RETURN-TO-NAV-SCREEN
                GO TO TESTGUI6-RETURN
            END-IF.

      * PF5 MARKS THE CUSTOMER THIS CONVERSATION IS WORKING ON
      * INACTIVE - AUDITED LIKE ANY OTHER CHANGE, AND FROM THEN ON
      * THE RECORD REFUSES EDITS UNTIL THE RETENTION PURGE REMOVES
                MOVE 0 TO BMS2CA-LINE-COUNT
                MOVE GUI6CA-CUST-ID TO BMS2CA-CUST-ID
                MOVE 'Y' TO BMS2CA-HANDOFF
                PERFORM PUSH-GUI6-NAV-ENTRY
                MOVE NAV-STACK TO BMS2CA-NAV
                PERFORM LOG-TRIP-TIME
                EXEC CICS RETURN TRANSID('BMS2')
                          COMMAREA(WS-BMS2-CA)
                END-EXEC
                    MOVE CUST-CURS   TO CURSO
                END-IF
                PERFORM CHECK-NOTES-ON-FILE
                PERFORM CHECK-OPEN-CASES
                PERFORM CHECK-SUSPECT-ADDRESS
                PERFORM CHECK-FUTURE-PENDING
                PERFORM CHECK-DORMANT-CUSTOMER
                PERFORM MASK-GUI6-SENSITIVE
                PERFORM BUILD-PAGE-HEADER
                EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                GO TO TESTGUI6-RETURN
            END-IF.

      * NOR DOES A DECEASED ONE - ONLY THE ESTATE DETAILS ON THE
      * PF17 PAGE CAN STILL BE CORRECTED.
            IF NOT WS-CM-IS-NEW AND CUST-IS-DECEASED
                MOVE SPACES TO GUI6O
                MOVE -1 TO NAMEL
                MOVE GUI6CA-CUST-ID TO CUSTIDO
                MOVE CUST-NAME TO NAMEO
                MOVE 'E049' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM BUILD-PAGE-HEADER
                EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                          FROM(GUI6HO) ERASE ACCUM
                END-EXEC
                EXEC CICS SEND MAP('GUI6') MAPSET('MAP01')
                          FROM(GUI6O) ACCUM
                END-EXEC
                EXEC CICS SEND PAGE
                END-EXEC
                GO TO TESTGUI6-RETURN
            END-IF.

      * A CONFIRMED WATCH-LIST HIT FREEZES THE CUSTOMER UNTIL
      * COMPLIANCE RELEASES IT ON WLR6.
            PERFORM CHECK-COMPLIANCE-HOLD.
            IF WS-WL-HOLD = 'Y'
                MOVE SPACES TO GUI6O
                MOVE -1 TO NAMEL
                MOVE GUI6CA-CUST-ID TO CUSTIDO
                MOVE CUST-NAME TO NAMEO
                MOVE 'E047' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                PERFORM BUILD-PAGE-HEADER
                EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                          FROM(GUI6HO) ERASE ACCUM
                END-EXEC
                EXEC CICS SEND MAP('GUI6') MAPSET('MAP01')
                          FROM(GUI6O) ACCUM
                END-EXEC
                EXEC CICS SEND PAGE
                END-EXEC
                GO TO TESTGUI6-RETURN
            END-IF.

            MOVE 0 TO GUI6CA-HIST-IDX.
            SET TESTGUI6-OK TO TRUE.
            MOVE SPACES TO ERRMSGO.
                        PERFORM PARK-PENDING-CHANGE
                    END-IF
                END-IF
                IF WS-CM-IS-NEW OR NEWNAMEI NOT = SPACES
                    PERFORM SCREEN-GUI6-CUSTOMER
                END-IF
            END-IF.

      * NOTHING ELSE TO SAY THIS TRIP - IF A SUPERVISOR REJECTED THIS
            IF ERRMSGO = SPACES AND WS-PEND-REASON NOT = SPACES
                MOVE WS-PEND-REASON TO ERRMSGO
            END-IF.
            IF WS-WL-REFERRED > 0 AND ERRMSGO = SPACES
                MOVE 'E048' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            END-IF.
            PERFORM CHECK-SUSPECT-ADDRESS.
            PERFORM CHECK-FUTURE-PENDING.
            PERFORM SHOW-BROADCAST-LINE.
            END-EXEC.

        TESTGUI6-RETURN.
            MOVE 'N' TO NAV-ARRIVE.
            MOVE NAV-STACK TO GUI6CA-NAV.
            PERFORM LOG-TRIP-TIME.
            EXEC CICS RETURN TRANSID('GUI6') COMMAREA(DFHCOMMAREA)
            END-EXEC.

      * PUSH THIS CONVERSATION'S CUSTOMER ON THE NAVIGATION STACK
      * BEFORE JUMPING TO ANOTHER SCREEN, SO PF12 THERE COMES BACK.
        PUSH-GUI6-NAV-ENTRY.
            PERFORM CLEAR-NAV-TO.
            MOVE 'GUI6' TO NAV-TO-TRANS.
            MOVE GUI6CA-CUST-ID TO NAV-TO-CUST-ID.
            MOVE GUI6CA-PAGE TO NAV-TO-SUBPAGE.
            PERFORM PUSH-NAV-ENTRY.

      * APPEND THE TYPE 'I' INTENT ROW - THE STAMP IS HELD SO THE
      * COMPLETION ROW CARRIES EXACTLY THE SAME ONE.
        WRITE-INTENT-ENTRY.
            MOVE WS-INT-STAMP-TIME TO INT-TIME.
            MOVE SPACES TO INT-AFTER-NAME INT-AFTER-ADDR
                           INT-AFTER-ZIP INT-AFTER-PHONE
                           INT-AFTER-EMAIL INT-AFTER-STATUS
                           INT-AFTER-CONSENT.
            MOVE LENGTH OF INT-REC TO WS-INT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-INT-HANDLE
                     WS-INT-RECLEN WS-INT-FLAGS
                GIVING WS-INT-STATUS.
            MOVE 'N' TO WS-INT-OPEN-SW.

      * THE CONTACT-PAGE SAVE'S INTENT ROW - PHONE/EMAIL AND
      * PREFERENCE AFTER-VALUES INSTEAD OF NAME/ADDR/ZIP.
        WRITE-CONTACT-INTENT.
            IF WS-INT-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-INT-NAME
            MOVE WS-INT-STAMP-TIME TO INT-TIME.
            MOVE CNEWPHI        TO INT-AFTER-PHONE.
            MOVE CNEWEMI        TO INT-AFTER-EMAIL.
            IF WS-NEW-CONSENT NOT = CUST-CONSENT
                MOVE WS-NEW-CONSENT TO INT-AFTER-CONSENT
            END-IF.
            MOVE LENGTH OF INT-REC TO WS-INT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-INT-HANDLE
                     WS-INT-RECLEN WS-INT-FLAGS
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * MARK THE CONVERSATION'S CUSTOMER INACTIVE - STAMP THE STATUS
      * AND INACTIVATION DATE, REWRITE THE MASTER, AND WRITE THE SAME
                    PERFORM LOOKUP-ERROR-MESSAGE
                    MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                ELSE
      * A CUSTOMER ON COMPLIANCE HOLD CANNOT BE RETIRED EITHER,
      * AND A DECEASED ONE KEEPS ITS 'X'.
                    PERFORM CHECK-COMPLIANCE-HOLD
                    IF CUST-IS-INACTIVE
                        MOVE 'E015' TO SE-MSG-CODE-WK
                    ELSE
                        IF CUST-IS-DECEASED
                            MOVE 'E049' TO SE-MSG-CODE-WK
                        ELSE
                            MOVE 'E047' TO SE-MSG-CODE-WK
                        END-IF
                    END-IF
                    IF CUST-IS-INACTIVE OR CUST-IS-DECEASED
                        OR WS-WL-HOLD = 'Y'
                        PERFORM LOOKUP-ERROR-MESSAGE
                        MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                    ELSE
                        ACCEPT CUST-INACT-DATE FROM DATE YYYYMMDD
                        ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD
                        ACCEPT CUST-LAST-UPD-TIME FROM TIME
                        EXEC CICS REWRITE FILE(TRN-MAST-FILE)
                                  FROM(CUST-MASTER-REC)
                                  RESP(WS-CM-RESP)
                        END-EXEC
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * LOOK UP EIBOPID IN THE AUTHORIZED-OPERATOR TABLE AND LEAVE
      * WS-OPID-AUTH-FOUND SET TO 'Y' WHEN THE SIGNED-ON OPERATOR MAY
                GO TO CHECK-OPERATOR-AUTH-EXIT
            END-IF.
            PERFORM READ-OPERATOR-SECURITY.
            PERFORM SET-TRAINING-MODE.
            IF TRN-MODE-ON
                PERFORM SET-TRAINING-STREAMS
            END-IF.
            MOVE 'M' TO OPSEC-PERM-WK.
            PERFORM CHECK-OPERATOR-PERM.
            IF OPSEC-PERM-IS-OK
        CHECK-OPERATOR-AUTH-EXIT.
            EXIT.

      * A TRAINEE'S TRIP READS AND WRITES THE TRAINING TWIN OF EVERY
      * STREAM THIS TRANSACTION TOUCHES - SEE G6TRNW.CPY.
        SET-TRAINING-STREAMS.
            MOVE TRN-T-AUD    TO WS-AUD-NAME PROF-AUD-FILE.
            MOVE TRN-T-JRNL   TO JRNL-NAME.
            MOVE TRN-T-ACCLOG TO WS-ACC-NAME.
            MOVE TRN-T-PAYLDG TO WS-PL-NAME.
            MOVE TRN-T-AVRQ   TO WS-AQ-NAME.
            MOVE TRN-T-PENDG  TO WS-PN-NAME.
            MOVE TRN-T-INTENT TO WS-INT-NAME.
            MOVE TRN-T-FUTURE TO WS-FU-NAME.
            MOVE TRN-T-IDCTL  TO WS-ID-NAME.
            MOVE TRN-T-RMSUSP TO WS-RS-NAME.
            MOVE TRN-T-WLREV  TO WS-WR-NAME.
            MOVE TRN-T-NOTE   TO WS-NT-NAME PROF-NOTE-FILE.
            MOVE TRN-T-PROF   TO PROF-FILE-NAME.
            MOVE TRN-GEN-PREFIX TO PROF-AUD-PREFIX.

        COPY OPSECCKP.

        COPY G6TRNP.

        COPY G6SESSP.

        COPY G6BCSTP.
            ACCEPT WS-SEC-TIME-O FROM TIME.
            MOVE EIBOPID  TO WS-SEC-OPID.
            MOVE EIBTRMID TO WS-SEC-TRMID.
            MOVE WS-SEC-NAME TO CHN-STREAM.
            MOVE LENGTH OF WS-SEC-REC TO CHN-TEXT-LEN.
            MOVE WS-SEC-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO WS-SEC-REC.
            MOVE LENGTH OF WS-SEC-REC TO WS-SEC-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-SEC-HANDLE
                     WS-SEC-RECLEN WS-SEC-FLAGS
                     WS-SEC-RESERVED WS-SEC-REC
                GIVING WS-SEC-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * LOOK UP THE CURRENCY CODE KEYED INTO THE FIRST 3 CHARACTERS OF
      * CURSI AND LEAVE WS-CURS-IDX POINTING AT THE MATCHING RATE ROW.

        COPY CICAIDPF.

        COPY G6NAVP.

        COPY G6RSPP.

        COPY HELPSUBP.

        COPY G6PROFP.

        COPY ZIPREFP.

        COPY G6DDMP.

        COPY G6PAYAP.

      * REDISPLAY THE SCREEN FROM CUSTMAST AND THE COMMAREA OCC TABLE
      * AT THE CURRENT GUI6CA-OCC-DISP-IDX POSITION - SHARED BY
      * PF7/PF8 PAGING AND PF12 CANCEL, NEITHER OF WHICH ACCEPTS ANY
                MOVE GUI6CA-OCC-AMT (GUI6CA-OCC-IDX) TO TESTOCCO
            END-IF.
            PERFORM CHECK-NOTES-ON-FILE.
            PERFORM CHECK-OPEN-CASES.
            PERFORM MASK-GUI6-SENSITIVE.
            PERFORM SUM-OCC-TABLE.
            MOVE WS-OCC-TOTAL TO WS-OCC-TOTAL-ED.
        SCAN-JOURNAL-FILE.
            MOVE JRNL-NAME TO GEN-BASE-NAME.
            MOVE 'CJ' TO GEN-PREFIX.
            IF TRN-MODE-ON
                MOVE TRN-GEN-PREFIX TO GEN-PREFIX
            END-IF.
            ACCEPT GEN-TO-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-GEN-INT-WK =
                FUNCTION INTEGER-OF-DATE (GEN-TO-DATE) - 90.
                    MOVE CUST-PHONE TO CPHONEO
                    MOVE CUST-EMAIL TO CEMAILO
                    PERFORM MASK-CONTACT-SENSITIVE
                    PERFORM SHOW-CONTACT-PREFERENCES
                END-IF
            ELSE
                MOVE 'E017' TO SE-MSG-CODE-WK
            EXEC CICS SEND PAGE
            END-EXEC.

      * THE CONTACT PREFERENCES AS Y/N - A SPACE ON FILE (NOTHING
      * EVER RECORDED) SHOWS AS N, NO OBJECTION.
        SHOW-CONTACT-PREFERENCES.
            MOVE 'N' TO CMAILPO CEMLPO CSHRPO.
            IF CUST-MAIL-OPTED-OUT
                MOVE 'Y' TO CMAILPO
            END-IF.
            IF CUST-EMAIL-OPTED-OUT
                MOVE 'Y' TO CEMLPO
            END-IF.
            IF CUST-SHARE-OPTED-OUT
                MOVE 'Y' TO CSHRPO
            END-IF.

      * LAY THE KEYED PREFERENCES OVER THE ONES ON FILE.
        BUILD-NEW-CONSENT.
            MOVE CUST-CONSENT TO WS-NEW-CONSENT.
            IF CNEWMLPI NOT = SPACES
                MOVE CNEWMLPI TO WS-NEW-NO-MAIL
            END-IF.
            IF CNEWEMPI NOT = SPACES
                MOVE CNEWEMPI TO WS-NEW-NO-EMAIL
            END-IF.
            IF CNEWSHPI NOT = SPACES
                MOVE CNEWSHPI TO WS-NEW-NO-SHARE
            END-IF.

      * ONE CONTACT-PAGE TRIP - PF3 DROPS BACK TO THE MAIN PAGE,
      * ENTER VALIDATES AND APPLIES THE KEYED REPLACEMENTS.  A
      * NON-SUPERVISOR'S CONTACT CHANGE PARKS ON G6PENDG AS FULL
                GO TO RUN-CONTACT-PAGE-EXIT
            END-IF.
            IF CNEWPHI = SPACES AND CNEWEMI = SPACES
                AND CNEWMLPI = SPACES AND CNEWEMPI = SPACES
                AND CNEWSHPI = SPACES
                PERFORM PAINT-CONTACT-PAGE
                GO TO RUN-CONTACT-PAGE-EXIT
            END-IF.
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK
                IF (CNEWMLPI NOT = SPACES AND CNEWMLPI NOT = 'Y'
                        AND CNEWMLPI NOT = 'N')
                    OR (CNEWEMPI NOT = SPACES AND CNEWEMPI NOT = 'Y'
                        AND CNEWEMPI NOT = 'N')
                    OR (CNEWSHPI NOT = SPACES AND CNEWSHPI NOT = 'Y'
                        AND CNEWSHPI NOT = 'N')
                    MOVE 'E044' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK
                PERFORM CHECK-COMPLIANCE-HOLD
                IF WS-WL-HOLD = 'Y'
                    MOVE 'E047' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK
                PERFORM READ-CUSTOMER-MASTER
                IF NOT WS-CM-IS-NEW AND CUST-IS-DECEASED
                    MOVE 'E049' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-NOTOK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO CERRMSGO
                    MOVE CUST-PHONE TO CPHONEO
                    MOVE CUST-EMAIL TO CEMAILO
                    PERFORM MASK-CONTACT-SENSITIVE
                    PERFORM SHOW-CONTACT-PREFERENCES
                    MOVE CUST-LAST-UPD-DATE
                      TO GUI6CA-LOAD-UPD-DATE
                    MOVE CUST-LAST-UPD-TIME
      * CHANGE, AUDITED WITH THE CONTACT BEFORE/AFTER COLUMNS.
        APPLY-CONTACT-CHANGE.
            PERFORM READ-CUSTOMER-MASTER.
            PERFORM BUILD-NEW-CONSENT.
            IF WS-OPID-IS-SUPER
      * INTENT FIRST - SAME PROTOCOL AS THE DIRECT SAVE.
                PERFORM WRITE-CONTACT-INTENT
                MOVE 'GUI6' TO JRNL-SOURCE
                MOVE EIBOPID TO JRNL-OPID
                PERFORM WRITE-CUSTOMER-JOURNAL
                IF CNEWPHI NOT = SPACES OR CNEWEMI NOT = SPACES
                    PERFORM WRITE-CONTACT-AUDIT
                END-IF
                IF WS-NEW-CONSENT NOT = CUST-CONSENT
                    PERFORM WRITE-CONSENT-AUDIT
                END-IF
                IF CNEWPHI NOT = SPACES
                    MOVE CNEWPHI TO CUST-PHONE
                END-IF
                IF CNEWEMI NOT = SPACES
                    MOVE CNEWEMI TO CUST-EMAIL
                END-IF
                MOVE WS-NEW-CONSENT TO CUST-CONSENT
                IF CUST-IS-DORMANT
                    MOVE 'A' TO CUST-STATUS
                    MOVE 0 TO CUST-INACT-DATE
                END-IF
                ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD
                ACCEPT CUST-LAST-UPD-TIME FROM TIME
                EXEC CICS REWRITE FILE(TRN-MAST-FILE)
                          FROM(CUST-MASTER-REC)
                          RESP(WS-CM-RESP)
                END-EXEC
                IF CNEWEMI NOT = SPACES
                    MOVE CNEWEMI TO CUST-EMAIL
                END-IF
                MOVE WS-NEW-CONSENT TO CUST-CONSENT
                MOVE SPACES TO PEND-REC
                MOVE 'P'             TO PEND-STATUS
                MOVE EIBOPID         TO PEND-REQ-OPID
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * ONE 'CONSENT' ROW FOR A CONTACT-PREFERENCE CHANGE - THE
      * RECORD OF WHEN AN OPT-OUT WAS TAKEN, AND BY WHOM.
        WRITE-CONSENT-AUDIT.
            IF WS-AUD-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                         WS-AUD-ACCESS WS-AUD-DENY
                         WS-AUD-DEVICE WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
            MOVE SPACES TO GUI6AUD-REC.
            ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-AUD-TIME FROM TIME.
            MOVE EIBOPID         TO GUI6AUD-OPID.
            MOVE GUI6CA-CUST-ID  TO GUI6AUD-CUST-ID.
            MOVE WS-AUD-DATE     TO GUI6AUD-DATE.
            MOVE WS-AUD-TIME     TO GUI6AUD-TIME.
            MOVE CUST-NAME       TO GUI6AUD-BEFORE-NAME.
            MOVE CUST-NAME       TO GUI6AUD-AFTER-NAME.
            MOVE CUST-ADDR       TO GUI6AUD-BEFORE-ADDR.
            MOVE CUST-ADDR       TO GUI6AUD-AFTER-ADDR.
            MOVE CUST-ZIP        TO GUI6AUD-BEFORE-ZIP.
            MOVE CUST-ZIP        TO GUI6AUD-AFTER-ZIP.
            MOVE 'CONSENT'       TO GUI6AUD-ACTION.
            MOVE CUST-CONSENT    TO GUI6AUD-BEFORE-CONSENT.
            MOVE WS-NEW-CONSENT  TO GUI6AUD-AFTER-CONSENT.
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * PAINT THE TYPED-ADDRESSES PAGE - ONE LINE PER TYPE FROM
      * G6CADDR.  A TYPE WITH NO ROW SHOWS BLANK; THE JOBS USE THE
      * ADDRESS OF RECORD FOR IT.
        PAINT-ADDRESS-PAGE.
            MOVE SPACES TO GUI6TO.
            PERFORM FILL-ADDRESS-PAGE.
            PERFORM SEND-ADDRESS-PAGE.

        FILL-ADDRESS-PAGE.
            MOVE -1 TO TTYPEL.
            IF GUI6CA-CUST-ID NOT = SPACES
                MOVE 'ADDR' TO WS-ACC-SCREEN-WK
                PERFORM LOG-CUSTOMER-INQUIRY
                PERFORM SHOW-TYPED-ADDRESSES
            ELSE
                MOVE 'E017' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO TERRMSGO
            END-IF.

        SEND-ADDRESS-PAGE.
            PERFORM BUILD-PAGE-HEADER.
            EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                      FROM(GUI6HO) ERASE ACCUM
            END-EXEC.
            EXEC CICS SEND MAP('GUI6T') MAPSET('MAP17')
                      FROM(GUI6TO) ACCUM
            END-EXEC.
            EXEC CICS SEND PAGE
            END-EXEC.

        SHOW-TYPED-ADDRESSES.
            MOVE GUI6CA-CUST-ID TO CADR-CUST-ID.
            MOVE 'M' TO CADR-TYPE.
            PERFORM READ-TYPED-ADDRESS.
            IF WS-CADR-ON-FILE = 'Y'
                MOVE CADR-ADDR TO TMADDRO
                MOVE CADR-ZIP  TO TMZIPO
            END-IF.
            MOVE GUI6CA-CUST-ID TO CADR-CUST-ID.
            MOVE 'R' TO CADR-TYPE.
            PERFORM READ-TYPED-ADDRESS.
            IF WS-CADR-ON-FILE = 'Y'
                MOVE CADR-ADDR TO TRADDRO
                MOVE CADR-ZIP  TO TRZIPO
            END-IF.
            MOVE GUI6CA-CUST-ID TO CADR-CUST-ID.
            MOVE 'B' TO CADR-TYPE.
            PERFORM READ-TYPED-ADDRESS.
            IF WS-CADR-ON-FILE = 'Y'
                MOVE CADR-ADDR TO TBADDRO
                MOVE CADR-ZIP  TO TBZIPO
            END-IF.

      * READ THE G6CADDR ROW FOR CADR-KEY.  NOTFND IS NOT AN ERROR -
      * THE CUSTOMER SIMPLY HAS NO ADDRESS OF THAT TYPE YET.
        READ-TYPED-ADDRESS.
            MOVE 'N' TO WS-CADR-ON-FILE.
            EXEC CICS READ FILE(TRN-CADDR-FILE)
                      INTO(CADR-REC)
                      RIDFLD(CADR-KEY)
                      KEYLENGTH(CADR-KEYLEN)
                      RESP(WS-CADR-RESP)
            END-EXEC.
            IF WS-CADR-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-CADR-ON-FILE
            END-IF.

      * ONE TYPED-ADDRESSES TRIP - PF3 DROPS BACK TO THE MAIN PAGE,
      * ENTER VALIDATES THE KEYED TYPE/ADDRESS/ZIP/REASON EXACTLY AS
      * THE MAIN PAGE VALIDATES ITS ADDRESS, VERIFIES IT THROUGH
      * ADDRVFY, AND SAVES IT.  THE CUSTMAST RECORD IS NOT TOUCHED,
      * SO THERE IS NO PENDING-APPROVAL LEG; THE 'ADDRESS' AUDIT ROW
      * DRIVES THE SAME TESTG6LT CONFIRMATION LETTER AS ANY OTHER
      * ADDRESS MOVE.
        RUN-ADDRESS-PAGE.
            EXEC CICS RECEIVE MAP('GUI6T') MAPSET('MAP17')
                      INTO(GUI6TI)
            END-EXEC.
            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-EXIT-MENU OR AID-ACTION-CANCEL
                MOVE SPACE TO GUI6CA-PAGE
                PERFORM DISPLAY-OCC-PAGE
                GO TO RUN-ADDRESS-PAGE-EXIT
            END-IF.
            IF AID-ACTION-REDISPLAY
                PERFORM PAINT-ADDRESS-PAGE
                GO TO RUN-ADDRESS-PAGE-EXIT
            END-IF.
            IF TTYPEI = SPACES AND TNEWADRI = SPACES
                AND TNEWZIPI = SPACES
                PERFORM PAINT-ADDRESS-PAGE
                GO TO RUN-ADDRESS-PAGE-EXIT
            END-IF.
            SET TESTGUI6-OK TO TRUE.
            MOVE SPACES TO WS-CADR-MSG-CODE.
            MOVE SPACE TO WS-AV-RESULT.
            PERFORM READ-CUSTOMER-MASTER.
            IF GUI6CA-CUST-ID = SPACES OR WS-CM-IS-NEW
                MOVE 'E017' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK AND CUST-IS-INACTIVE
                MOVE 'E015' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK AND CUST-IS-DECEASED
                MOVE 'E049' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK
                PERFORM CHECK-COMPLIANCE-HOLD
                IF WS-WL-HOLD = 'Y'
                    MOVE 'E047' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            MOVE TTYPEI TO CADR-TYPE.
            IF TESTGUI6-OK AND NOT CADR-TYPE-VALID
                MOVE 'E045' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            MOVE 'N' TO WS-CADR-DELETE.
            IF TNEWADRI = 'DELETE' AND TNEWZIPI = SPACES
                MOVE 'Y' TO WS-CADR-DELETE
            END-IF.
            IF TESTGUI6-OK AND WS-CADR-DELETE = 'N'
                AND TNEWADRI = SPACES
                MOVE 'E002' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK AND WS-CADR-DELETE = 'N'
                IF TNEWZIPI NOT NUMERIC
                    MOVE 'E003' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                ELSE
                    PERFORM LOAD-ZIP-REFERENCE
                    MOVE TNEWZIPI TO ZIPREF-ZIP-WK
                    PERFORM LOOKUP-ZIP-REFERENCE
                    IF NOT ZIPREF-IS-VALID
                        MOVE 'E022' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTGUI6-OK
                IF TRSNCDI = SPACES
                    MOVE 'E031' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                ELSE
                    MOVE TRSNCDI TO RSN-CODE-WK
                    PERFORM LOOKUP-REASON-CODE
                    IF RSN-FOUND NOT = 'Y'
                        MOVE 'E032' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTGUI6-OK AND WS-CADR-DELETE = 'N'
                PERFORM VERIFY-TYPED-ADDRESS
            END-IF.
            IF TESTGUI6-NOTOK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO TERRMSGO
                MOVE -1 TO TTYPEL
                EXEC CICS SEND MAP('GUI6T') MAPSET('MAP17')
                          FROM(GUI6TO) DATAONLY
                END-EXEC
                GO TO RUN-ADDRESS-PAGE-EXIT
            END-IF.
            PERFORM APPLY-TYPED-ADDRESS.
      * REPAINT WITH THE SAVED VALUES AND THE OUTCOME ON THE LINE -
      * A VERIFICATION WARNING OUTRANKS THE PLAIN CONFIRMATION.
            MOVE SPACES TO GUI6TO.
            PERFORM FILL-ADDRESS-PAGE.
            IF WS-CADR-MSG-CODE NOT = SPACES
                MOVE WS-CADR-MSG-CODE TO SE-MSG-CODE-WK
            ELSE
                MOVE 'E046' TO SE-MSG-CODE-WK
            END-IF.
            PERFORM LOOKUP-ERROR-MESSAGE.
            MOVE SE-MSG-TEXT (SE-MSG-IDX) TO TERRMSGO.
            PERFORM SEND-ADDRESS-PAGE.
        RUN-ADDRESS-PAGE-EXIT.
            EXIT.

      * SAME ADDRVFY CALL AND VERDICT HANDLING AS VERIFY-NEW-ADDRESS,
      * AGAINST THE TYPED ADDRESS KEYED ON THE PF11 PAGE.  THE
      * WARNING TEXT IS HELD IN WS-CADR-MSG-CODE UNTIL THE SAVE.
        VERIFY-TYPED-ADDRESS.
            MOVE SPACES TO SOA-MSG.
            MOVE 'ADDRVFY' TO SOA-MSG-SVC-NAME.
            MOVE 'GUI6'    TO SOA-MSG-CALLER.
            MOVE SPACES    TO SOA-MSG-ASYNC.
            MOVE TNEWADRI  TO SOA-MSG-DATA (1:40).
            MOVE TNEWZIPI  TO SOA-MSG-DATA (41:5).
            MOVE 45 TO SOA-MSG-LEN.
            MOVE 0 TO RETURN-CODE.
            IF TRN-MODE-ON
                PERFORM TRAINING-ADDRESS-VERDICT
            ELSE
                CALL 'SOACMGR3' USING SOA-MSG
            END-IF.
            IF RETURN-CODE NOT = 0
                MOVE 0 TO RETURN-CODE
                MOVE 'W' TO WS-AV-RESULT
                PERFORM QUEUE-UNVERIFIED-TYPED-ADDR
                MOVE 'E024' TO WS-CADR-MSG-CODE
            ELSE
                MOVE SOA-MSG-DATA (1:1) TO WS-AV-VERDICT
                EVALUATE WS-AV-VERDICT
                WHEN 'S'
                    MOVE 'S' TO WS-AV-RESULT
                    MOVE SOA-MSG-DATA (2:40) TO WS-AV-ADDR
                    MOVE SOA-MSG-DATA (42:5) TO WS-AV-ZIP
                    MOVE WS-AV-ADDR TO TNEWADRI
                    MOVE WS-AV-ZIP  TO TNEWZIPI
                WHEN 'W'
                    MOVE 'W' TO WS-AV-RESULT
                    MOVE 'E024' TO WS-CADR-MSG-CODE
                WHEN 'U'
                    IF WS-OPID-IS-SUPER
                        MOVE 'U' TO WS-AV-RESULT
                        MOVE 'E025' TO WS-CADR-MSG-CODE
                    ELSE
                        MOVE SPACE TO WS-AV-RESULT
                        MOVE 'E026' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    END-IF
                WHEN OTHER
                    MOVE 'W' TO WS-AV-RESULT
                    MOVE 'E024' TO WS-CADR-MSG-CODE
                END-EVALUATE
            END-IF.

      * TRAINING MODE NEVER CALLS THE PARTNER - THE KEYED ADDRESS
      * COMES BACK AS ITS OWN STANDARDIZED FORM, VERDICT 'S'.
        TRAINING-ADDRESS-VERDICT.
            MOVE SOA-MSG-DATA (1:40) TO WS-AV-ADDR.
            MOVE SOA-MSG-DATA (41:5) TO WS-AV-ZIP.
            MOVE 'S' TO SOA-MSG-DATA (1:1).
            MOVE WS-AV-ADDR TO SOA-MSG-DATA (2:40).
            MOVE WS-AV-ZIP  TO SOA-MSG-DATA (42:5).

      * QUEUE THE TYPED ADDRESS FOR TESTG6AV RE-VERIFICATION, TAGGED
      * WITH ITS TYPE SO THE REPORT NAMES WHICH ADDRESS TO FIX.
        QUEUE-UNVERIFIED-TYPED-ADDR.
            IF WS-AQ-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AQ-NAME
                         WS-AQ-ACCESS WS-AQ-DENY
                         WS-AQ-DEVICE WS-AQ-HANDLE
                    GIVING WS-AQ-STATUS
                MOVE 'Y' TO WS-AQ-OPENED
            END-IF.
            MOVE SPACES TO AVRQ-REC.
            MOVE GUI6CA-CUST-ID TO AVRQ-CUST-ID.
            ACCEPT AVRQ-DATE FROM DATE YYYYMMDD.
            ACCEPT AVRQ-TIME FROM TIME.
            MOVE EIBOPID  TO AVRQ-OPID.
            MOVE TNEWADRI TO AVRQ-ADDR.
            MOVE TNEWZIPI TO AVRQ-ZIP.
            MOVE TTYPEI   TO AVRQ-ADDR-TYPE.
            MOVE LENGTH OF AVRQ-REC TO WS-AQ-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AQ-HANDLE
                     WS-AQ-RECLEN WS-AQ-FLAGS
                     WS-AQ-RESERVED AVRQ-REC
                GIVING WS-AQ-STATUS.

      * AUDIT FIRST, THEN THE G6CADDR WRITE/REWRITE/DELETE.  A
      * DELETE OF A TYPE THE CUSTOMER NEVER HAD IS A NO-OP.
        APPLY-TYPED-ADDRESS.
            MOVE GUI6CA-CUST-ID TO CADR-CUST-ID.
            MOVE TTYPEI TO CADR-TYPE.
            MOVE 'N' TO WS-CADR-ON-FILE.
            EXEC CICS READ FILE(TRN-CADDR-FILE)
                      INTO(CADR-REC)
                      RIDFLD(CADR-KEY)
                      KEYLENGTH(CADR-KEYLEN)
                      UPDATE
                      RESP(WS-CADR-RESP)
            END-EXEC.
            IF WS-CADR-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-CADR-ON-FILE
                MOVE CADR-ADDR TO WS-CADR-OLD-ADDR
                MOVE CADR-ZIP  TO WS-CADR-OLD-ZIP
            ELSE
                MOVE SPACES TO WS-CADR-OLD-ADDR WS-CADR-OLD-ZIP
            END-IF.
            IF WS-CADR-DELETE = 'Y'
                IF WS-CADR-ON-FILE = 'Y'
                    MOVE SPACES TO TNEWADRI TNEWZIPI
                    PERFORM WRITE-ADDRESS-AUDIT
                    EXEC CICS DELETE FILE(TRN-CADDR-FILE)
                              RESP(WS-CADR-RESP)
                    END-EXEC
                END-IF
            ELSE
                PERFORM WRITE-ADDRESS-AUDIT
                MOVE GUI6CA-CUST-ID TO CADR-CUST-ID
                MOVE TTYPEI         TO CADR-TYPE
                MOVE TNEWADRI       TO CADR-ADDR
                MOVE TNEWZIPI       TO CADR-ZIP
                MOVE WS-AV-RESULT   TO CADR-AVRESULT
                ACCEPT CADR-UPD-DATE FROM DATE YYYYMMDD
                ACCEPT CADR-UPD-TIME FROM TIME
                MOVE EIBOPID        TO CADR-UPD-OPID
                IF WS-CADR-ON-FILE = 'Y'
                    EXEC CICS REWRITE FILE(TRN-CADDR-FILE)
                              FROM(CADR-REC)
                              RESP(WS-CADR-RESP)
                    END-EXEC
                ELSE
                    EXEC CICS WRITE FILE(TRN-CADDR-FILE)
                              FROM(CADR-REC)
                              RIDFLD(CADR-KEY)
                              KEYLENGTH(CADR-KEYLEN)
                              RESP(WS-CADR-RESP)
                    END-EXEC
                END-IF
            END-IF.

      * ONE 'ADDRESS' ROW PER TYPED-ADDRESS CHANGE - THE BEFORE/
      * AFTER ADDR/ZIP ARE THE TYPED ADDRESS, GUI6AUD-ADDR-TYPE SAYS
      * WHICH ONE.  AN AFTER-ADDRESS OF SPACES IS A DELETE.
        WRITE-ADDRESS-AUDIT.
            IF WS-AUD-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                         WS-AUD-ACCESS WS-AUD-DENY
                         WS-AUD-DEVICE WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
            MOVE SPACES TO GUI6AUD-REC.
            ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-AUD-TIME FROM TIME.
            MOVE EIBOPID          TO GUI6AUD-OPID.
            MOVE GUI6CA-CUST-ID   TO GUI6AUD-CUST-ID.
            MOVE WS-AUD-DATE      TO GUI6AUD-DATE.
            MOVE WS-AUD-TIME      TO GUI6AUD-TIME.
            MOVE CUST-NAME        TO GUI6AUD-BEFORE-NAME.
            MOVE CUST-NAME        TO GUI6AUD-AFTER-NAME.
            MOVE WS-CADR-OLD-ADDR TO GUI6AUD-BEFORE-ADDR.
            MOVE TNEWADRI         TO GUI6AUD-AFTER-ADDR.
            MOVE WS-CADR-OLD-ZIP  TO GUI6AUD-BEFORE-ZIP.
            MOVE TNEWZIPI         TO GUI6AUD-AFTER-ZIP.
            MOVE 'ADDRESS'        TO GUI6AUD-ACTION.
            MOVE WS-AV-RESULT     TO GUI6AUD-AVRESULT.
            MOVE TRSNCDI          TO GUI6AUD-REASON.
            MOVE TTYPEI           TO GUI6AUD-ADDR-TYPE.
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * PAINT THE BEREAVEMENT PAGE - THE CUSTOMER'S NAME, AND ONCE A
      * DEATH IS RECORDED THE G6ESTATE DETAILS AS THEY STAND, READY
      * FOR CORRECTION.
        PAINT-BEREAVEMENT-PAGE.
            MOVE SPACES TO GUI6BO.
            PERFORM FILL-BEREAVEMENT-PAGE.
            PERFORM SEND-BEREAVEMENT-PAGE.

        FILL-BEREAVEMENT-PAGE.
            MOVE -1 TO BDODL.
            IF GUI6CA-CUST-ID = SPACES
                MOVE 'E017' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO BERRMSGO
            ELSE
                MOVE 'BERE' TO WS-ACC-SCREEN-WK
                PERFORM LOG-CUSTOMER-INQUIRY
                PERFORM READ-CUSTOMER-MASTER
                MOVE CUST-NAME TO BCNAMEO
                PERFORM READ-ESTATE-RECORD
                IF WS-EST-ON-FILE = 'Y'
                    STRING 'RECORDED ' DELIMITED BY SIZE
                           EST-NOTIFY-DATE DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           EST-NOTIFY-OPID DELIMITED BY SIZE
                      INTO BINFOO
                    MOVE EST-DEATH-DATE   TO BDODO
                    MOVE EST-CONTACT-NAME TO BENAMEO
                    MOVE EST-CONTACT-ADDR TO BEADDRO
                    MOVE EST-CONTACT-ZIP  TO BEZIPO
                    MOVE EST-RSNCODE      TO BRSNCDO
                END-IF
            END-IF.

        SEND-BEREAVEMENT-PAGE.
            PERFORM BUILD-PAGE-HEADER.
            EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                      FROM(GUI6HO) ERASE ACCUM
            END-EXEC.
            EXEC CICS SEND MAP('GUI6B') MAPSET('MAP23')
                      FROM(GUI6BO) ACCUM
            END-EXEC.
            EXEC CICS SEND PAGE
            END-EXEC.

      * READ THE G6ESTATE ROW FOR THE CONVERSATION'S CUSTOMER.
      * NOTFND IS NOT AN ERROR - NO DEATH HAS BEEN RECORDED YET.
        READ-ESTATE-RECORD.
            MOVE 'N' TO WS-EST-ON-FILE.
            MOVE GUI6CA-CUST-ID TO EST-CUST-ID.
            EXEC CICS READ FILE(TRN-ESTATE-FILE)
                      INTO(EST-REC)
                      RIDFLD(EST-CUST-ID)
                      KEYLENGTH(EST-KEYLEN)
                      RESP(WS-EST-RESP)
            END-EXEC.
            IF WS-EST-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-EST-ON-FILE
            END-IF.

      * ONE BEREAVEMENT-PAGE TRIP - PF3/PF12 DROP BACK TO THE MAIN
      * PAGE, ENTER VALIDATES AND RECORDS.  SUPERVISORS ONLY, AND
      * NO TWO-PERSON PARKING - A DEATH IS RECORDED BY THE PERSON
      * WHO TOOK THE CALL FROM THE FAMILY, WITH A REASON CODE.  A
      * FIELD LEFT BLANK ON A CORRECTION KEEPS WHAT IS ON FILE.
        RUN-BEREAVEMENT-PAGE.
            EXEC CICS RECEIVE MAP('GUI6B') MAPSET('MAP23')
                      INTO(GUI6BI)
            END-EXEC.
            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-EXIT-MENU OR AID-ACTION-CANCEL
                MOVE SPACE TO GUI6CA-PAGE
                PERFORM DISPLAY-OCC-PAGE
                GO TO RUN-BEREAVEMENT-PAGE-EXIT
            END-IF.
            IF AID-ACTION-REDISPLAY
                PERFORM PAINT-BEREAVEMENT-PAGE
                GO TO RUN-BEREAVEMENT-PAGE-EXIT
            END-IF.
            IF BDODI = SPACES AND BENAMEI = SPACES
                AND BEADDRI = SPACES AND BEZIPI = SPACES
                AND BRSNCDI = SPACES
                PERFORM PAINT-BEREAVEMENT-PAGE
                GO TO RUN-BEREAVEMENT-PAGE-EXIT
            END-IF.
            SET TESTGUI6-OK TO TRUE.
            IF NOT WS-OPID-IS-SUPER
                MOVE 'E053' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK
                PERFORM READ-CUSTOMER-MASTER
                IF GUI6CA-CUST-ID = SPACES OR WS-CM-IS-NEW
                    MOVE 'E017' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK AND CUST-IS-INACTIVE
                MOVE 'E015' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK
                PERFORM CHECK-COMPLIANCE-HOLD
                IF WS-WL-HOLD = 'Y'
                    MOVE 'E047' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
      * THE DATE OF DEATH - REQUIRED TO RECORD ONE, A PLAUSIBLE
      * YYYYMMDD NO LATER THAN TODAY.
            IF TESTGUI6-OK
                IF BDODI = SPACES
                    IF NOT CUST-IS-DECEASED
                        MOVE 'E050' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    END-IF
                ELSE
                    PERFORM CHECK-DEATH-DATE
                END-IF
            END-IF.
      * AN ESTATE CONTACT IS ALL OR NOTHING - NAME, ADDRESS AND A
      * ZIP ON THE ZIPREF TABLE.
            IF TESTGUI6-OK
                AND (BENAMEI NOT = SPACES OR BEADDRI NOT = SPACES
                     OR BEZIPI NOT = SPACES)
                IF BENAMEI = SPACES OR BEADDRI = SPACES
                    OR BEZIPI = SPACES
                    MOVE 'E051' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                ELSE
                    IF BEZIPI NOT NUMERIC
                        MOVE 'E003' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    ELSE
                        PERFORM LOAD-ZIP-REFERENCE
                        MOVE BEZIPI TO ZIPREF-ZIP-WK
                        PERFORM LOOKUP-ZIP-REFERENCE
                        IF NOT ZIPREF-IS-VALID
                            MOVE 'E022' TO SE-MSG-CODE-WK
                            SET TESTGUI6-NOTOK TO TRUE
                        END-IF
                    END-IF
                END-IF
            END-IF.
            IF TESTGUI6-OK
                IF BRSNCDI = SPACES
                    MOVE 'E031' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                ELSE
                    MOVE BRSNCDI TO RSN-CODE-WK
                    PERFORM LOOKUP-REASON-CODE
                    IF RSN-FOUND NOT = 'Y'
                        MOVE 'E032' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTGUI6-NOTOK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO BERRMSGO
                MOVE -1 TO BDODL
                EXEC CICS SEND MAP('GUI6B') MAPSET('MAP23')
                          FROM(GUI6BO) DATAONLY
                END-EXEC
                GO TO RUN-BEREAVEMENT-PAGE-EXIT
            END-IF.
            PERFORM APPLY-BEREAVEMENT.
            MOVE SPACES TO GUI6BO.
            PERFORM FILL-BEREAVEMENT-PAGE.
            MOVE 'E052' TO SE-MSG-CODE-WK.
            PERFORM LOOKUP-ERROR-MESSAGE.
            MOVE SE-MSG-TEXT (SE-MSG-IDX) TO BERRMSGO.
            PERFORM SEND-BEREAVEMENT-PAGE.
        RUN-BEREAVEMENT-PAGE-EXIT.
            EXIT.

      * BDODI MUST BE ALL DIGITS, MONTH 01-12, DAY 01-31, AND NOT
      * AFTER TODAY.
        CHECK-DEATH-DATE.
            IF BDODI NOT NUMERIC
                MOVE 'E050' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            ELSE
                MOVE BDODI TO WS-EST-DOD-NUM
                MOVE BDODI (5:2) TO WS-MO-NUM
                MOVE BDODI (7:2) TO WS-DAY-NUM
                ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
                IF WS-MO-NUM < 1 OR WS-MO-NUM > 12
                    OR WS-DAY-NUM < 1 OR WS-DAY-NUM > 31
                    OR WS-EST-DOD-NUM > WS-TODAY-NUM
                    MOVE 'E050' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.

      * RECORD THE DEATH, OR CORRECT ONE ALREADY RECORDED.  THE
      * FIRST TIME, THE G6ESTATE ROW LANDS BEFORE THE MASTER SO AN
      * ABEND BETWEEN THE TWO LEAVES THE TESTG6IC SCAVENGER ONLY
      * THE STATUS TO FINISH; A CORRECTION TOUCHES G6ESTATE ALONE.
        APPLY-BEREAVEMENT.
            MOVE GUI6CA-CUST-ID TO EST-CUST-ID.
            MOVE 'N' TO WS-EST-ON-FILE.
            EXEC CICS READ FILE(TRN-ESTATE-FILE)
                      INTO(EST-REC)
                      RIDFLD(EST-CUST-ID)
                      KEYLENGTH(EST-KEYLEN)
                      UPDATE
                      RESP(WS-EST-RESP)
            END-EXEC.
            IF WS-EST-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-EST-ON-FILE
            ELSE
                MOVE SPACES TO EST-REC
                MOVE GUI6CA-CUST-ID TO EST-CUST-ID
                MOVE 0 TO EST-DEATH-DATE
            END-IF.
            IF BDODI NOT = SPACES
                MOVE BDODI TO EST-DEATH-DATE
            END-IF.
            IF BENAMEI NOT = SPACES
                MOVE BENAMEI TO EST-CONTACT-NAME
                MOVE BEADDRI TO EST-CONTACT-ADDR
                MOVE BEZIPI  TO EST-CONTACT-ZIP
            END-IF.
            MOVE BRSNCDI TO EST-RSNCODE.
            ACCEPT EST-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT EST-UPD-TIME FROM TIME.
            MOVE EIBOPID TO EST-UPD-OPID.
            IF NOT CUST-IS-DECEASED
      * INTENT FIRST - SAME PROTOCOL AS THE DIRECT SAVE.
                PERFORM WRITE-DECEASED-INTENT
                MOVE EST-UPD-DATE TO EST-NOTIFY-DATE
                MOVE EST-UPD-TIME TO EST-NOTIFY-TIME
                MOVE EIBOPID      TO EST-NOTIFY-OPID
                PERFORM SAVE-ESTATE-RECORD
                MOVE 'GUI6' TO JRNL-SOURCE
                MOVE EIBOPID TO JRNL-OPID
                PERFORM WRITE-CUSTOMER-JOURNAL
                MOVE 'X' TO CUST-STATUS
                ACCEPT CUST-INACT-DATE FROM DATE YYYYMMDD
                ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD
                ACCEPT CUST-LAST-UPD-TIME FROM TIME
                EXEC CICS REWRITE FILE(TRN-MAST-FILE)
                          FROM(CUST-MASTER-REC)
                          RESP(WS-CM-RESP)
                END-EXEC
                MOVE 'REW' TO JRNL-ACTION
                PERFORM JOURNAL-AFTER-IMAGE
                MOVE 'DECEASED' TO WS-EST-ACTION
                PERFORM WRITE-BEREAVEMENT-AUDIT
                PERFORM WRITE-INTENT-DONE
            ELSE
                PERFORM SAVE-ESTATE-RECORD
                MOVE 'ESTATE' TO WS-EST-ACTION
                PERFORM WRITE-BEREAVEMENT-AUDIT
            END-IF.

        SAVE-ESTATE-RECORD.
            IF WS-EST-ON-FILE = 'Y'
                EXEC CICS REWRITE FILE(TRN-ESTATE-FILE)
                          FROM(EST-REC)
                          RESP(WS-EST-RESP)
                END-EXEC
            ELSE
                EXEC CICS WRITE FILE(TRN-ESTATE-FILE)
                          FROM(EST-REC)
                          RIDFLD(EST-CUST-ID)
                          KEYLENGTH(EST-KEYLEN)
                          RESP(WS-EST-RESP)
                END-EXEC
            END-IF.

      * THE BEREAVEMENT'S INTENT ROW - THE ONLY AFTER-VALUE IS THE
      * 'X' STATUS.
        WRITE-DECEASED-INTENT.
            IF WS-INT-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-INT-NAME
                         WS-INT-ACCESS WS-INT-DENY
                         WS-INT-DEVICE WS-INT-HANDLE
                    GIVING WS-INT-STATUS
                MOVE 'Y' TO WS-INT-OPENED
            END-IF.
            ACCEPT WS-INT-STAMP-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-INT-STAMP-TIME FROM TIME.
            MOVE SPACES TO INT-REC.
            MOVE 'I'            TO INT-TYPE.
            MOVE 'GUI6'         TO INT-SOURCE.
            MOVE EIBOPID        TO INT-OPID.
            MOVE GUI6CA-CUST-ID TO INT-CUST-ID.
            MOVE WS-INT-STAMP-DATE TO INT-DATE.
            MOVE WS-INT-STAMP-TIME TO INT-TIME.
            MOVE 'X'            TO INT-AFTER-STATUS.
            MOVE LENGTH OF INT-REC TO WS-INT-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-INT-HANDLE
                     WS-INT-RECLEN WS-INT-FLAGS
                     WS-INT-RESERVED INT-REC
                GIVING WS-INT-STATUS.
            MOVE 'Y' TO WS-INT-OPEN-SW.

      * ONE 'DECEASED' OR 'ESTATE' ROW (CALLER SETS THE ACTION) -
      * BEFORE AND AFTER IMAGES EQUAL, LIKE AN INACTIVATION, WITH
      * THE PAGE'S REASON CODE.
        WRITE-BEREAVEMENT-AUDIT.
            IF WS-AUD-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                         WS-AUD-ACCESS WS-AUD-DENY
                         WS-AUD-DEVICE WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
            MOVE SPACES TO GUI6AUD-REC.
            ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-AUD-TIME FROM TIME.
            MOVE EIBOPID         TO GUI6AUD-OPID.
            MOVE GUI6CA-CUST-ID  TO GUI6AUD-CUST-ID.
            MOVE WS-AUD-DATE     TO GUI6AUD-DATE.
            MOVE WS-AUD-TIME     TO GUI6AUD-TIME.
            MOVE CUST-NAME       TO GUI6AUD-BEFORE-NAME.
            MOVE CUST-NAME       TO GUI6AUD-AFTER-NAME.
            MOVE CUST-ADDR       TO GUI6AUD-BEFORE-ADDR.
            MOVE CUST-ADDR       TO GUI6AUD-AFTER-ADDR.
            MOVE CUST-ZIP        TO GUI6AUD-BEFORE-ZIP.
            MOVE CUST-ZIP        TO GUI6AUD-AFTER-ZIP.
            MOVE WS-EST-ACTION   TO GUI6AUD-ACTION.
            MOVE BRSNCDI         TO GUI6AUD-REASON.
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * PAINT THE DIRECT-DEBIT PAGE - THE CUSTOMER'S NAME, AND THE
      * INSTRUCTION ON FILE (IF ANY) WITH A LINE SAYING WHERE IT
      * STANDS.  THE ACCOUNT NUMBER IS MASKED FOR OPERATORS WITHOUT
      * 'V'; KEYED BACK UNCHANGED, THE MASKED IMAGE KEEPS THE NUMBER
      * ON FILE.
        PAINT-DIRECT-DEBIT-PAGE.
            MOVE SPACES TO GUI6DO.
            PERFORM FILL-DIRECT-DEBIT-PAGE.
            PERFORM SEND-DIRECT-DEBIT-PAGE.

        FILL-DIRECT-DEBIT-PAGE.
            MOVE -1 TO DROUTL.
            IF GUI6CA-CUST-ID = SPACES
                MOVE 'E017' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO DERRMSGO
            ELSE
                MOVE 'DDBT' TO WS-ACC-SCREEN-WK
                PERFORM LOG-CUSTOMER-INQUIRY
                PERFORM READ-CUSTOMER-MASTER
                MOVE CUST-NAME TO DCNAMEO
                PERFORM READ-DIRECT-DEBIT
                IF WS-DDM-ON-FILE = 'Y'
                    PERFORM FILL-DIRECT-DEBIT-INFO
                    MOVE DDM-ROUTING TO DROUTO
                    MOVE DDM-ACCOUNT TO WS-DDM-ACCT-WK
                    IF WS-VIEW-SENS-OK
                        MOVE WS-DDM-ACCT-WK TO DACCTO
                    ELSE
                        PERFORM MASK-DD-ACCOUNT
                        MOVE WS-DDM-ACCT-MASK TO DACCTO
                    END-IF
                    MOVE DDM-ACCT-NAME TO DANAMEO
                    MOVE DDM-COLL-DAY  TO DDAYO
                    MOVE DDM-FREQ      TO DFREQO
                    MOVE DDM-STATUS    TO DSTATO
                    MOVE DDM-RSNCODE   TO DRSNCDO
                END-IF
            END-IF.

        FILL-DIRECT-DEBIT-INFO.
            IF DDM-IS-ACTIVE
                STRING 'ACTIVE - NEXT COLLECTION ' DELIMITED BY SIZE
                       DDM-NEXT-DATE DELIMITED BY SIZE
                  INTO DINFOO
            END-IF.
            IF DDM-IS-SUSPENDED
                STRING 'SUSPENDED ' DELIMITED BY SIZE
                       DDM-STATUS-DATE DELIMITED BY SIZE
                       ' - RETURN ' DELIMITED BY SIZE
                       DDM-LAST-RTN-CODE DELIMITED BY SIZE
                  INTO DINFOO
            END-IF.
            IF DDM-IS-CANCELLED
                STRING 'CANCELLED ' DELIMITED BY SIZE
                       DDM-STATUS-DATE DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       DDM-UPD-OPID DELIMITED BY SIZE
                  INTO DINFOO
            END-IF.

        SEND-DIRECT-DEBIT-PAGE.
            PERFORM BUILD-PAGE-HEADER.
            EXEC CICS SEND MAP('GUI6H') MAPSET('MAP01')
                      FROM(GUI6HO) ERASE ACCUM
            END-EXEC.
            EXEC CICS SEND MAP('GUI6D') MAPSET('MAP24')
                      FROM(GUI6DO) ACCUM
            END-EXEC.
            EXEC CICS SEND PAGE
            END-EXEC.

      * READ THE G6DDMAND ROW FOR THE CONVERSATION'S CUSTOMER.
      * NOTFND IS NOT AN ERROR - THE CUSTOMER HAS NEVER SIGNED UP.
        READ-DIRECT-DEBIT.
            MOVE 'N' TO WS-DDM-ON-FILE.
            MOVE GUI6CA-CUST-ID TO DDM-CUST-ID.
            EXEC CICS READ FILE(TRN-DDMAND-FILE)
                      INTO(DDM-REC)
                      RIDFLD(DDM-CUST-ID)
                      KEYLENGTH(DDM-KEYLEN)
                      RESP(WS-DDM-RESP)
            END-EXEC.
            IF WS-DDM-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-DDM-ON-FILE
            END-IF.

      * MASK WS-DDM-ACCT-WK INTO WS-DDM-ACCT-MASK - ASTERISKS UP TO
      * THE LAST FOUR CHARACTERS OF THE NUMBER, WHATEVER ITS LENGTH.
        MASK-DD-ACCOUNT.
            MOVE WS-DDM-ACCT-WK TO WS-DDM-ACCT-MASK.
            MOVE FUNCTION REVERSE (WS-DDM-ACCT-WK) TO WS-DDM-ACCT-REV.
            MOVE 0 TO WS-DDM-ACCT-LEN.
            INSPECT WS-DDM-ACCT-REV TALLYING WS-DDM-ACCT-LEN
                FOR LEADING SPACES.
            COMPUTE WS-DDM-ACCT-LEN = 17 - WS-DDM-ACCT-LEN.
            IF WS-DDM-ACCT-LEN > 4
                MOVE ALL '*' TO
                    WS-DDM-ACCT-MASK (1:WS-DDM-ACCT-LEN - 4)
            END-IF.

      * ONE DIRECT-DEBIT-PAGE TRIP - PF3/PF12 DROP BACK TO THE MAIN
      * PAGE, ENTER VALIDATES AND SAVES.  STATUS 'C' CANCELS THE
      * INSTRUCTION; ANYTHING ELSE SIGNS THE CUSTOMER UP, CHANGES THE
      * INSTRUCTION, OR PUTS A SUSPENDED OR CANCELLED ONE BACK IN
      * FORCE.  A FIELD LEFT BLANK KEEPS WHAT IS ON FILE.
        RUN-DIRECT-DEBIT-PAGE.
            EXEC CICS RECEIVE MAP('GUI6D') MAPSET('MAP24')
                      INTO(GUI6DI)
            END-EXEC.
            PERFORM CHECK-PF-KEY.
            IF AID-ACTION-EXIT-MENU OR AID-ACTION-CANCEL
                MOVE SPACE TO GUI6CA-PAGE
                PERFORM DISPLAY-OCC-PAGE
                GO TO RUN-DIRECT-DEBIT-PAGE-EXIT
            END-IF.
            IF AID-ACTION-REDISPLAY
                PERFORM PAINT-DIRECT-DEBIT-PAGE
                GO TO RUN-DIRECT-DEBIT-PAGE-EXIT
            END-IF.
            IF DROUTI = SPACES AND DACCTI = SPACES
                AND DANAMEI = SPACES AND DDAYI = SPACES
                AND DFREQI = SPACES AND DSTATI = SPACES
                AND DRSNCDI = SPACES
                PERFORM PAINT-DIRECT-DEBIT-PAGE
                GO TO RUN-DIRECT-DEBIT-PAGE-EXIT
            END-IF.
            SET TESTGUI6-OK TO TRUE.
            PERFORM READ-CUSTOMER-MASTER.
            IF GUI6CA-CUST-ID = SPACES OR WS-CM-IS-NEW
                MOVE 'E017' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK AND CUST-IS-INACTIVE
                MOVE 'E015' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK AND CUST-IS-DECEASED
                MOVE 'E049' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK
                PERFORM CHECK-COMPLIANCE-HOLD
                IF WS-WL-HOLD = 'Y'
                    MOVE 'E047' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK
                PERFORM READ-DIRECT-DEBIT
                IF DSTATI NOT = SPACE AND DSTATI NOT = 'A'
                    AND DSTATI NOT = 'C'
                    MOVE 'E062' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
      * CANCELLING NEEDS SOMETHING LIVE TO CANCEL AND NOTHING ELSE.
            IF TESTGUI6-OK AND DSTATI = 'C'
                IF WS-DDM-ON-FILE = 'N' OR DDM-IS-CANCELLED
                    MOVE 'E063' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK AND DSTATI NOT = 'C'
                PERFORM EDIT-DIRECT-DEBIT
            END-IF.
            IF TESTGUI6-OK
                IF DRSNCDI = SPACES
                    MOVE 'E031' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                ELSE
                    MOVE DRSNCDI TO RSN-CODE-WK
                    PERFORM LOOKUP-REASON-CODE
                    IF RSN-FOUND NOT = 'Y'
                        MOVE 'E032' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTGUI6-NOTOK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO DERRMSGO
                MOVE -1 TO DROUTL
                EXEC CICS SEND MAP('GUI6D') MAPSET('MAP24')
                          FROM(GUI6DO) DATAONLY
                END-EXEC
                GO TO RUN-DIRECT-DEBIT-PAGE-EXIT
            END-IF.
            PERFORM APPLY-DIRECT-DEBIT.
            MOVE SPACES TO GUI6DO.
            PERFORM FILL-DIRECT-DEBIT-PAGE.
            IF DSTATI = 'C'
                MOVE 'E061' TO SE-MSG-CODE-WK
            ELSE
                MOVE 'E060' TO SE-MSG-CODE-WK
            END-IF.
            PERFORM LOOKUP-ERROR-MESSAGE.
            MOVE SE-MSG-TEXT (SE-MSG-IDX) TO DERRMSGO.
            PERFORM SEND-DIRECT-DEBIT-PAGE.
        RUN-DIRECT-DEBIT-PAGE-EXIT.
            EXIT.

      * THE SIGN-UP / CHANGE EDITS.  A NEW INSTRUCTION (OR ONE BEING
      * PUT BACK AFTER A CANCELLATION) NEEDS THE FULL BANK DETAILS
      * AND A DAY; AFTER THAT A BLANK FIELD KEEPS THE FILE'S VALUE.
      * THE BANK ONLY COLLECTS DOLLARS, AND THERE HAS TO BE A
      * CUST-PAYME AMOUNT TO COLLECT.
        EDIT-DIRECT-DEBIT.
            MOVE 0 TO WS-DDM-ACCT-LEN.
            INSPECT DACCTI TALLYING WS-DDM-ACCT-LEN FOR ALL '*'.
            IF WS-DDM-ACCT-LEN > 0
                MOVE SPACES TO DACCTI
            END-IF.
            IF DROUTI NOT = SPACES
                MOVE DROUTI TO DDMA-ROUTING
                PERFORM CHECK-DD-ROUTING
                IF DDMA-ROUT-VALID NOT = 'Y'
                    MOVE 'E054' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK
                AND (WS-DDM-ON-FILE = 'N' OR DDM-IS-CANCELLED)
                IF DROUTI = SPACES OR DACCTI = SPACES
                    OR DANAMEI = SPACES
                    MOVE 'E055' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
                IF TESTGUI6-OK AND DDAYI = SPACES
                    MOVE 'E056' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
      * REDIRECTING A LIVE INSTRUCTION TO ANOTHER ACCOUNT IS HOW A
      * COLLECTION GETS STOLEN - SUPERVISORS ONLY.
            MOVE 'N' TO WS-DDM-BANK-CHG.
            IF TESTGUI6-OK AND WS-DDM-ON-FILE = 'Y'
                AND NOT DDM-IS-CANCELLED
                IF DROUTI NOT = SPACES AND DROUTI NOT = DDM-ROUTING
                    MOVE 'Y' TO WS-DDM-BANK-CHG
                END-IF
                IF DACCTI NOT = SPACES AND DACCTI NOT = DDM-ACCOUNT
                    MOVE 'Y' TO WS-DDM-BANK-CHG
                END-IF
                IF DANAMEI NOT = SPACES
                    AND DANAMEI NOT = DDM-ACCT-NAME
                    MOVE 'Y' TO WS-DDM-BANK-CHG
                END-IF
                IF WS-DDM-BANK-CHG = 'Y' AND NOT WS-OPID-IS-SUPER
                    MOVE 'E064' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK AND DDAYI NOT = SPACES
                IF DDAYI NOT NUMERIC
                    MOVE 'E056' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                ELSE
                    MOVE DDAYI TO WS-DDM-DAY-NUM
                    IF WS-DDM-DAY-NUM < 1 OR WS-DDM-DAY-NUM > 28
                        MOVE 'E056' TO SE-MSG-CODE-WK
                        SET TESTGUI6-NOTOK TO TRUE
                    END-IF
                END-IF
            END-IF.
            IF TESTGUI6-OK AND DFREQI NOT = SPACE
                IF DFREQI NOT = 'M' AND DFREQI NOT = 'Q'
                    AND DFREQI NOT = 'A'
                    MOVE 'E057' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.
            IF TESTGUI6-OK AND CUST-CURS (1:3) NOT = 'USD'
                MOVE 'E058' TO SE-MSG-CODE-WK
                SET TESTGUI6-NOTOK TO TRUE
            END-IF.
            IF TESTGUI6-OK
                MOVE CUST-PAYME TO PAYA-TEXT-WK
                PERFORM PARSE-PAYME-AMOUNT
                IF PAYA-VALID = 'N' OR PAYA-AMOUNT = 0
                    MOVE 'E059' TO SE-MSG-CODE-WK
                    SET TESTGUI6-NOTOK TO TRUE
                END-IF
            END-IF.

      * SAVE THE INSTRUCTION.  PUTTING ONE IN FORCE - NEW, OR BACK
      * FROM SUSPENDED OR CANCELLED - CLEARS THE RUN OF RETURNS AND
      * SETS THE FIRST COLLECTION FAR ENOUGH OUT FOR THE BANK'S
      * NOTICE PERIOD; SO DOES MOVING A LIVE ONE'S COLLECTION DAY.
        APPLY-DIRECT-DEBIT.
            MOVE GUI6CA-CUST-ID TO DDM-CUST-ID.
            MOVE 'N' TO WS-DDM-ON-FILE.
            EXEC CICS READ FILE(TRN-DDMAND-FILE)
                      INTO(DDM-REC)
                      RIDFLD(DDM-CUST-ID)
                      KEYLENGTH(DDM-KEYLEN)
                      UPDATE
                      RESP(WS-DDM-RESP)
            END-EXEC.
            IF WS-DDM-RESP = DFHRESP(NORMAL)
                MOVE 'Y' TO WS-DDM-ON-FILE
                PERFORM BUILD-DD-AUDIT-IMAGE
                MOVE DDM-AUD-IMAGE TO WS-DDM-BEFORE
                MOVE DDM-ACCT-NAME TO WS-DDM-OLD-NAME
            ELSE
                MOVE SPACES TO DDM-REC
                MOVE GUI6CA-CUST-ID TO DDM-CUST-ID
                MOVE 'M' TO DDM-FREQ
                MOVE 0 TO DDM-COLL-DAY DDM-NEXT-DATE
                          DDM-LAST-COLL-DATE DDM-LAST-COLL-AMT
                          DDM-RTN-COUNT DDM-LAST-RTN-DATE
                          DDM-SIGNED-DATE DDM-STATUS-DATE
                MOVE SPACES TO WS-DDM-BEFORE
                MOVE SPACES TO WS-DDM-OLD-NAME
            END-IF.
            ACCEPT DDMA-TODAY FROM DATE YYYYMMDD.
            IF DSTATI = 'C'
                MOVE 'C' TO DDM-STATUS
                MOVE DDMA-TODAY TO DDM-STATUS-DATE
            ELSE
                PERFORM APPLY-DIRECT-DEBIT-FIELDS
            END-IF.
            MOVE DRSNCDI TO DDM-RSNCODE.
            ACCEPT DDM-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT DDM-UPD-TIME FROM TIME.
            MOVE EIBOPID TO DDM-UPD-OPID.
            IF WS-DDM-ON-FILE = 'Y'
                EXEC CICS REWRITE FILE(TRN-DDMAND-FILE)
                          FROM(DDM-REC)
                          RESP(WS-DDM-RESP)
                END-EXEC
            ELSE
                EXEC CICS WRITE FILE(TRN-DDMAND-FILE)
                          FROM(DDM-REC)
                          RIDFLD(DDM-CUST-ID)
                          KEYLENGTH(DDM-KEYLEN)
                          RESP(WS-DDM-RESP)
                END-EXEC
            END-IF.
            PERFORM WRITE-DIRECT-DEBIT-AUDIT.

        APPLY-DIRECT-DEBIT-FIELDS.
            IF WS-DDM-ON-FILE = 'N' OR DDM-IS-CANCELLED
                MOVE DDMA-TODAY TO DDM-SIGNED-DATE
                MOVE EIBOPID    TO DDM-SIGNED-OPID
            END-IF.
            MOVE DDM-COLL-DAY TO WS-DDM-OLD-DAY.
            IF DROUTI NOT = SPACES
                MOVE DROUTI TO DDM-ROUTING
            END-IF.
            IF DACCTI NOT = SPACES
                MOVE DACCTI TO DDM-ACCOUNT
            END-IF.
            IF DANAMEI NOT = SPACES
                MOVE DANAMEI TO DDM-ACCT-NAME
            END-IF.
            IF DDAYI NOT = SPACES
                MOVE WS-DDM-DAY-NUM TO DDM-COLL-DAY
            END-IF.
            IF DFREQI NOT = SPACE
                MOVE DFREQI TO DDM-FREQ
            END-IF.
            IF NOT DDM-IS-ACTIVE
                MOVE 'A' TO DDM-STATUS
                MOVE DDMA-TODAY TO DDM-STATUS-DATE
                MOVE 0 TO DDM-RTN-COUNT
                PERFORM FIRST-DD-DATE
                MOVE DDMA-DATE TO DDM-NEXT-DATE
            ELSE
                IF DDM-COLL-DAY NOT = WS-DDM-OLD-DAY
                    PERFORM FIRST-DD-DATE
                    MOVE DDMA-DATE TO DDM-NEXT-DATE
                END-IF
            END-IF.

      * THE INSTRUCTION AS IT GOES ON THE AUDIT ROW - ROUTING,
      * ACCOUNT (ALWAYS MASKED, WHOEVER IS SIGNED ON), FREQUENCY,
      * DAY AND STATUS.
        BUILD-DD-AUDIT-IMAGE.
            MOVE DDM-ROUTING TO DDMI-ROUTING.
            MOVE DDM-ACCOUNT TO WS-DDM-ACCT-WK.
            PERFORM MASK-DD-ACCOUNT.
            MOVE WS-DDM-ACCT-MASK TO DDMI-ACCOUNT.
            MOVE DDM-FREQ     TO DDMI-FREQ.
            MOVE DDM-COLL-DAY TO DDMI-DAY.
            MOVE DDM-STATUS   TO DDMI-STATUS.

      * ONE 'DIRDEBIT' ROW - THE ACCOUNT HOLDER IN THE NAME FIELDS,
      * THE INSTRUCTION IMAGE IN THE ADDRESS FIELDS, WITH THE PAGE'S
      * REASON CODE.
        WRITE-DIRECT-DEBIT-AUDIT.
            IF WS-AUD-OPENED = 'N'
                CALL 'CBL_OPEN_FILE' USING WS-AUD-NAME
                         WS-AUD-ACCESS WS-AUD-DENY
                         WS-AUD-DEVICE WS-AUD-HANDLE
                    GIVING WS-AUD-STATUS
                MOVE 'Y' TO WS-AUD-OPENED
            END-IF.
            MOVE SPACES TO GUI6AUD-REC.
            ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-AUD-TIME FROM TIME.
            MOVE EIBOPID         TO GUI6AUD-OPID.
            MOVE GUI6CA-CUST-ID  TO GUI6AUD-CUST-ID.
            MOVE WS-AUD-DATE     TO GUI6AUD-DATE.
            MOVE WS-AUD-TIME     TO GUI6AUD-TIME.
            MOVE WS-DDM-OLD-NAME TO GUI6AUD-BEFORE-NAME.
            MOVE DDM-ACCT-NAME   TO GUI6AUD-AFTER-NAME.
            MOVE WS-DDM-BEFORE   TO GUI6AUD-BEFORE-ADDR.
            PERFORM BUILD-DD-AUDIT-IMAGE.
            MOVE DDM-AUD-IMAGE   TO GUI6AUD-AFTER-ADDR.
            MOVE 'DIRDEBIT'      TO GUI6AUD-ACTION.
            MOVE DRSNCDI         TO GUI6AUD-REASON.
      * STAMP THE ROW'S OWN REFERENCE NUMBER.
            MOVE GUI6AUD-DATE (5:4) TO GUI6AUD-REF (1:4).
            MOVE GUI6AUD-TIME TO GUI6AUD-REF (5:8).
            MOVE WS-AUD-NAME TO CHN-STREAM.
            MOVE LENGTH OF GUI6AUD-REC TO CHN-TEXT-LEN.
            MOVE GUI6AUD-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO GUI6AUD-REC.
            MOVE LENGTH OF GUI6AUD-REC TO WS-AUD-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-AUD-HANDLE
                     WS-AUD-RECLEN WS-AUD-FLAGS
                     WS-AUD-RESERVED GUI6AUD-REC
                GIVING WS-AUD-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * BUILD THE VERIFICATION REQUEST FROM THE NEW ADDRESS (FALLING
      * BACK TO THE UNCHANGED FIELD WHERE ONLY ONE OF THE PAIR WAS
      * KEYED), CALL THE ADDRVFY SERVICE, AND ACT ON THE VERDICT.
        VERIFY-NEW-ADDRESS.
            MOVE SPACES TO SOA-MSG.
            MOVE 'ADDRVFY' TO SOA-MSG-SVC-NAME.
            MOVE 'GUI6'    TO SOA-MSG-CALLER.
            MOVE SPACES    TO SOA-MSG-ASYNC.
            IF NEWADDRI NOT = SPACES
                MOVE NEWADDRI TO SOA-MSG-DATA (1:40)
            ELSE
                MOVE ADDRI TO SOA-MSG-DATA (1:40)
            END-IF.
            IF NEWZIPI NOT = SPACES
                MOVE NEWZIPI TO SOA-MSG-DATA (41:5)
            ELSE
                MOVE ZIPI TO SOA-MSG-DATA (41:5)
            END-IF.
            MOVE 45 TO SOA-MSG-LEN.
            MOVE 0 TO RETURN-CODE.
            IF TRN-MODE-ON
                PERFORM TRAINING-ADDRESS-VERDICT
            ELSE
                CALL 'SOACMGR3' USING SOA-MSG
            END-IF.
            IF RETURN-CODE NOT = 0
      * THE VERIFIER ITSELF IS DOWN OR REFUSING - ACCEPT THE CHANGE
      * WITH A WARNING RATHER THAN FREEZING CUSTOMER MAINTENANCE,
      * AND QUEUE IT SO TESTG6AV RE-VERIFIES IT ONCE THE PARTNER IS
      * BACK.
                MOVE 0 TO RETURN-CODE
                MOVE 'W' TO WS-AV-RESULT
                PERFORM QUEUE-UNVERIFIED-ADDRESS
                MOVE 'E024' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
                END-IF
            END-IF.

      * IS THERE A CONFIRMED WATCH-LIST HIT ON THE CUSTOMER?  THE
      * HOLD LIVES ON G6WLREV, NOT ON THE MASTER, SO RELEASING IT ON
      * WLR6 NEEDS NO MASTER UPDATE - SAME AS THE G6RMSUSP SUSPECT
      * FLAG.
        CHECK-COMPLIANCE-HOLD.
            MOVE 'N' TO WS-WL-HOLD.
            IF GUI6CA-CUST-ID NOT = SPACES
                CALL 'CBL_OPEN_FILE' USING WS-WR-NAME
                         WS-WR-ACCESS WS-WR-DENY
                         WS-WR-DEVICE WS-WR-HANDLE
                    GIVING WS-WR-STATUS
                IF WS-WR-STATUS = 0
                    MOVE 'N' TO WS-WR-EOF
                    PERFORM SCAN-ONE-HOLD
                        UNTIL WS-WR-EOF = 'Y'
                           OR WS-WL-HOLD = 'Y'
                    CALL 'CBL_CLOSE_FILE' USING WS-WR-HANDLE
                        GIVING WS-WR-STATUS
                END-IF
            END-IF.

        SCAN-ONE-HOLD.
            PERFORM READ-ONE-REVIEW.
            IF WS-WR-EOF NOT = 'Y'
                AND WLRV-IS-CONFIRMED
                AND WLRV-CUST-ID = GUI6CA-CUST-ID
                MOVE 'Y' TO WS-WL-HOLD
            END-IF.

        READ-ONE-REVIEW.
            MOVE LENGTH OF WLRV-REC TO WS-WR-RECLEN.
            CALL 'CBL_READ_FILE' USING WS-WR-HANDLE
                     WS-WR-RECLEN WS-WR-FLAGS
                     WS-WR-RESERVED WLRV-REC
                GIVING WS-WR-STATUS.
            IF WS-WR-STATUS NOT = 0
                MOVE 'Y' TO WS-WR-EOF
            END-IF.

      * SCREEN THE NAME AND ADDRESS THE CUSTOMER IS BEING LEFT WITH
      * (THE REPLACEMENTS WHERE KEYED) AND REFER EVERY HIT.  THE
      * CHANGE ITSELF STANDS - A POSSIBLE MATCH IS FOR COMPLIANCE TO
      * JUDGE, AND ONLY A CONFIRMED ONE STOPS FURTHER CHANGES.
        SCREEN-GUI6-CUSTOMER.
            MOVE 0 TO WS-WL-REFERRED.
            IF NEWNAMEI NOT = SPACES
                MOVE NEWNAMEI TO WS-WL-NAME-WK
            ELSE
                MOVE NAMEI TO WS-WL-NAME-WK
            END-IF.
            MOVE WS-WL-NAME-WK TO WLS-CUST-NAME-WK.
            IF NEWADDRI NOT = SPACES
                MOVE NEWADDRI TO WLS-CUST-ADDR-WK
            ELSE
                MOVE ADDRI TO WLS-CUST-ADDR-WK
            END-IF.
            IF NEWZIPI NOT = SPACES
                MOVE NEWZIPI TO WLS-CUST-ZIP-WK
            ELSE
                MOVE ZIPI TO WLS-CUST-ZIP-WK
            END-IF.
            PERFORM SCREEN-WATCH-LIST.
            IF WLS-HIT-COUNT > 0
                PERFORM REFER-ONE-GUI6-HIT
                    VARYING WLS-SCAN FROM 1 BY 1
                    UNTIL WLS-SCAN > WLS-COUNT
            END-IF.

        REFER-ONE-GUI6-HIT.
            SET WLS-IDX TO WLS-SCAN.
            IF WLS-HIT-TYPE (WLS-IDX) NOT = SPACE
                PERFORM CHECK-HIT-KNOWN
                IF WS-WL-KNOWN = 'N'
                    PERFORM WRITE-GUI6-REFERRAL
                END-IF
            END-IF.

      * THE SAME ENTRY AGAINST THE SAME NAME IS REFERRED ONCE - A
      * CLEARED HIT IS NOT RE-RAISED BY EVERY LATER SAVE.
        CHECK-HIT-KNOWN.
            MOVE 'N' TO WS-WL-KNOWN.
            CALL 'CBL_OPEN_FILE' USING WS-WR-NAME
                     WS-WR-ACCESS WS-WR-DENY
                     WS-WR-DEVICE WS-WR-HANDLE
                GIVING WS-WR-STATUS.
            IF WS-WR-STATUS = 0
                MOVE 'N' TO WS-WR-EOF
                PERFORM SCAN-ONE-KNOWN
                    UNTIL WS-WR-EOF = 'Y'
                       OR WS-WL-KNOWN = 'Y'
                CALL 'CBL_CLOSE_FILE' USING WS-WR-HANDLE
                    GIVING WS-WR-STATUS
            END-IF.

        SCAN-ONE-KNOWN.
            PERFORM READ-ONE-REVIEW.
            IF WS-WR-EOF NOT = 'Y'
                AND WLRV-CUST-ID = GUI6CA-CUST-ID
                AND WLRV-LIST-ID = WLS-LIST-ID (WLS-IDX)
                AND WLRV-ENTRY-ID = WLS-ENTRY-ID (WLS-IDX)
                AND WLRV-CUST-NAME = WS-WL-NAME-WK
                MOVE 'Y' TO WS-WL-KNOWN
            END-IF.

      * APPEND ONE 'P' ROW - THE OPEN WITH X'03' WRITES AT THE END.
        WRITE-GUI6-REFERRAL.
            MOVE SPACES TO WLRV-REC.
            MOVE 'P' TO WLRV-STATUS.
            MOVE GUI6CA-CUST-ID TO WLRV-CUST-ID.
            MOVE WLS-HIT-TYPE (WLS-IDX) TO WLRV-HIT-TYPE.
            MOVE WLS-LIST-ID (WLS-IDX)  TO WLRV-LIST-ID.
            MOVE WLS-ENTRY-ID (WLS-IDX) TO WLRV-ENTRY-ID.
            MOVE WLS-NAME (WLS-IDX)     TO WLRV-LIST-NAME.
            MOVE WS-WL-NAME-WK          TO WLRV-CUST-NAME.
            MOVE WLS-CUST-ADDR-WK       TO WLRV-CUST-ADDR.
            MOVE WLS-CUST-ZIP-WK        TO WLRV-CUST-ZIP.
            MOVE 'GUI6' TO WLRV-SOURCE.
            ACCEPT WLRV-OPEN-DATE FROM DATE YYYYMMDD.
            ACCEPT WLRV-OPEN-TIME FROM TIME.
            MOVE EIBOPID TO WLRV-OPEN-OPID.
            MOVE 0 TO WLRV-DEC-DATE WLRV-DEC-TIME.
            CALL 'CBL_OPEN_FILE' USING WS-WR-NAME
                     WS-WR-ACCESS WS-WR-DENY
                     WS-WR-DEVICE WS-WR-HANDLE
                GIVING WS-WR-STATUS.
            MOVE LENGTH OF WLRV-REC TO WS-WR-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-WR-HANDLE
                     WS-WR-RECLEN WS-WR-FLAGS
                     WS-WR-RESERVED WLRV-REC
                GIVING WS-WR-STATUS.
            CALL 'CBL_CLOSE_FILE' USING WS-WR-HANDLE
                GIVING WS-WR-STATUS.
            ADD 1 TO WS-WL-REFERRED.

        COPY G6WLSTP.

      * A DORMANT CUSTOMER IS OPEN FOR BUSINESS - SAY SO ON THE
      * MESSAGE LINE WHEN NOTHING MORE PRESSING HAS CLAIMED IT, SO
      * THE OPERATOR KNOWS THE NEXT SAVE BRINGS THE ACCOUNT BACK.
      * CUST-MASTER-REC STILL HOLDS THE RECORD JUST PAINTED.
        CHECK-DORMANT-CUSTOMER.
            IF NOT WS-CM-IS-NEW AND CUST-IS-DORMANT
                AND ERRMSGO = SPACES
                MOVE 'E043' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            END-IF.
      * A DECEASED CUSTOMER SAYS SO BEFORE ANYONE STARTS KEYING.
            IF NOT WS-CM-IS-NEW AND CUST-IS-DECEASED
                AND ERRMSGO = SPACES
                MOVE 'E049' TO SE-MSG-CODE-WK
                PERFORM LOOKUP-ERROR-MESSAGE
                MOVE SE-MSG-TEXT (SE-MSG-IDX) TO ERRMSGO
            END-IF.

      * ONE ACCESS-LOG ENTRY FOR THE CUSTOMER ABOUT TO BE PAINTED -
      * CALLER PRESETS WS-ACC-SCREEN-WK WITH THE PAGE CODE.
        LOG-CUSTOMER-INQUIRY.
            ACCEPT ACCL-TIME FROM TIME.
            MOVE WS-ACC-SCREEN-WK TO ACCL-SCREEN.
            MOVE GUI6CA-CUST-ID TO ACCL-CUST-ID.
            MOVE WS-ACC-NAME TO CHN-STREAM.
            MOVE LENGTH OF ACCL-REC TO CHN-TEXT-LEN.
            MOVE ACCL-REC TO CHN-TEXT.
            PERFORM LINK-CHAIN-RECORD.
            MOVE CHN-TEXT TO ACCL-REC.
            MOVE LENGTH OF ACCL-REC TO WS-ACC-RECLEN.
            CALL 'CBL_WRITE_FILE' USING WS-ACC-HANDLE
                     WS-ACC-RECLEN WS-ACC-FLAGS
                     WS-ACC-RESERVED ACCL-REC
                GIVING WS-ACC-STATUS.
            PERFORM RELEASE-CHAIN-STATE.

      * PARK THE TRIP'S NEW VALUES ON G6FUTURE WITH THE EFFECTIVE
      * DATE - APPLIED BY TESTG6FE ON THE NIGHT IT ARRIVES.
                END-IF
            END-IF.

      * COUNT THE CUSTOMER'S OPEN CASES - POSITION AT THE CUSTOMER
      * ID AND STOP AT THE FIRST INDEX ROW FOR ANYONE ELSE.  MORE
      * THAN 99 SHOWS AS 99.
        CHECK-OPEN-CASES.
            MOVE 0 TO WS-OPEN-CASES.
            MOVE SPACES TO CASEFO.
            IF GUI6CA-CUST-ID NOT = SPACES
                MOVE LOW-VALUES TO WS-CSIX-BROWSE-KEY
                MOVE GUI6CA-CUST-ID TO WS-CSIX-BROWSE-KEY (1:10)
                MOVE 'N' TO WS-CSIX-EOF
                EXEC CICS STARTBR FILE(TRN-CASIX-FILE)
                          RIDFLD(WS-CSIX-BROWSE-KEY)
                          GTEQ
                          RESP(WS-CSIX-RESP)
                END-EXEC
                IF WS-CSIX-RESP = DFHRESP(NORMAL)
                    PERFORM COUNT-ONE-OPEN-CASE
                        UNTIL WS-CSIX-EOF = 'Y'
                    EXEC CICS ENDBR FILE(TRN-CASIX-FILE)
                    END-EXEC
                END-IF
            END-IF.
            IF WS-OPEN-CASES > 0
                STRING 'OPEN CASES ' DELIMITED BY SIZE
                       WS-OPEN-CASES DELIMITED BY SIZE
                  INTO CASEFO
            END-IF.

        COUNT-ONE-OPEN-CASE.
            EXEC CICS READNEXT FILE(TRN-CASIX-FILE)
                      INTO(CSIX-REC)
                      RIDFLD(WS-CSIX-BROWSE-KEY)
                      RESP(WS-CSIX-RESP)
            END-EXEC.
            IF WS-CSIX-RESP NOT = DFHRESP(NORMAL)
                OR CSIX-CUST-ID NOT = GUI6CA-CUST-ID
                MOVE 'Y' TO WS-CSIX-EOF
            ELSE
                IF WS-OPEN-CASES < 99
                    ADD 1 TO WS-OPEN-CASES
                END-IF
            END-IF.

      * LOOK UP SE-MSG-CODE-WK IN THE SHARED CODED MESSAGE TABLE AND
      * LEAVE SE-MSG-IDX POINTING AT THE MATCHING ROW.
        LOOKUP-ERROR-MESSAGE.
                WHEN SE-MSG-CODE (SE-MSG-IDX) = SE-MSG-CODE-WK
                    MOVE 'Y' TO SE-MSG-FOUND
            END-SEARCH.
            PERFORM LOG-ERROR-EVENT.

        COPY G6ERRLP.

      * DRAW THE NEXT ONLINE CUSTOMER ID FROM THE G6IDCTL CONTROL
      * RECORD (LATEST-STATE, TRUNCATE-AND-REWRITE) - BODY '1' PLUS
        BUILD-PAGE-HEADER.
            MOVE SPACES TO GUI6HO.
            MOVE 'CUSTOMER NAME/ADDRESS MAINTENANCE' TO PGTITLO.
            IF TRN-MODE-ON
                MOVE TRN-BANNER TO PGTITLO
            END-IF.
            ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD.
            MOVE WS-HDR-DATE TO PGDATEO.
            ACCEPT WS-HDR-TIME FROM TIME.
      * RATHER THAN FLAGGING THE SCREEN.
        READ-CUSTOMER-MASTER.
            MOVE 'N' TO WS-CM-NEW.
            EXEC CICS READ FILE(TRN-MAST-FILE)
                      INTO(CUST-MASTER-REC)
                      RIDFLD(GUI6CA-CUST-ID)
                      KEYLENGTH(CUST-MASTER-KEYLEN)
      * RATE TABLE LEAVES BOTH AT ZERO, WHICH IS VISIBLY WRONG
      * RATHER THAN QUIETLY MIXED.
            PERFORM COMPUTE-USD-EQUIVALENT.
      * AN ACCEPTED CHANGE IS ACTIVITY - A DORMANT CUSTOMER COMES
      * BACK TO ACTIVE WITH IT.
            IF CUST-IS-DORMANT
                MOVE 'A' TO CUST-STATUS
                MOVE 0 TO CUST-INACT-DATE
            END-IF.
            ACCEPT CUST-LAST-UPD-DATE FROM DATE YYYYMMDD.
            ACCEPT CUST-LAST-UPD-TIME FROM TIME.
      * AN ADDRESS THE PARTNER JUST STANDARDIZED IS VERIFIED AS OF
      * TODAY - THE TESTG6VS SWEEP SKIPS IT UNTIL IT AGES OUT.
            IF WS-AV-RESULT = 'S'
                MOVE CUST-LAST-UPD-DATE TO CUST-ADDR-VFY-DATE
            END-IF.
            IF WS-CM-IS-NEW
                EXEC CICS WRITE FILE(TRN-MAST-FILE)
                          FROM(CUST-MASTER-REC)
                          RIDFLD(GUI6CA-CUST-ID)
                          KEYLENGTH(CUST-MASTER-KEYLEN)
                MOVE 'WRT' TO JRNL-ACTION
                PERFORM JOURNAL-AFTER-IMAGE
            ELSE
                EXEC CICS REWRITE FILE(TRN-MAST-FILE)
                          FROM(CUST-MASTER-REC)
                          RESP(WS-CM-RESP)
                END-EXEC
        WRITE-NAME-INDEX.
            MOVE CUST-NAME TO NIX-NAME.
            MOVE CUST-ID   TO NIX-CUST-ID.
            EXEC CICS WRITE FILE(TRN-NAMIX-FILE)
                      FROM(NIX-REC)
                      RIDFLD(NIX-KEY)
                      KEYLENGTH(NIX-KEYLEN)
      * NOTFND JUST MEANS THE INDEX WAS ALREADY BEHIND - THE REBUILD
      * COVERS IT.
        DELETE-NAME-INDEX.
            EXEC CICS DELETE FILE(TRN-NAMIX-FILE)
                      RIDFLD(WS-NIX-DEL-KEY)
                      KEYLENGTH(NIX-KEYLEN)
                      RESP(WS-NIX-RESP)
