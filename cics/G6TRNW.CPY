      ***************************************************************
      * G6TRNW.CPY - TRAINING MODE FOR THE CUSTOMER MAINTENANCE
      * SCREENS, WORKING-STORAGE SIDE (PAIR WITH G6TRNP.CPY).  AN
      * OPERATOR WHOSE OPSECMST PERMISSIONS CARRY 'Z' WORKS GUI6,
      * SRC6, BMS2 AND APR6 AGAINST THE TRAINING COPY OF CUSTMAST
      * AND ITS SATELLITE FILES - EVERY KSDS AND STREAM THOSE
      * SCREENS READ OR WRITE HAS A TRNxxxxx TWIN BELOW.  SO NOTHING
      * A TRAINEE DOES REACHES THE LIVE JOURNAL, THE AUDIT, ACCESS
      * OR PAYMENT LOGS, THE APPROVAL, RE-VERIFICATION OR
      * WATCH-LIST QUEUES, OR THE PROFILE PRINT; THE TESTG6LT
      * LETTERS AND THE OTHER NIGHTLY JOBS NEVER SEE A TRAINING
      * CHANGE; AND THE ADDRVFY PARTNER SERVICE IS NOT CALLED AT
      * ALL - THE ADDRESS IS TAKEN AS KEYED.  EVERY SCREEN SHOWS
      * TRN-BANNER.  THE OPERATOR'S OWN SECURITY TRAIL (GUI6SEC,
      * GUI6LOCK, THE SESSION REGISTER) STAYS LIVE - IT IS ABOUT
      * THE OPERATOR, NOT THE CUSTOMER.
      *
      * A STREAM NAMED TRN... IS NEVER HASH-CHAINED (G6CHNP.CPY)
      * AND NEVER ROLLS OVER: THE NIGHTLY TESTG6TR RESET PUTS EVERY
      * TRAINING FILE BACK TO ITS TBxxxxxx BASELINE SO EACH CLASS
      * STARTS FROM THE SAME DATA.  TRN-GEN-PREFIX IS THE
      * GENERATION PREFIX A TRAINING HISTORY READ USES - NO SUCH
      * GENERATION EVER EXISTS, SO THE READ SEES ONLY THE TRAINING
      * STREAM.
      *
      * A SCREEN PERFORMS SET-TRAINING-MODE RIGHT AFTER
      * READ-OPERATOR-SECURITY, NAMES ITS FILES IN EXEC CICS AS
      * FILE(TRN-xxx-FILE), AND WHEN TRN-MODE-ON MOVES THE
      * TRN-T-xxx STREAM NAMES OVER ITS OWN.
      ***************************************************************
       01  TRN-MODE-SW             PIC X(1) VALUE 'N'.
           88  TRN-MODE-ON             VALUE 'Y'.
       01  TRN-BANNER              PIC X(40)
               VALUE '*** TRAINING MODE - NOT LIVE DATA ***'.
       01  TRN-GEN-PREFIX          PIC X(2) VALUE 'TX'.
      * THE KSDS NAMES THIS TRIP USES - LIVE UNLESS SET-TRAINING-MODE
      * SWITCHES THEM.
       01  TRN-MAST-FILE           PIC X(8) VALUE 'CUSTMAST'.
       01  TRN-NAMIX-FILE          PIC X(8) VALUE 'G6NAMIX'.
       01  TRN-CADDR-FILE          PIC X(8) VALUE 'G6CADDR'.
       01  TRN-CASIX-FILE          PIC X(8) VALUE 'G6CASIX'.
       01  TRN-ESTATE-FILE         PIC X(8) VALUE 'G6ESTATE'.
       01  TRN-DDMAND-FILE         PIC X(8) VALUE 'G6DDMAND'.
      * THE TRAINING TWINS - KSDS FIRST, THEN THE STREAMS (LIVE NAME
      * ALONGSIDE).
       01  TRN-T-MAST              PIC X(8) VALUE 'TRNMAST'.
       01  TRN-T-NAMIX             PIC X(8) VALUE 'TRNNAMIX'.
       01  TRN-T-CADDR             PIC X(8) VALUE 'TRNCADDR'.
       01  TRN-T-CASIX             PIC X(8) VALUE 'TRNCASIX'.
       01  TRN-T-ESTATE            PIC X(8) VALUE 'TRNESTAT'.
       01  TRN-T-DDMAND            PIC X(8) VALUE 'TRNDDMND'.
       01  TRN-T-AUD               PIC X(8) VALUE 'TRNAUD'.
      *                                      GUI6AUD
       01  TRN-T-JRNL              PIC X(8) VALUE 'TRNJRNL'.
      *                                      CUSTJRNL
       01  TRN-T-ACCLOG            PIC X(8) VALUE 'TRNACCLG'.
      *                                      G6ACCLOG
       01  TRN-T-PAYLDG            PIC X(8) VALUE 'TRNPAYLG'.
      *                                      G6PAYLDG
       01  TRN-T-AVRQ              PIC X(8) VALUE 'TRNAVRQ'.
      *                                      G6AVRQ
       01  TRN-T-PENDG             PIC X(8) VALUE 'TRNPENDG'.
      *                                      G6PENDG
       01  TRN-T-INTENT            PIC X(8) VALUE 'TRNINTNT'.
      *                                      G6INTENT
       01  TRN-T-FUTURE            PIC X(8) VALUE 'TRNFUTUR'.
      *                                      G6FUTURE
       01  TRN-T-IDCTL             PIC X(8) VALUE 'TRNIDCTL'.
      *                                      G6IDCTL
       01  TRN-T-RMSUSP            PIC X(8) VALUE 'TRNRMSUS'.
      *                                      G6RMSUSP
       01  TRN-T-WLREV             PIC X(8) VALUE 'TRNWLREV'.
      *                                      G6WLREV
       01  TRN-T-NOTE              PIC X(8) VALUE 'TRNNOTE'.
      *                                      BMS2NOTE
       01  TRN-T-PROF              PIC X(8) VALUE 'TRNPROF'.
      *                                      G6PROF
