      ***************************************************************
      * G6FRW.CPY - WORKING-STORAGE FOR THE SHARED CUSTMAST RESTORE
      * AND JOURNAL ROLL-FORWARD (PAIR WITH G6FRP.CPY).  USED BY
      * TESTG6FR FOR A REAL FORWARD RECOVERY AND BY THE TESTG6DR
      * RECOVERY DRILL, SO THE DRILL PROVES THE VERY CODE A REAL
      * RECOVERY WOULD RUN.  THE CALLER ALSO COPIES CUSTJRNW AND
      * G6GENRW HERE, AND DECLARES THE MASTER BEING REBUILT AS
      * FD CUSTMAST (COPY CUSTMAST) - ITS OWN LIVE KSDS FOR TESTG6FR,
      * A SCRATCH KSDS FOR THE DRILL.  IT SETS:
      *
      *   RCV-BK-NAME    THE IMAGE COPY (BKYYMMDD) - OR PERFORMS
      *                  FIND-LATEST-IMAGE-COPY TO PICK THE NEWEST
      *                  ONE INSIDE RCV-LOOK-BACK DAYS
      *   RCV-CUT-DATE / RCV-CUT-TIME  THE REPLAY CUTOFF (DEFAULT
      *                  99999999 - REPLAY TO THE CURRENT POINT)
      *
      * THEN PERFORMS RESTORE-IMAGE-COPY (RCV-RESTORE-OK 'N' WHEN THE
      * IMAGE COPY WILL NOT OPEN) AND REPLAY-JOURNAL.
      ***************************************************************
       01  RCV-BK-NAME           PIC X(8).
       01  RCV-BK-DATE           PIC 9(8).
       01  RCV-BK-ACCESS         PIC X(1) VALUE X'03'.
       01  RCV-BK-DENY           PIC X(1) VALUE X'03'.
       01  RCV-BK-DEVICE         PIC X(1) VALUE X'00'.
       01  RCV-BK-HANDLE         PIC X(4).
       01  RCV-BK-FLAGS          PIC X(4) VALUE X'00000000'.
       01  RCV-BK-RESERVED       PIC X(4) VALUE X'00000000'.
       01  RCV-BK-STATUS         PIC S9(9) COMP-5.
       01  RCV-BK-RECLEN         PIC 9(8) COMP-5.
       01  RCV-CUT-DATE          PIC 9(8) VALUE 99999999.
       01  RCV-CUT-TIME          PIC 9(8) VALUE 99999999.
       01  RCV-RESTORE-OK        PIC X(1).
       01  RCV-RESTORED-COUNT    PIC 9(7) VALUE 0.
       01  RCV-REPLAYED-COUNT    PIC 9(7) VALUE 0.
       01  RCV-SKIPPED-COUNT     PIC 9(7) VALUE 0.
       01  RCV-PAST-CUT-COUNT    PIC 9(7) VALUE 0.
       01  RCV-FILE-EOF          PIC X(1).
       01  RCV-INVALID-KEY-SW    PIC X(1).
           88  RCV-RECORD-NOT-FOUND VALUE 'Y'.
      * HOW FAR BACK FIND-LATEST-IMAGE-COPY LOOKS FOR A BKYYMMDD.
       01  RCV-LOOK-BACK         PIC 9(3) VALUE 035.
       01  RCV-LOOK-DAYS         PIC 9(3).
       01  RCV-TODAY             PIC 9(8).
       01  RCV-DATE-INT          PIC 9(8) COMP.
       01  RCV-PROBE-DATE        PIC 9(8).
       01  RCV-PROBE-NAME        PIC X(8).
       01  RCV-AFTER-FIELDS.
           02  RCV-AF-ID           PIC X(10).
           02  FILLER              PIC X(227).
       01  RCV-PRIOR-FIELDS.
           02  RCV-PR-ID           PIC X(10).
           02  FILLER              PIC X(227).
