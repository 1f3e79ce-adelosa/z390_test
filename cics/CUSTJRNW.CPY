      * JRNL-SOURCE/JRNL-OPID SAYING WHO IS ABOUT TO OVERLAY IT -
      * SO "WHAT DID THIS RECORD LOOK LIKE LAST MONDAY" ALWAYS HAS
      * AN ANSWER, WHICHEVER WRITER MADE THE CHANGE.
      *
      * EVERY JOURNAL RECORD IS HASH-CHAINED TO THE ONE BEFORE IT
      * (JRNL-CHAIN-SEQ/-PREV - SEE G6CHNW.CPY, COPIED HERE SO EVERY
      * JOURNAL WRITER HAS IT).
      ***************************************************************
       COPY G6CHNW.
       01  JRNL-NAME             PIC X(8) VALUE 'CUSTJRNL'.
       01  JRNL-ACCESS           PIC X(1) VALUE X'03'.
       01  JRNL-DENY             PIC X(1) VALUE X'03'.
           02  FILLER            PIC X(1).
           02  JRNL-OPID-O       PIC X(3).
           02  FILLER            PIC X(1).
           02  JRNL-PRIOR-REC    PIC X(237).
           02  FILLER            PIC X(1).
      * WHAT THE UPDATE DID - 'WRT' NEW RECORD, 'REW' REWRITE, 'DEL'
      * DELETE - AND THE RECORD AS IT STOOD AFTERWARD (SPACES FOR A
      * VIEW PAGES THROUGH.
           02  JRNL-ACTION       PIC X(3).
           02  FILLER            PIC X(1).
           02  JRNL-AFTER-REC    PIC X(237).
           02  FILLER            PIC X(1).
           02  JRNL-CHAIN-SEQ    PIC 9(9).
           02  JRNL-CHAIN-PREV   PIC 9(18).
