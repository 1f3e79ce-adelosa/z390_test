      ***************************************************************
      * G6EMBNC.CPY - ONE BOUNCED STATEMENT EMAIL ADDRESS ON THE
      * G6EMBNC DATASET (CBL_OPEN_FILE/CBL_WRITE_FILE STREAM, LATEST
      * STATE, ONE ROW PER CUSTOMER, REWRITTEN WHOLE BY TESTG6EB -
      * THE ONLY WRITER - FROM THE STMTMAIL PARTNER'S BOUNCE FEED).
      *
      * WHILE A CUSTOMER'S CUST-EMAIL STILL MATCHES EMB-EMAIL THE
      * ADDRESS IS KNOWN BAD: TESTG6PS SENDS THEIR STATEMENT ON
      * PAPER INSTEAD, AND TESTG6EB KEEPS THEM ON THE CLERKS' REVIEW
      * LIST.  ONCE THE CLERK HAS CORRECTED THE ADDRESS ON THE GUI6
      * CONTACT PAGE (OR RECORDED AN EMAIL OPT-OUT) THE NEXT TESTG6EB
      * RUN CLEARS THE ROW AND EMAIL DELIVERY RESUMES BY ITSELF.
      ***************************************************************
       01  EMB-REC.
           02  EMB-CUST-ID         PIC X(10).
           02  FILLER              PIC X(1).
           02  EMB-EMAIL           PIC X(40).
           02  FILLER              PIC X(1).
           02  EMB-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  EMB-REASON          PIC X(30).
           02  FILLER              PIC X(1).
           02  EMB-COUNT           PIC 9(3).
