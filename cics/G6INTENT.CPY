           02  INT-AFTER-ADDR      PIC X(40).
           02  INT-AFTER-ZIP       PIC X(5).
      * CONTACT AND STATUS AFTER-VALUES - BLANK WHEN THE COMMIT
      * DOES NOT TOUCH THEM.  A STATUS OF 'I' IS AN INACTIVATION
      * AND 'X' A DEATH RECORDED ON THE BEREAVEMENT PAGE; THE
      * SCAVENGER STAMPS THE INACTIVATION DATE FROM INT-DATE WHEN
      * IT HAS TO FINISH EITHER.
           02  INT-AFTER-PHONE     PIC X(10).
           02  INT-AFTER-EMAIL     PIC X(40).
           02  INT-AFTER-STATUS    PIC X(1).
      * CONTACT-PREFERENCE AFTER-VALUES (CUST-CONSENT) - BLANK
      * WHEN THE COMMIT DOES NOT TOUCH THEM.
           02  INT-AFTER-CONSENT   PIC X(3).
