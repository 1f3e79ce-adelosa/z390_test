           02  GUI6AUD-AFTER-ZIP   PIC X(5).
      * WHAT KIND OF CHANGE THE ROW RECORDS - 'CHANGE' FOR THE
      * ORIGINAL NAME/ADDR/ZIP MAINTENANCE, 'INACTIVE' FOR A
      * CUSTOMER MARKED INACTIVE THROUGH THE PF5 ACTION, 'DORMANT'
      * FOR A SUPERVISOR-CONFIRMED DORMANCY APPLIED BY TESTG6DA,
      * 'CONSENT' FOR A CONTACT-PREFERENCE CHANGE, 'ADDRESS' FOR A
      * TYPED-ADDRESS (G6CADDR) CHANGE ON THE PF11 PAGE, 'DECEASED'
      * FOR A DEATH RECORDED ON THE PF17 BEREAVEMENT PAGE AND
      * 'ESTATE' FOR A LATER CORRECTION OF ITS G6ESTATE DETAILS -
      * BOTH CARRY THE CUSTOMER'S OWN NAME/ADDR/ZIP AS BEFORE AND
      * AFTER, THE ESTATE CONTACT ITSELF BEING ON G6ESTATE.
      * 'DIRDEBIT' FOR A DIRECT-DEBIT INSTRUCTION TAKEN, CHANGED OR
      * CANCELLED ON THE PF18 PAGE - LIKE 'ADDRESS' IT DESCRIBES
      * ANOTHER FILE (G6DDMAND): THE BEFORE/AFTER NAME FIELDS CARRY
      * THE ACCOUNT HOLDER AND THE ADDR FIELDS DDM-AUD-IMAGE (SEE
      * G6DDMAND.CPY), ACCOUNT NUMBER MASKED; ZIP IS SPACES.
           02  GUI6AUD-ACTION      PIC X(8).
      * ADDRESS-VERIFICATION OUTCOME RECORDED WITH THE CHANGE -
      * 'S' PARTNER-STANDARDIZED, 'W' ACCEPTED WITH WARNING,
           02  GUI6AUD-REF          PIC X(12).
           02  FILLER               PIC X(1).
           02  GUI6AUD-LINK-REF     PIC X(12).
      * CONTACT-PREFERENCE BEFORE/AFTER IMAGES (CUST-CONSENT - NO-
      * MAIL, NO-EMAIL, NO-SHARE).  A 'CONSENT' ROW IS WRITTEN FOR
      * EVERY PREFERENCE CHANGE; SPACES ON ROWS WRITTEN BEFORE THE
      * FIELDS EXISTED.
           02  GUI6AUD-BEFORE-CONSENT PIC X(3).
           02  GUI6AUD-AFTER-CONSENT  PIC X(3).
      * WHICH G6CADDR ADDRESS AN 'ADDRESS' ROW CHANGED - 'M'
      * MAILING, 'R' RESIDENTIAL, 'B' BILLING.  THE BEFORE/AFTER
      * ADDR/ZIP FIELDS ABOVE CARRY THAT TYPED ADDRESS, NOT THE
      * CUSTMAST ADDRESS.  SPACE ON EVERY OTHER ROW.
           02  GUI6AUD-ADDR-TYPE      PIC X(1).
      * HASH-CHAIN TRAILER (SEE G6CHNW.CPY) - THE ROW'S SEQUENCE
      * NUMBER ON THE STREAM AND THE HASH OF THE ROW BEFORE IT, SET
      * AT WRITE TIME BY LINK-CHAIN-RECORD.  SPACES ON ROWS WRITTEN
      * BEFORE THE STREAM WAS CHAINED.
           02  FILLER                 PIC X(1).
           02  GUI6AUD-CHAIN-SEQ      PIC 9(9).
           02  GUI6AUD-CHAIN-PREV     PIC 9(18).
