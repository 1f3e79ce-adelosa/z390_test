      * HANDED-IN CUSTOMER AND PAINTS THE POPULATED SCREEN WITHOUT
      * WAITING FOR THE OPERATOR TO KEY THE ID AGAIN.
      ***************************************************************
      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.  KEPT FIRST SO A
      * PF12 RETURN THAT HANDS OVER ONLY THE STACK LANDS IN PLACE.
           02  GUI6CA-NAV       PIC X(831).
      * REPEATING TESTOCC LINE-ITEM TABLE - GUI6 ONLY HAS ROOM FOR ONE
      * TESTOCCI FIELD ON THE PHYSICAL SCREEN, SO EACH TRIP APPENDS
      * ITS AMOUNT TO THIS COMMAREA TABLE RATHER THAN THE MAP ITSELF,
      * POSITIONED - ZERO MEANS THE LIVE RECORD IS ON SCREEN.
           02  GUI6CA-HIST-IDX  PIC 9(3) COMP.
      * WHICH GUI6 PAGE THE CONVERSATION IS SHOWING - SPACE = THE
      * MAIN NAME/ADDRESS PAGE, 'C' = THE PF4 CONTACT-DETAILS PAGE,
      * 'A' = THE PF11 TYPED-ADDRESSES PAGE, 'B' = THE PF17
      * BEREAVEMENT PAGE, 'D' = THE PF18 DIRECT-DEBIT PAGE.
           02  GUI6CA-PAGE      PIC X(1).
      * THE MASTER'S LAST-UPDATE STAMPS AS OF WHEN THIS
      * CONVERSATION LOADED THE RECORD - EVERY SAVE RE-READS AND
