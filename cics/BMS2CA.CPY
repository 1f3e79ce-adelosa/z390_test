      * HANDS CONTROL INTO BMS2 (GUI6'S PF6 NOTES JUMP) SO BOTH SIDES
      * AGREE ON THE SHAPE.
      ***************************************************************
      * SCREEN NAVIGATION STACK - SEE G6NAVW.CPY.  KEPT FIRST SO A
      * PF12 RETURN THAT HANDS OVER ONLY THE STACK LANDS IN PLACE.
           02  BMS2CA-NAV       PIC X(831).
           02  BMS2CA-FIRST     PIC X(1).
               88  BMS2CA-FIRST-TIME  VALUE 'Y'.
      * NOTE LINES ACCUMULATED SO FAR THIS CONVERSATION, WRITTEN OUT
