      ***************************************************************
      * G6NAVW.CPY - SCREEN NAVIGATION STACK SHARED BY THE DRIVING
      * TRANSACTIONS (GUI4, SRC6, GUI6, BMS2, HHL6).  EVERY HOP FROM
      * ONE OF THESE SCREENS TO ANOTHER PUSHES THE SCREEN BEING LEFT
      * AND ITS KEY CONTEXT (SEARCH CRITERIA AND PAGE, CUSTOMER ID,
      * SUB-PAGE); PF12 POPS THE TOP ENTRY AND HANDS CONTROL BACK TO
      * THAT SCREEN, WHICH REPAINTS EXACTLY WHERE THE OPERATOR WAS.
      * PF3 STILL GOES STRAIGHT TO THE MENU AND DROPS THE STACK.
      *
      * THE STACK TRAVELS AS THE FIRST FIELD OF EACH SCREEN'S
      * COMMAREA (GUI6CA-NAV, BMS2CA-NAV, SRCHCA-NAV, HHL6CA-NAV -
      * ALL PIC X(831), THE LENGTH OF NAV-STACK).  A PROGRAM MOVES
      * ITS COMMAREA COPY INTO NAV-STACK AT THE TOP OF EACH TRIP AND
      * BACK AT ITS RETURN; SEE G6NAVP.CPY FOR THE PARAGRAPHS.
      *
      * NAV-ARRIVE 'Y' TELLS THE RECEIVING SCREEN TO PAINT THE
      * CONTEXT IN NAV-TO ON ITS FIRST TRIP INSTEAD OF RECEIVING A
      * MAP - SET BY A PF12 POP AND BY A FORWARD JUMP THAT HAS NO
      * COMMAREA OF ITS OWN TO BUILD (GUI6/BMS2 PF2 TO HHL6).
      * THE DEEPEST HOPS DROP THE OLDEST ENTRY WHEN THE STACK FILLS.
      ***************************************************************
       01  NAV-STACK.
           02  NAV-ARRIVE          PIC X(1).
           02  NAV-TO.
               03  NAV-TO-TRANS    PIC X(4).
               03  NAV-TO-CUST-ID  PIC X(10).
               03  NAV-TO-NAMFLT   PIC X(20).
               03  NAV-TO-ZIPFLT   PIC X(5).
               03  NAV-TO-PAGE-NO  PIC 9(2).
               03  NAV-TO-PAGE-KEY PIC X(50).
               03  NAV-TO-SUBPAGE  PIC X(1).
           02  NAV-DEPTH           PIC 9(2).
           02  NAV-ENTRY OCCURS 8 TIMES
                         INDEXED BY NAV-IDX.
               03  NAV-TRANS       PIC X(4).
               03  NAV-CUST-ID     PIC X(10).
               03  NAV-NAMFLT      PIC X(20).
               03  NAV-ZIPFLT      PIC X(5).
               03  NAV-PAGE-NO     PIC 9(2).
               03  NAV-PAGE-KEY    PIC X(50).
               03  NAV-SUBPAGE     PIC X(1).
      * RETURN-TO-NAV-SCREEN HANDS THE STACK OVER AT THE FRONT OF THIS
      * AREA, SIZED TO COVER THE LARGEST RECEIVING COMMAREA (BMS2CA),
      * SO THE SCREEN IT LANDS ON ALWAYS OWNS ITS FULL COMMAREA.  THE
      * RECEIVER INITIALIZES ITS OWN FIELDS ON ARRIVAL.
       01  NAV-HANDOFF-AREA.
           02  NAV-HANDOFF-STACK   PIC X(831).
           02  FILLER              PIC X(2048).
       01  NAV-MAX                 PIC 9(2) VALUE 8.
       01  NAV-POPPED              PIC X(1).
