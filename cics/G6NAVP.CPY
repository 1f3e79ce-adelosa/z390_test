      ***************************************************************
      * G6NAVP.CPY - SCREEN NAVIGATION STACK PARAGRAPHS - SEE
      * G6NAVW.CPY.  COPY INTO THE PROCEDURE DIVISION OF ANY DRIVING
      * TRANSACTION THAT PUSHES OR POPS A SCREEN.
      *
      *   START-NAV-STACK      EMPTY STACK (A CONVERSATION WITH NO
      *                        COMMAREA YET, OR A FRESH START AT GUI4)
      *   CHECK-NAV-STACK      AFTER MOVING THE COMMAREA COPY IN - A
      *                        COMMAREA BUILT BY A PROGRAM THAT NEVER
      *                        SET THE STACK READS AS EMPTY
      *   CLEAR-NAV-TO         BLANK NAV-TO BEFORE LOADING A SCREEN'S
      *                        CONTEXT INTO IT
      *   PUSH-NAV-ENTRY       PUSH THE SCREEN THE CALLER LOADED INTO
      *                        NAV-TO (OLDEST ENTRY DROPPED WHEN FULL)
      *   POP-NAV-ENTRY        TOP ENTRY INTO NAV-TO WITH NAV-ARRIVE
      *                        'Y'; NAV-POPPED 'N' WHEN EMPTY
      *   RETURN-TO-NAV-SCREEN HAND CONTROL TO NAV-TO-TRANS WITH THE
      *                        STACK AT THE FRONT OF NAV-HANDOFF-AREA
      *                        AS ITS COMMAREA (GUI4, THE MENU,
      *                        IS ENTERED WITHOUT ONE, AS PF3 DOES)
      ***************************************************************
       START-NAV-STACK.
           MOVE SPACES TO NAV-STACK.
           MOVE 'N' TO NAV-ARRIVE.
           MOVE 0 TO NAV-DEPTH.
           PERFORM CLEAR-NAV-TO.

       CHECK-NAV-STACK.
           IF NAV-DEPTH NOT NUMERIC
               OR NAV-DEPTH > NAV-MAX
               PERFORM START-NAV-STACK
           END-IF.
           IF NAV-ARRIVE NOT = 'Y'
               MOVE 'N' TO NAV-ARRIVE
           END-IF.

       CLEAR-NAV-TO.
           MOVE SPACES TO NAV-TO.
           MOVE 0 TO NAV-TO-PAGE-NO.

       PUSH-NAV-ENTRY.
           IF NAV-DEPTH >= NAV-MAX
               PERFORM DROP-OLDEST-NAV-ENTRY
                   VARYING NAV-IDX FROM 1 BY 1
                   UNTIL NAV-IDX >= NAV-MAX
               SUBTRACT 1 FROM NAV-DEPTH
           END-IF.
           ADD 1 TO NAV-DEPTH.
           SET NAV-IDX TO NAV-DEPTH.
           MOVE NAV-TO TO NAV-ENTRY (NAV-IDX).
           MOVE 'N' TO NAV-ARRIVE.

       DROP-OLDEST-NAV-ENTRY.
           MOVE NAV-ENTRY (NAV-IDX + 1) TO NAV-ENTRY (NAV-IDX).

       POP-NAV-ENTRY.
           MOVE 'N' TO NAV-POPPED.
           IF NAV-DEPTH > 0
               SET NAV-IDX TO NAV-DEPTH
               MOVE NAV-ENTRY (NAV-IDX) TO NAV-TO
               MOVE SPACES TO NAV-ENTRY (NAV-IDX)
               SUBTRACT 1 FROM NAV-DEPTH
               MOVE 'Y' TO NAV-ARRIVE
               MOVE 'Y' TO NAV-POPPED
           END-IF.

       RETURN-TO-NAV-SCREEN.
           IF NAV-TO-TRANS = 'GUI4'
               EXEC CICS RETURN TRANSID('GUI4')
               END-EXEC
           ELSE
               MOVE SPACES TO NAV-HANDOFF-AREA
               MOVE NAV-STACK TO NAV-HANDOFF-STACK
               EXEC CICS RETURN TRANSID(NAV-TO-TRANS)
                         COMMAREA(NAV-HANDOFF-AREA)
               END-EXEC
           END-IF.
