      ***************************************************************
      * G6SODP.CPY - SEGREGATION-OF-DUTIES CHECK PARAGRAPHS (PAIR
      * WITH G6SODW.CPY - SEE THERE FOR THE CALLING CONVENTION).
      ***************************************************************
       CHECK-SOD-CONFLICT.
           IF REF-LOADED NOT = 'Y'
               PERFORM LOAD-REFERENCE-TABLE
           END-IF.
           MOVE 'N' TO SOD-CONFLICT.
           MOVE SPACES TO SOD-RULE-WK.
           MOVE SPACES TO SOD-DESC-WK.
           PERFORM TEST-ONE-SOD-RULE
               VARYING SOD-RULE-IDX FROM SOD-NEXT-IDX BY 1
               UNTIL SOD-RULE-IDX > REF-COUNT
                  OR SOD-CONFLICT = 'Y'.
           MOVE SOD-RULE-IDX TO SOD-NEXT-IDX.

      * A DEACTIVATED RULE (REF6 DIS) NO LONGER BINDS.
       TEST-ONE-SOD-RULE.
           SET REF-IDX TO SOD-RULE-IDX.
           IF REF-E-TABLE (REF-IDX) = SOD-TABLE-NAME
               AND REF-E-ACTIVE (REF-IDX) = 'A'
               AND REF-E-CODE (REF-IDX) NOT = SPACES
               MOVE 'Y' TO SOD-ALL-HELD
               PERFORM TEST-ONE-SOD-ELEMENT
                   VARYING SOD-ELEM-IDX FROM 1 BY 1
                   UNTIL SOD-ELEM-IDX > 4
               IF SOD-ALL-HELD = 'Y'
                   MOVE 'Y' TO SOD-CONFLICT
                   MOVE REF-E-CODE (REF-IDX) TO SOD-RULE-WK
                   MOVE REF-E-DESC (REF-IDX) TO SOD-DESC-WK
               END-IF
           END-IF.

       TEST-ONE-SOD-ELEMENT.
           MOVE REF-E-CODE (REF-IDX) (SOD-ELEM-IDX:1) TO SOD-ELEM-WK.
           EVALUATE TRUE
           WHEN SOD-ELEM-WK = SPACE
               CONTINUE
           WHEN SOD-ELEM-WK = '+'
               IF SOD-CLASS-WK NOT = 'S'
                   MOVE 'N' TO SOD-ALL-HELD
               END-IF
           WHEN OTHER
               MOVE 0 TO SOD-TALLY
               INSPECT SOD-PERMS-WK
                   TALLYING SOD-TALLY FOR ALL SOD-ELEM-WK
               IF SOD-TALLY = 0
                   MOVE 'N' TO SOD-ALL-HELD
               END-IF
           END-EVALUATE.
