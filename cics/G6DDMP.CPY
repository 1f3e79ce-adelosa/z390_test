      ***************************************************************
      * G6DDMP.CPY - DIRECT-DEBIT COLLECTION DATE PARAGRAPHS (PAIR
      * WITH G6DDMW.CPY - SEE THERE FOR THE CALLING CONVENTION).
      ***************************************************************
       SET-DD-PERIOD.
           MOVE 0 TO DDMA-PERIOD-MONTHS.
           IF DDM-FREQ = 'M'
               MOVE 1 TO DDMA-PERIOD-MONTHS
           END-IF.
           IF DDM-FREQ = 'Q'
               MOVE 3 TO DDMA-PERIOD-MONTHS
           END-IF.
           IF DDM-FREQ = 'A'
               MOVE 12 TO DDMA-PERIOD-MONTHS
           END-IF.

       ADVANCE-DD-DATE.
           COMPUTE DDMA-ABS-MONTH =
               DDMA-YYYY * 12 + DDMA-MM - 1 + DDMA-PERIOD-MONTHS.
           DIVIDE DDMA-ABS-MONTH BY 12 GIVING DDMA-YYYY
               REMAINDER DDMA-MM.
           ADD 1 TO DDMA-MM.
           MOVE DDM-COLL-DAY TO DDMA-DD.

      * THIS MONTH'S COLLECTION DAY, OR THE NEXT MONTH'S, OR THE ONE
      * AFTER - WHICHEVER IS THE FIRST FAR ENOUGH OUT.  ALWAYS
      * MONTHLY STEPS HERE: THE FREQUENCY GOVERNS ONLY WHAT FOLLOWS.
       FIRST-DD-DATE.
           MOVE DDMA-TODAY TO DDMA-DATE.
           MOVE DDM-COLL-DAY TO DDMA-DD.
           COMPUTE DDMA-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (DDMA-TODAY).
           MOVE 1 TO DDMA-PERIOD-MONTHS.
           COMPUTE DDMA-DATE-INT =
               FUNCTION INTEGER-OF-DATE (DDMA-DATE).
           IF DDMA-DATE-INT < DDMA-TODAY-INT + DDMA-LEAD-DAYS
               PERFORM ADVANCE-DD-DATE
               COMPUTE DDMA-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (DDMA-DATE)
               IF DDMA-DATE-INT < DDMA-TODAY-INT + DDMA-LEAD-DAYS
                   PERFORM ADVANCE-DD-DATE
               END-IF
           END-IF.
           PERFORM SET-DD-PERIOD.

       CHECK-DD-ROUTING.
           MOVE 'N' TO DDMA-ROUT-VALID.
           IF DDMA-ROUTING IS NUMERIC
               MOVE 0 TO DDMA-ROUT-SUM
               PERFORM SUM-DD-ROUTING-GROUP
                   VARYING DDMA-ROUT-IDX FROM 1 BY 3
                   UNTIL DDMA-ROUT-IDX > 9
               IF FUNCTION MOD (DDMA-ROUT-SUM, 10) = 0
                   AND DDMA-ROUT-SUM > 0
                   MOVE 'Y' TO DDMA-ROUT-VALID
               END-IF
           END-IF.

       SUM-DD-ROUTING-GROUP.
           COMPUTE DDMA-ROUT-SUM = DDMA-ROUT-SUM
               + 3 * DDMA-ROUT-DIGIT (DDMA-ROUT-IDX)
               + 7 * DDMA-ROUT-DIGIT (DDMA-ROUT-IDX + 1)
               + DDMA-ROUT-DIGIT (DDMA-ROUT-IDX + 2).
