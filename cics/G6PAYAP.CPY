      ***************************************************************
      * G6PAYAP.CPY - CUST-PAYME AMOUNT PARSE PARAGRAPHS (PAIR WITH
      * G6PAYAW.CPY - SEE THERE FOR THE CALLING CONVENTION).
      ***************************************************************
       PARSE-PAYME-AMOUNT.
           MOVE 0 TO PAYA-UNITS PAYA-CENTS PAYA-DEC-DIGITS.
           MOVE 'N' TO PAYA-VALID.
           MOVE 'N' TO PAYA-AFTER-POINT.
           PERFORM PARSE-ONE-PAYME-CHAR
               VARYING PAYA-POS FROM 1 BY 1
               UNTIL PAYA-POS > 14.
      * ONE DIGIT AFTER THE POINT IS TENS OF CENTS.
           IF PAYA-DEC-DIGITS = 1
               COMPUTE PAYA-CENTS = PAYA-CENTS * 10
           END-IF.
           COMPUTE PAYA-AMOUNT = PAYA-UNITS + PAYA-CENTS / 100.

       PARSE-ONE-PAYME-CHAR.
           IF PAYA-TEXT-WK (PAYA-POS:1) = '.'
               MOVE 'Y' TO PAYA-AFTER-POINT
           ELSE
               IF PAYA-TEXT-WK (PAYA-POS:1) IS NUMERIC
                   MOVE 'Y' TO PAYA-VALID
                   MOVE PAYA-TEXT-WK (PAYA-POS:1) TO PAYA-DIGIT
                   IF PAYA-AFTER-POINT = 'N'
                       COMPUTE PAYA-UNITS =
                           PAYA-UNITS * 10 + PAYA-DIGIT
                   ELSE
                       IF PAYA-DEC-DIGITS < 2
                           ADD 1 TO PAYA-DEC-DIGITS
                           COMPUTE PAYA-CENTS =
                               PAYA-CENTS * 10 + PAYA-DIGIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
