                 TO ZIPREF-RANGE-ST (ZIPREF-IDX)
           END-IF.

      * ZIPREF-ZIP-WK IN, ZIPREF-VALID AND ZIPREF-STATE-WK OUT.  A
      * NON-NUMERIC ZIP IS NEVER VALID; AN EMPTY REFERENCE TABLE
      * VALIDATES EVERYTHING (SEE ZIPREFW.CPY).
       LOOKUP-ZIP-REFERENCE.
           MOVE SPACES TO ZIPREF-STATE-WK.
           IF ZIPREF-ZIP-WK NOT NUMERIC
               MOVE 'N' TO ZIPREF-VALID
           ELSE
           IF ZIPREF-ZIP-NUM >= ZIPREF-RANGE-LO (ZIPREF-IDX)
               AND ZIPREF-ZIP-NUM <= ZIPREF-RANGE-HI (ZIPREF-IDX)
               MOVE 'Y' TO ZIPREF-VALID
               MOVE ZIPREF-RANGE-ST (ZIPREF-IDX) TO ZIPREF-STATE-WK
           END-IF.
