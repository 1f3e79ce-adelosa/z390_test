           MOVE 'CHANGE HISTORY (GUI6AUD):' TO PROF-LINE.
           PERFORM WRITE-PROFILE-LINE.
           MOVE PROF-AUD-FILE TO GEN-BASE-NAME.
           MOVE PROF-AUD-PREFIX TO GEN-PREFIX.
           ACCEPT GEN-TO-DATE FROM DATE YYYYMMDD.
           COMPUTE PROF-GEN-INT-WK =
               FUNCTION INTEGER-OF-DATE (GEN-TO-DATE) - 90.
