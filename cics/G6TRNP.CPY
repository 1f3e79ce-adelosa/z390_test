      ***************************************************************
      * G6TRNP.CPY - TRAINING-MODE SWITCH (PAIR WITH G6TRNW.CPY).
      * NEEDS OPSECCKW/OPSECCKP, WITH READ-OPERATOR-SECURITY ALREADY
      * DONE FOR THIS TRIP.  LEAVES OPSEC-PERM-OK SET FOR 'Z', SO
      * THE CALLER SETS OPSEC-PERM-WK AFRESH FOR ITS OWN CHECKS.
      ***************************************************************
       SET-TRAINING-MODE.
           MOVE 'N' TO TRN-MODE-SW.
           MOVE 'Z' TO OPSEC-PERM-WK.
           PERFORM CHECK-OPERATOR-PERM.
           IF OPSEC-PERM-IS-OK
               MOVE 'Y' TO TRN-MODE-SW
               MOVE TRN-T-MAST   TO TRN-MAST-FILE
               MOVE TRN-T-NAMIX  TO TRN-NAMIX-FILE
               MOVE TRN-T-CADDR  TO TRN-CADDR-FILE
               MOVE TRN-T-CASIX  TO TRN-CASIX-FILE
               MOVE TRN-T-ESTATE TO TRN-ESTATE-FILE
               MOVE TRN-T-DDMAND TO TRN-DDMAND-FILE
           END-IF.
