      * NOT COMPLETE TODAY, OR THE JOB ALREADY RAN TODAY), IN WHICH
      * CASE THE CALLER STOPS WITHOUT TOUCHING ITS FILES.  FUNC
      * 'REPRT' PRINTS THE WINDOW STATUS REPORT.
      *
      * THE SUPERVISED EXCEPTIONS - EACH NEEDS RCTL-OPID AND
      * RCTL-REASON, IS RECORDED ON RUNHIST, AND SHOWS ON REPRT (THE
      * RUNCTLO STEP ISSUES THEM FROM A CONTROL CARD):
      *   'OVRD'  - THE JOB'S NEXT START SKIPS THE PREDECESSOR AND
      *             SCHEDULE CHECKS
      *   'RERUN' - A JOB THAT COMPLETED (OR WAS SKIPPED) TODAY MAY
      *             START AGAIN
      *   'SKIP'  - THE JOB COUNTS AS DONE FOR ITS SUCCESSORS
      *             WITHOUT RUNNING
      ***************************************************************
       01  RCTL-PARM.
           02  RCTL-JOB          PIC X(8).
           02  RCTL-FUNC         PIC X(5).
           02  RCTL-JOB-RC       PIC 9(4).
           02  RCTL-RESULT       PIC 9(4).
           02  RCTL-OPID         PIC X(3).
           02  RCTL-REASON       PIC X(40).
