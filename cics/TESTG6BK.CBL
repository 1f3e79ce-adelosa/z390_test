      * JOURNAL BY TESTG6FR.  SCHEDULE IT AT LEAST ONCE A DAY -
      * FORWARD RECOVERY CAN ONLY REPLAY WHAT HAPPENED AFTER THE
      * LAST SNAPSHOT THAT ACTUALLY EXISTS.
      * THE TESTG6DR RECOVERY DRILL RESTORES THE NEWEST SNAPSHOT
      * INTO A SCRATCH MASTER AND PROVES THE PAIR STILL REBUILDS THE
      * LIVE ONE.
      *
        PROGRAM-ID. TESTG6BK.
        ENVIRONMENT DIVISION.
