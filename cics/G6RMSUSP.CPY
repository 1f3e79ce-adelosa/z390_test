      * THE ENTRY IS CLEARED (A 'C' CARD THROUGH THE SAME JOB), AND
      * THE TESTG6RW WEEKLY REPORT LISTS EVERYTHING STILL OPEN.
      * THE SUSPECT STATE RIDES THIS DATASET RATHER THAN A NEW
      * CUSTMAST COLUMN SO THE 237-BYTE MASTER IMAGE CARRIED BY THE
      * JOURNAL, PENDING, AND MERGE-AUDIT FILES STAYS UNTOUCHED.
      *
      * RM-STATUS: 'S' SUSPECT (OPEN), 'C' CLEARED.
