      * SAYS WHERE THE HIGH-PRIVILEGE SCREENS MAY RUN IN THE FIRST
      * PLACE.  ONE ROW PER TERMINAL: ITS LOCATION AND THE SCREEN
      * CLASSES IT MAY HOST ('X' SECURITY ADMIN, 'R' REGISTRY,
      * 'A' APPROVALS, 'T' REFERENCE TABLES, 'K' COMPLIANCE REVIEW).
      * TESTSEC1, TESTSVR1, TESTG6AP AND TESTG6WR PRESET
      * TRM-CLASS-WK AND SESS-TRMID-WK AND PERFORM
      * CHECK-TERMINAL-REG - TRM-ALLOWED COMES BACK 'N' ON
      * AN UNREGISTERED OR UNENTITLED TERMINAL, REGARDLESS OF THE
      * OPERATOR'S OWN PERMISSIONS.  MAINTAINED ON THE TRM6 SCREEN
      * (TESTG6TM) WITH ITS OWN AUDIT TRAIL, THE SAME PATTERN SEC6
