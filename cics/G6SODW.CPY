      ***************************************************************
      * G6SODW.CPY - SEGREGATION-OF-DUTIES CHECK, WORKING-STORAGE
      * SIDE (PAIR WITH G6SODP.CPY; BOTH NEED G6REFTBW/G6REFTBP).
      * THE CONFLICTING COMBINATIONS ARE ROWS OF THE SODRULE TABLE
      * ON THE SHARED G6REFTBL REFERENCE DATASET, MAINTAINED ON
      * REF6 BY SECURITY ADMINISTRATORS ONLY.  EACH ROW'S CODE IS
      * UP TO FOUR ELEMENTS THAT MUST ALL BE HELD FOR A CONFLICT -
      * A PERMISSION LETTER (SEE OPSECMST.CPY), OR '+' FOR THE
      * SUPERVISOR CLASS 'S' - AND ITS DESCRIPTION SAYS WHY.  THE
      * AUDIT FINDINGS THE TABLE WAS BUILT FOR:
      *   XA    SECURITY ADMINISTRATION WITH CHANGE APPROVALS
      *   X+    SECURITY ADMINISTRATION WITH SUPERVISOR CLASS
      *   HTM   HELP-TEXT AND REFERENCE TABLES ON TOP OF GUI6
      *
      * CALLING CONVENTION: SET SOD-PERMS-WK AND SOD-CLASS-WK, MOVE
      * 1 TO SOD-NEXT-IDX AND PERFORM CHECK-SOD-CONFLICT.
      * SOD-CONFLICT COMES BACK 'Y' WITH THE RULE IN SOD-RULE-WK
      * AND SOD-DESC-WK; PERFORM IT AGAIN WITHOUT RESETTING
      * SOD-NEXT-IDX FOR THE NEXT CONFLICT, UNTIL IT COMES BACK 'N'.
      ***************************************************************
       01  SOD-PERMS-WK            PIC X(8).
       01  SOD-CLASS-WK            PIC X(1).
       01  SOD-CONFLICT            PIC X(1).
       01  SOD-RULE-WK             PIC X(4).
       01  SOD-DESC-WK             PIC X(30).
       01  SOD-NEXT-IDX            PIC S9(4) COMP.
       01  SOD-RULE-IDX            PIC S9(4) COMP.
       01  SOD-ELEM-IDX            PIC S9(4) COMP.
       01  SOD-ELEM-WK             PIC X(1).
       01  SOD-ALL-HELD            PIC X(1).
       01  SOD-TALLY               PIC 9(2).
       01  SOD-TABLE-NAME          PIC X(8) VALUE 'SODRULE'.
