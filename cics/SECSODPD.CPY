      ***************************************************************
      * SECSODPD.CPY - PARKED SEC6 GRANT AWAITING A SECOND SECURITY
      * ADMINISTRATOR.  AN ADD, UPD OR TMP THAT WOULD LEAVE THE
      * OPERATOR HOLDING A COMBINATION ON THE SODRULE REFERENCE
      * TABLE (SEE G6SODW.CPY) IS NOT APPLIED - SEC6 PARKS THE
      * RESULTING NAME/PERMS/CLASS HERE, ONE ROW PER TARGET
      * OPERATOR, UNTIL A DIFFERENT 'X' HOLDER APPROVES IT (APV) OR
      * ANYONE WITH 'X' DECLINES IT (DEC).  LATEST-STATE CBL STREAM
      * - READ WHOLE, CHANGED, TRUNCATED AND REWRITTEN - THE SAME
      * TECHNIQUE THE REF6 TABLE USES.
      ***************************************************************
       01  SODPD-REC.
           02  SODPD-TARGET        PIC X(3).
           02  FILLER              PIC X(1).
      * THE SEC6 ACTION THAT WAS PARKED - ADD, UPD OR TMP.
           02  SODPD-ACTION        PIC X(3).
           02  FILLER              PIC X(1).
           02  SODPD-REQ-BY        PIC X(3).
           02  FILLER              PIC X(1).
           02  SODPD-DATE          PIC 9(8).
           02  FILLER              PIC X(1).
           02  SODPD-TIME          PIC 9(8).
           02  FILLER              PIC X(1).
           02  SODPD-NAME          PIC X(20).
           02  FILLER              PIC X(1).
           02  SODPD-PERMS         PIC X(8).
           02  FILLER              PIC X(1).
           02  SODPD-CLASS         PIC X(1).
           02  FILLER              PIC X(1).
      * TMP ONLY - THE EXPIRY DATE KEYED WITH THE GRANT.
           02  SODPD-TEMP-EXP      PIC 9(8).
           02  FILLER              PIC X(1).
      * THE FIRST SODRULE CODE THE GRANT CONFLICTED WITH.
           02  SODPD-RULE          PIC X(4).
           02  FILLER              PIC X(5).
