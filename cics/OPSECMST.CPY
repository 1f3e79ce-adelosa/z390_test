      *   S  CUSTOMER SEARCH                R  SERVICE REGISTRY
      *   O  OPERATIONS STATUS INQUIRY     A  CHANGE APPROVALS
      *   H  HELP-TEXT MAINTENANCE (HLP6)
      *   X  SECURITY ADMINISTRATION (SEC6, PCR6)
      *   C  CURRENCY RATE MAINTENANCE (RTE6)
      *   T  REFERENCE-TABLE MAINTENANCE (REF6)
      *   K  COMPLIANCE - WATCH-LIST HIT REVIEW (WLR6)
      *   L  LEGAL-HOLD MAINTENANCE (LGH6) - SUPERVISORS ONLY
      *   P  REPORT-REPOSITORY VIEWER (RPV6) - KEPT REPORTS CAN
      *      CARRY CUSTOMER DATA
      *   Q  CUSTOMER CASES - COMPLAINT/CASE TRACKING (CAS6)
      *   B  AD HOC BATCH-UTILITY REQUESTS (BUR6) - SUPERVISORS ONLY
      *   V  VIEW SENSITIVE FIELDS - WITHOUT IT THE PAYMENT,
      *      PHONE, AND EMAIL FIELDS ARE MASKED TO THEIR LAST FEW
      *      CHARACTERS ON GUI6, THE PF9 PROFILE, AND THE
      *      PRIOR-VERSIONS VIEW
      *   U  UNMASKED PARTNER PAYLOADS - SOAARC1 PRINTS ARCHIVED
      *      PAYLOADS WITH THEIR PERSONAL FIELDS IN CLEAR (EVERY
      *      RETRIEVAL LOGGED TO SOAUMLOG)
      *   Z  TRAINING MODE - GUI6, SRC6, BMS2 AND APR6 WORK AGAINST
      *      THE TRAINING COPY OF THE CUSTOMER FILES, NOT THE LIVE
      *      ONES (SEE G6TRNW.CPY).  A CLASSROOM ID, NOT A LETTER
      *      TO ADD TO A PRODUCTION OPERATOR
      * OPSEC-CLASS IS 'S' SUPERVISOR / 'O' ORDINARY - THE TWO-PERSON
      * RULE: ORDINARY OPERATORS' GUI6 CHANGES PARK FOR APPROVAL.
      * PERMISSION/CLASS COMBINATIONS ON THE SODRULE TABLE (SEE
      * G6SODW.CPY) NEED A SECOND SECURITY ADMINISTRATOR ON SEC6.
      ***************************************************************
       01  OPSEC-REC.
           02  OPSEC-OPID          PIC X(3).
           02  OPSEC-PIN           PIC X(4).
           02  OPSEC-PIN-CHG       PIC X(1).
           02  OPSEC-PIN-EXP       PIC 9(8).
      * TEMPORARY GRANT - SEC6 'TMP' GIVES AN OPERATOR PERMISSIONS
      * AND/OR A CLASS UNTIL OPSEC-TEMP-EXP (THE LAST DAY THE GRANT
      * IS HELD), KEEPING WHAT THEY HELD BEFORE IN OPSEC-PRIOR-PERMS
      * AND OPSEC-PRIOR-CLASS.  THE NIGHTLY TESTG6GX JOB PUTS THE
      * PRIOR VALUES BACK ONCE THE DATE HAS PASSED; SEC6 'END' DOES
      * THE SAME EARLY.  NOT NUMERIC (RECORDS WRITTEN BEFORE THE
      * FIELDS EXISTED CARRY SPACE) OR ZERO MEANS NO GRANT IS OUT.
           02  OPSEC-TEMP-EXP      PIC 9(8).
           02  OPSEC-TEMP-BY       PIC X(3).
           02  OPSEC-PRIOR-PERMS   PIC X(8).
           02  OPSEC-PRIOR-CLASS   PIC X(1).
       01  OPSEC-KEYLEN            PIC S9(4) COMP VALUE 3.
