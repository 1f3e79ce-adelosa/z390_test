      ***************************************************************
      * G6ERRLW.CPY - VALIDATION-ERROR EVENT LOGGING, WORKING-STORAGE
      * SIDE (PAIR WITH G6ERRLP.CPY).  EVERY SCREEN THAT COPIES
      * SCRNERR COPIES THIS TOO AND PERFORMS LOG-ERROR-EVENT AT THE
      * END OF ITS LOOKUP-ERROR-MESSAGE, SO EVERY CODED MESSAGE SENT
      * BACK TO AN OPERATOR PASSES THROUGH HERE.
      *
      * ONLY KEYING ERRORS ARE LOGGED - THE CODES IN THE TABLE BELOW,
      * EACH WITH THE SCREEN FIELD IT BLAMES.  CONFIRMATIONS (E016,
      * E029, EC04 ...), AUTHORITY REFUSALS AND FILE-STATE MESSAGES
      * ARE NOT THE OPERATOR'S KEYING AND ARE LEFT OUT.  A NEW
      * SCRNERR CODE FOR A FIELD EDIT NEEDS A ROW HERE AS WELL.
      ***************************************************************
       COPY G6ERRLOG.
       01  ERRL-FILE-NAME          PIC X(8) VALUE 'G6ERRLOG'.
       01  ERRL-FILE-ACC           PIC X(1) VALUE X'03'.
       01  ERRL-FILE-DENY          PIC X(1) VALUE X'03'.
       01  ERRL-FILE-DEV           PIC X(1) VALUE X'00'.
       01  ERRL-FILE-HND           PIC X(4).
       01  ERRL-FILE-FLG           PIC X(4) VALUE X'00000000'.
       01  ERRL-FILE-RSV           PIC X(4) VALUE X'00000000'.
       01  ERRL-FILE-OPENED        PIC X(1) VALUE 'N'.
       01  ERRL-FILE-STAT          PIC S9(9) COMP-5.
       01  ERRL-FILE-LEN           PIC 9(8) COMP-5.
       01  ERRL-FLD-FOUND          PIC X(1).
      * CODE (4) + FIELD NAME (8) - THE MAP FIELD AS THE SCREEN
      * DEFINITION NAMES IT, WITHOUT THE I/O SUFFIX.
       01  ERRL-FLD-TABLE-DATA.
           02  FILLER PIC X(12) VALUE 'E001NAME    '.
           02  FILLER PIC X(12) VALUE 'E002ADDR    '.
           02  FILLER PIC X(12) VALUE 'E003ZIP     '.
           02  FILLER PIC X(12) VALUE 'E004TESTOCC '.
           02  FILLER PIC X(12) VALUE 'E006MO      '.
           02  FILLER PIC X(12) VALUE 'E007DAY     '.
           02  FILLER PIC X(12) VALUE 'E008MODAYYR '.
           02  FILLER PIC X(12) VALUE 'E009PAYME   '.
           02  FILLER PIC X(12) VALUE 'E010CURS    '.
           02  FILLER PIC X(12) VALUE 'E012CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E013OCCSUM  '.
           02  FILLER PIC X(12) VALUE 'E014OCCSUM  '.
           02  FILLER PIC X(12) VALUE 'E017CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E022ZIP     '.
           02  FILLER PIC X(12) VALUE 'E026ADDR    '.
           02  FILLER PIC X(12) VALUE 'E027PHONE   '.
           02  FILLER PIC X(12) VALUE 'E028EMAIL   '.
           02  FILLER PIC X(12) VALUE 'E044CONSENT '.
           02  FILLER PIC X(12) VALUE 'E045ADDRTYPE'.
           02  FILLER PIC X(12) VALUE 'E031RSNCD   '.
           02  FILLER PIC X(12) VALUE 'E032RSNCD   '.
           02  FILLER PIC X(12) VALUE 'E036CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E201NOTETEXT'.
           02  FILLER PIC X(12) VALUE 'E203COMMAND '.
           02  FILLER PIC X(12) VALUE 'E204CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E205CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E208CATEGORY'.
           02  FILLER PIC X(12) VALUE 'E209FUDATE  '.
           02  FILLER PIC X(12) VALUE 'E210FUDATE  '.
           02  FILLER PIC X(12) VALUE 'E211FUDATE  '.
           02  FILLER PIC X(12) VALUE 'E101OPTION  '.
           02  FILLER PIC X(12) VALUE 'E103CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E104CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E301ACTION  '.
           02  FILLER PIC X(12) VALUE 'E302SERVICE '.
           02  FILLER PIC X(12) VALUE 'E303PORT    '.
           02  FILLER PIC X(12) VALUE 'E306THRESH  '.
           02  FILLER PIC X(12) VALUE 'E309HOST    '.
           02  FILLER PIC X(12) VALUE 'E401FILTER  '.
           02  FILLER PIC X(12) VALUE 'E403SELECT  '.
           02  FILLER PIC X(12) VALUE 'E502DECISION'.
           02  FILLER PIC X(12) VALUE 'E503REASON  '.
           02  FILLER PIC X(12) VALUE 'E601ACTION  '.
           02  FILLER PIC X(12) VALUE 'E602OPID    '.
           02  FILLER PIC X(12) VALUE 'E606PERMS   '.
           02  FILLER PIC X(12) VALUE 'E701ACTION  '.
           02  FILLER PIC X(12) VALUE 'E702MAPNAME '.
           02  FILLER PIC X(12) VALUE 'E703HELPKEY '.
           02  FILLER PIC X(12) VALUE 'E704HELPTEXT'.
           02  FILLER PIC X(12) VALUE 'E801ACTION  '.
           02  FILLER PIC X(12) VALUE 'E802CUSTID  '.
           02  FILLER PIC X(12) VALUE 'E901ACTION  '.
           02  FILLER PIC X(12) VALUE 'E902CURRCODE'.
           02  FILLER PIC X(12) VALUE 'E903RATE    '.
           02  FILLER PIC X(12) VALUE 'E904EFFDATE '.
           02  FILLER PIC X(12) VALUE 'EA01ACTION  '.
           02  FILLER PIC X(12) VALUE 'EA02TABLE   '.
           02  FILLER PIC X(12) VALUE 'EA03CODE    '.
           02  FILLER PIC X(12) VALUE 'EA08DESC    '.
           02  FILLER PIC X(12) VALUE 'EB01PIN     '.
           02  FILLER PIC X(12) VALUE 'EB03NEWPIN  '.
           02  FILLER PIC X(12) VALUE 'EB06NEWPIN  '.
           02  FILLER PIC X(12) VALUE 'EC01ACTION  '.
           02  FILLER PIC X(12) VALUE 'EC02TEXT    '.
           02  FILLER PIC X(12) VALUE 'EC03EXPIRY  '.
           02  FILLER PIC X(12) VALUE 'ED01ACTION  '.
           02  FILLER PIC X(12) VALUE 'ED02TERMID  '.
           02  FILLER PIC X(12) VALUE 'ED07LOCATION'.
           02  FILLER PIC X(12) VALUE 'EE02DECISION'.
           02  FILLER PIC X(12) VALUE 'EE03DECISION'.
           02  FILLER PIC X(12) VALUE 'EE04NOTE    '.
           02  FILLER PIC X(12) VALUE 'E050BDOD    '.
           02  FILLER PIC X(12) VALUE 'E051BENAME  '.
           02  FILLER PIC X(12) VALUE 'E054DROUT   '.
           02  FILLER PIC X(12) VALUE 'E055DACCT   '.
           02  FILLER PIC X(12) VALUE 'E056DDAY    '.
           02  FILLER PIC X(12) VALUE 'E057DFREQ   '.
           02  FILLER PIC X(12) VALUE 'E058CURS    '.
           02  FILLER PIC X(12) VALUE 'E062DSTAT   '.
           02  FILLER PIC X(12) VALUE 'E310ALTPORT '.
           02  FILLER PIC X(12) VALUE 'E311ALTHOST '.
           02  FILLER PIC X(12) VALUE 'E312MWSTRT  '.
           02  FILLER PIC X(12) VALUE 'E313MWEND   '.
           02  FILLER PIC X(12) VALUE 'E316OUREXP  '.
           02  FILLER PIC X(12) VALUE 'E318OURCRT  '.
           02  FILLER PIC X(12) VALUE 'E607SEXPDT  '.
           02  FILLER PIC X(12) VALUE 'E608SEXPDT  '.
           02  FILLER PIC X(12) VALUE 'EF01ACTION  '.
           02  FILLER PIC X(12) VALUE 'EF02HOLDID  '.
           02  FILLER PIC X(12) VALUE 'EF07MATTER  '.
           02  FILLER PIC X(12) VALUE 'EF08FROMDT  '.
           02  FILLER PIC X(12) VALUE 'EG06VWCOL   '.
           02  FILLER PIC X(12) VALUE 'EG08VWDATE  '.
           02  FILLER PIC X(12) VALUE 'EH01ACTION  '.
           02  FILLER PIC X(12) VALUE 'EH02PARTNR  '.
           02  FILLER PIC X(12) VALUE 'EH07PKEY    '.
           02  FILLER PIC X(12) VALUE 'EH08SVC1    '.
           02  FILLER PIC X(12) VALUE 'EH09ADR1    '.
           02  FILLER PIC X(12) VALUE 'EI01ACTION  '.
           02  FILLER PIC X(12) VALUE 'EI02CASENO  '.
           02  FILLER PIC X(12) VALUE 'EI05CATEG   '.
           02  FILLER PIC X(12) VALUE 'EI08TARGDT  '.
           02  FILLER PIC X(12) VALUE 'EI09TARGDT  '.
           02  FILLER PIC X(12) VALUE 'EI10CUSTID  '.
           02  FILLER PIC X(12) VALUE 'EI13ASSIGN  '.
           02  FILLER PIC X(12) VALUE 'EI14NOTEDT  '.
           02  FILLER PIC X(12) VALUE 'EK01ACTION  '.
           02  FILLER PIC X(12) VALUE 'EK03UTIL    '.
           02  FILLER PIC X(12) VALUE 'EK04REQNO   '.
           02  FILLER PIC X(12) VALUE 'EK09CUSTID  '.
           02  FILLER PIC X(12) VALUE 'EK10CORRID  '.
           02  FILLER PIC X(12) VALUE 'EK11FROMDT  '.
           02  FILLER PIC X(12) VALUE 'EK12FROMTM  '.
           02  FILLER PIC X(12) VALUE 'EK13FROMDT  '.
           02  FILLER PIC X(12) VALUE 'EK14BACKUP  '.
           02  FILLER PIC X(12) VALUE 'EK23FROMDT  '.
           02  FILLER PIC X(12) VALUE 'EK25FROMDT  '.
           02  FILLER PIC X(12) VALUE 'EK24CLEAR   '.
       01  ERRL-FLD-TABLE REDEFINES ERRL-FLD-TABLE-DATA.
           02  ERRL-FLD-ENTRY OCCURS 118 TIMES
                              INDEXED BY ERRL-FLD-IDX.
               03  ERRL-FLD-CODE   PIC X(4).
               03  ERRL-FLD-NAME   PIC X(8).
