      ***************************************************************
      * G6CDTBL.CPY - THE CONTROL DATASETS THE NIGHTLY TESTG6CD
      * SNAPSHOT TAKES AND COMPARES, AND THE FIELDS OF EACH ONE ITS
      * DRIFT REPORT SHOWS BEFORE/AFTER.  ONE CDDS ROW PER DATASET:
      *   CDDS-NAME    THE DATASET (CBL_ STREAM OR, FOR OPSECMST,
      *                THE KSDS)
      *   CDDS-RECLEN  ITS RECORD LENGTH
      *   CDDS-KEYLEN  THE ROW KEY - ALWAYS THE FIRST CDDS-KEYLEN
      *                BYTES OF THE RECORD (SERVICE, OPID, TABLE +
      *                CODE, CODE + EFFECTIVE DATE, ...)
      *   CDDS-ACCESS  'S' CBL_ STREAM, 'K' VSAM KSDS
      *   CDDS-FLD1    FIRST CDFL ROW OF ITS FIELDS
      *   CDDS-FLDS    HOW MANY CDFL ROWS
      * ONE CDFL ROW PER FIELD: ITS NAME ON THE REPORT, START COLUMN
      * AND LENGTH IN THE RECORD, AND CDFL-MASK 'Y' FOR A FIELD THE
      * REPORT MAY SAY HAS CHANGED BUT MUST NEVER PRINT (THE PIN).
      * THE LAYOUTS ARE THOSE OF SOASVCRG.CPY, SOAHNDRG.CPY,
      * OPSECMST.CPY, G6REFTBW.CPY, CURRATES.CPY, G6TRMW.CPY,
      * G6XTPROF.CPY, HELPSUBW.CPY, SOAMWIN.CPY AND SOACERT.CPY -
      * A LAYOUT CHANGE THERE NEEDS ITS ROWS CHANGED HERE.  A NEW
      * CONTROL DATASET NEEDS A CDDS ROW AND ITS CDFL ROWS - RAISE
      * CDDS-MAX/CDFL-MAX AND THE OCCURS.
      ***************************************************************
       01  CDDS-TABLE-DATA.
           02  FILLER PIC X(20) VALUE 'SOASVCRG120008S00112'.
           02  FILLER PIC X(20) VALUE 'SOAHNDRG020008S01303'.
           02  FILLER PIC X(20) VALUE 'OPSECMST076003K01613'.
           02  FILLER PIC X(20) VALUE 'G6REFTBL046013S02904'.
           02  FILLER PIC X(20) VALUE 'CURRATED022012S03303'.
           02  FILLER PIC X(20) VALUE 'G6TRMREG036004S03604'.
           02  FILLER PIC X(20) VALUE 'G6XTPROF040008S04006'.
           02  FILLER PIC X(20) VALUE 'HELPTXT 080022S04605'.
           02  FILLER PIC X(20) VALUE 'SOAMWIN 080021S05105'.
           02  FILLER PIC X(20) VALUE 'SOACERT 100008S05608'.
       01  CDDS-TABLE REDEFINES CDDS-TABLE-DATA.
           02  CDDS-ENTRY OCCURS 10 TIMES
                          INDEXED BY CDDS-IDX.
               03  CDDS-NAME      PIC X(8).
               03  CDDS-RECLEN    PIC 9(3).
               03  CDDS-KEYLEN    PIC 9(3).
               03  CDDS-ACCESS    PIC X(1).
               03  CDDS-FLD1      PIC 9(3).
               03  CDDS-FLDS      PIC 9(2).
       01  CDDS-MAX              PIC 9(2) COMP VALUE 10.

       01  CDFL-TABLE-DATA.
      * SOASVCRG
           02  FILLER PIC X(19) VALUE 'NAME        001008N'.
           02  FILLER PIC X(19) VALUE 'HOST        010032N'.
           02  FILLER PIC X(19) VALUE 'PORT        043005N'.
           02  FILLER PIC X(19) VALUE 'TLS         049001N'.
           02  FILLER PIC X(19) VALUE 'STATUS      051001N'.
           02  FILLER PIC X(19) VALUE 'SLA-THRESH  053009N'.
           02  FILLER PIC X(19) VALUE 'TARGET-PCT  063003N'.
           02  FILLER PIC X(19) VALUE 'CREDIT-RATE 067005N'.
           02  FILLER PIC X(19) VALUE 'MAX-CONC    073003N'.
           02  FILLER PIC X(19) VALUE 'MAX-RATE    077004N'.
           02  FILLER PIC X(19) VALUE 'ALT-HOST    082032N'.
           02  FILLER PIC X(19) VALUE 'ALT-PORT    115005N'.
      * SOAHNDRG
           02  FILLER PIC X(19) VALUE 'SERVICE     001008N'.
           02  FILLER PIC X(19) VALUE 'PROGRAM     010008N'.
           02  FILLER PIC X(19) VALUE 'STATUS      019001N'.
      * OPSECMST
           02  FILLER PIC X(19) VALUE 'OPID        001003N'.
           02  FILLER PIC X(19) VALUE 'NAME        004020N'.
           02  FILLER PIC X(19) VALUE 'PERMS       024008N'.
           02  FILLER PIC X(19) VALUE 'CLASS       032001N'.
           02  FILLER PIC X(19) VALUE 'GRANTED-BY  033003N'.
           02  FILLER PIC X(19) VALUE 'GRANT-DATE  036008N'.
           02  FILLER PIC X(19) VALUE 'PIN         044004Y'.
           02  FILLER PIC X(19) VALUE 'PIN-CHG     048001N'.
           02  FILLER PIC X(19) VALUE 'PIN-EXP     049008N'.
           02  FILLER PIC X(19) VALUE 'TEMP-EXP    057008N'.
           02  FILLER PIC X(19) VALUE 'TEMP-BY     065003N'.
           02  FILLER PIC X(19) VALUE 'PRIOR-PERMS 068008N'.
           02  FILLER PIC X(19) VALUE 'PRIOR-CLASS 076001N'.
      * G6REFTBL
           02  FILLER PIC X(19) VALUE 'TABLE       001008N'.
           02  FILLER PIC X(19) VALUE 'CODE        010004N'.
           02  FILLER PIC X(19) VALUE 'DESC        015030N'.
           02  FILLER PIC X(19) VALUE 'ACTIVE      046001N'.
      * CURRATED
           02  FILLER PIC X(19) VALUE 'CODE        001003N'.
           02  FILLER PIC X(19) VALUE 'EFF-DATE    005008N'.
           02  FILLER PIC X(19) VALUE 'RATE        014009N'.
      * G6TRMREG
           02  FILLER PIC X(19) VALUE 'TRMID       001004N'.
           02  FILLER PIC X(19) VALUE 'LOCATION    006020N'.
           02  FILLER PIC X(19) VALUE 'CLASSES     027008N'.
           02  FILLER PIC X(19) VALUE 'ACTIVE      036001N'.
      * G6XTPROF
           02  FILLER PIC X(19) VALUE 'NAME        001008N'.
           02  FILLER PIC X(19) VALUE 'FORMAT      010001N'.
           02  FILLER PIC X(19) VALUE 'DELIM       012001N'.
           02  FILLER PIC X(19) VALUE 'HEADER      014001N'.
           02  FILLER PIC X(19) VALUE 'TRAILER     016001N'.
           02  FILLER PIC X(19) VALUE 'FIELDS      018020N'.
      * HELPTXT
           02  FILLER PIC X(19) VALUE 'TYPE        001001N'.
           02  FILLER PIC X(19) VALUE 'MAP         003008N'.
           02  FILLER PIC X(19) VALUE 'KEY         012008N'.
           02  FILLER PIC X(19) VALUE 'SEQ         021002N'.
           02  FILLER PIC X(19) VALUE 'TEXT        024055N'.
      * SOAMWIN
           02  FILLER PIC X(19) VALUE 'SERVICE     001008N'.
           02  FILLER PIC X(19) VALUE 'START       010012N'.
           02  FILLER PIC X(19) VALUE 'END         023012N'.
           02  FILLER PIC X(19) VALUE 'OPID        036003N'.
           02  FILLER PIC X(19) VALUE 'KEYED-DATE  040008N'.
      * SOACERT
           02  FILLER PIC X(19) VALUE 'SERVICE     001008N'.
           02  FILLER PIC X(19) VALUE 'OUR-LABEL   010024N'.
           02  FILLER PIC X(19) VALUE 'OUR-EXPIRY  035008N'.
           02  FILLER PIC X(19) VALUE 'PTN-SUBJECT 044024N'.
           02  FILLER PIC X(19) VALUE 'PTN-EXPIRY  069008N'.
           02  FILLER PIC X(19) VALUE 'PTN-SOURCE  078001N'.
           02  FILLER PIC X(19) VALUE 'PTN-SET     080008N'.
           02  FILLER PIC X(19) VALUE 'OPID        089003N'.
       01  CDFL-TABLE REDEFINES CDFL-TABLE-DATA.
           02  CDFL-ENTRY OCCURS 63 TIMES
                          INDEXED BY CDFL-IDX.
               03  CDFL-NAME      PIC X(12).
               03  CDFL-START     PIC 9(3).
               03  CDFL-LEN       PIC 9(3).
               03  CDFL-MASK      PIC X(1).
       01  CDFL-MAX              PIC 9(3) COMP VALUE 63.
