BUR6S    DS    0H                 START OF MAP DEFINITION
BUR6I    DS    0H                 START OF MAP INPUT DEFINITION
BUR6O    DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
ACTIONL  DS    AL2                INPUT FIELD LENGTH
ACTIONF  DS    0X                 INPUT FIELD FLAG
ACTIONA  DS    X                  OUTPUT ATTRIBUTE
ACTIONI  DS    CL3                INPUT FIELD
         ORG   ACTIONI
ACTIONO  DS    CL3                OUTPUT FIELD
*
REQNOL   DS    AL2                INPUT FIELD LENGTH
REQNOF   DS    0X                 INPUT FIELD FLAG
REQNOA   DS    X                  OUTPUT ATTRIBUTE
REQNOI   DS    CL8                INPUT FIELD
         ORG   REQNOI
REQNOO   DS    CL8                OUTPUT FIELD
*
UTILL    DS    AL2                INPUT FIELD LENGTH
UTILF    DS    0X                 INPUT FIELD FLAG
UTILA    DS    X                  OUTPUT ATTRIBUTE
UTILI    DS    CL2                INPUT FIELD
         ORG   UTILI
UTILO    DS    CL2                OUTPUT FIELD
*
UTLDSCL  DS    AL2                INPUT FIELD LENGTH
UTLDSCF  DS    0X                 INPUT FIELD FLAG
UTLDSCA  DS    X                  OUTPUT ATTRIBUTE
UTLDSCI  DS    CL30               INPUT FIELD
         ORG   UTLDSCI
UTLDSCO  DS    CL30               OUTPUT FIELD
*
CUSTIDL  DS    AL2                INPUT FIELD LENGTH
CUSTIDF  DS    0X                 INPUT FIELD FLAG
CUSTIDA  DS    X                  OUTPUT ATTRIBUTE
CUSTIDI  DS    CL10               INPUT FIELD
         ORG   CUSTIDI
CUSTIDO  DS    CL10               OUTPUT FIELD
*
CORRIDL  DS    AL2                INPUT FIELD LENGTH
CORRIDF  DS    0X                 INPUT FIELD FLAG
CORRIDA  DS    X                  OUTPUT ATTRIBUTE
CORRIDI  DS    CL16               INPUT FIELD
         ORG   CORRIDI
CORRIDO  DS    CL16               OUTPUT FIELD
*
SVCNML   DS    AL2                INPUT FIELD LENGTH
SVCNMF   DS    0X                 INPUT FIELD FLAG
SVCNMA   DS    X                  OUTPUT ATTRIBUTE
SVCNMI   DS    CL8                INPUT FIELD
         ORG   SVCNMI
SVCNMO   DS    CL8                OUTPUT FIELD
*
FROMDTL  DS    AL2                INPUT FIELD LENGTH
FROMDTF  DS    0X                 INPUT FIELD FLAG
FROMDTA  DS    X                  OUTPUT ATTRIBUTE
FROMDTI  DS    CL8                INPUT FIELD
         ORG   FROMDTI
FROMDTO  DS    CL8                OUTPUT FIELD
*
TODTL    DS    AL2                INPUT FIELD LENGTH
TODTF    DS    0X                 INPUT FIELD FLAG
TODTA    DS    X                  OUTPUT ATTRIBUTE
TODTI    DS    CL8                INPUT FIELD
         ORG   TODTI
TODTO    DS    CL8                OUTPUT FIELD
*
FROMTML  DS    AL2                INPUT FIELD LENGTH
FROMTMF  DS    0X                 INPUT FIELD FLAG
FROMTMA  DS    X                  OUTPUT ATTRIBUTE
FROMTMI  DS    CL8                INPUT FIELD
         ORG   FROMTMI
FROMTMO  DS    CL8                OUTPUT FIELD
*
TOTML    DS    AL2                INPUT FIELD LENGTH
TOTMF    DS    0X                 INPUT FIELD FLAG
TOTMA    DS    X                  OUTPUT ATTRIBUTE
TOTMI    DS    CL8                INPUT FIELD
         ORG   TOTMI
TOTMO    DS    CL8                OUTPUT FIELD
*
BACKUPL  DS    AL2                INPUT FIELD LENGTH
BACKUPF  DS    0X                 INPUT FIELD FLAG
BACKUPA  DS    X                  OUTPUT ATTRIBUTE
BACKUPI  DS    CL8                INPUT FIELD
         ORG   BACKUPI
BACKUPO  DS    CL8                OUTPUT FIELD
*
CLEARL   DS    AL2                INPUT FIELD LENGTH
CLEARF   DS    0X                 INPUT FIELD FLAG
CLEARA   DS    X                  OUTPUT ATTRIBUTE
CLEARI   DS    CL1                INPUT FIELD
         ORG   CLEARI
CLEARO   DS    CL1                OUTPUT FIELD
*
DISPREFL DS    AL2                INPUT FIELD LENGTH
DISPREFF DS    0X                 INPUT FIELD FLAG
DISPREFA DS    X                  OUTPUT ATTRIBUTE
DISPREFI DS    CL20               INPUT FIELD
         ORG   DISPREFI
DISPREFO DS    CL20               OUTPUT FIELD
*
RSTATL   DS    AL2                INPUT FIELD LENGTH
RSTATF   DS    0X                 INPUT FIELD FLAG
RSTATA   DS    X                  OUTPUT ATTRIBUTE
RSTATI   DS    CL10               INPUT FIELD
         ORG   RSTATI
RSTATO   DS    CL10               OUTPUT FIELD
*
REQBYL   DS    AL2                INPUT FIELD LENGTH
REQBYF   DS    0X                 INPUT FIELD FLAG
REQBYA   DS    X                  OUTPUT ATTRIBUTE
REQBYI   DS    CL3                INPUT FIELD
         ORG   REQBYI
REQBYO   DS    CL3                OUTPUT FIELD
*
REQDTL   DS    AL2                INPUT FIELD LENGTH
REQDTF   DS    0X                 INPUT FIELD FLAG
REQDTA   DS    X                  OUTPUT ATTRIBUTE
REQDTI   DS    CL13               INPUT FIELD
         ORG   REQDTI
REQDTO   DS    CL13               OUTPUT FIELD
*
SUBDTL   DS    AL2                INPUT FIELD LENGTH
SUBDTF   DS    0X                 INPUT FIELD FLAG
SUBDTA   DS    X                  OUTPUT ATTRIBUTE
SUBDTI   DS    CL13               INPUT FIELD
         ORG   SUBDTI
SUBDTO   DS    CL13               OUTPUT FIELD
*
ENDDTL   DS    AL2                INPUT FIELD LENGTH
ENDDTF   DS    0X                 INPUT FIELD FLAG
ENDDTA   DS    X                  OUTPUT ATTRIBUTE
ENDDTI   DS    CL13               INPUT FIELD
         ORG   ENDDTI
ENDDTO   DS    CL13               OUTPUT FIELD
*
JOBNML   DS    AL2                INPUT FIELD LENGTH
JOBNMF   DS    0X                 INPUT FIELD FLAG
JOBNMA   DS    X                  OUTPUT ATTRIBUTE
JOBNMI   DS    CL8                INPUT FIELD
         ORG   JOBNMI
JOBNMO   DS    CL8                OUTPUT FIELD
*
RPTNML   DS    AL2                INPUT FIELD LENGTH
RPTNMF   DS    0X                 INPUT FIELD FLAG
RPTNMA   DS    X                  OUTPUT ATTRIBUTE
RPTNMI   DS    CL8                INPUT FIELD
         ORG   RPTNMI
RPTNMO   DS    CL8                OUTPUT FIELD
*
RPTDTL   DS    AL2                INPUT FIELD LENGTH
RPTDTF   DS    0X                 INPUT FIELD FLAG
RPTDTA   DS    X                  OUTPUT ATTRIBUTE
RPTDTI   DS    CL8                INPUT FIELD
         ORG   RPTDTI
RPTDTO   DS    CL8                OUTPUT FIELD
*
RLINESL  DS    AL2                INPUT FIELD LENGTH
RLINESF  DS    0X                 INPUT FIELD FLAG
RLINESA  DS    X                  OUTPUT ATTRIBUTE
RLINESI  DS    CL6                INPUT FIELD
         ORG   RLINESI
RLINESO  DS    CL6                OUTPUT FIELD
*
RRSNL    DS    AL2                INPUT FIELD LENGTH
RRSNF    DS    0X                 INPUT FIELD FLAG
RRSNA    DS    X                  OUTPUT ATTRIBUTE
RRSNI    DS    CL30               INPUT FIELD
         ORG   RRSNI
RRSNO    DS    CL30               OUTPUT FIELD
*
LST01L   DS    AL2                INPUT FIELD LENGTH
LST01F   DS    0X                 INPUT FIELD FLAG
LST01A   DS    X                  OUTPUT ATTRIBUTE
LST01I   DS    CL79               INPUT FIELD
         ORG   LST01I
LST01O   DS    CL79               OUTPUT FIELD
*
LST02L   DS    AL2                INPUT FIELD LENGTH
LST02F   DS    0X                 INPUT FIELD FLAG
LST02A   DS    X                  OUTPUT ATTRIBUTE
LST02I   DS    CL79               INPUT FIELD
         ORG   LST02I
LST02O   DS    CL79               OUTPUT FIELD
*
LST03L   DS    AL2                INPUT FIELD LENGTH
LST03F   DS    0X                 INPUT FIELD FLAG
LST03A   DS    X                  OUTPUT ATTRIBUTE
LST03I   DS    CL79               INPUT FIELD
         ORG   LST03I
LST03O   DS    CL79               OUTPUT FIELD
*
LST04L   DS    AL2                INPUT FIELD LENGTH
LST04F   DS    0X                 INPUT FIELD FLAG
LST04A   DS    X                  OUTPUT ATTRIBUTE
LST04I   DS    CL79               INPUT FIELD
         ORG   LST04I
LST04O   DS    CL79               OUTPUT FIELD
*
LST05L   DS    AL2                INPUT FIELD LENGTH
LST05F   DS    0X                 INPUT FIELD FLAG
LST05A   DS    X                  OUTPUT ATTRIBUTE
LST05I   DS    CL79               INPUT FIELD
         ORG   LST05I
LST05O   DS    CL79               OUTPUT FIELD
*
LST06L   DS    AL2                INPUT FIELD LENGTH
LST06F   DS    0X                 INPUT FIELD FLAG
LST06A   DS    X                  OUTPUT ATTRIBUTE
LST06I   DS    CL79               INPUT FIELD
         ORG   LST06I
LST06O   DS    CL79               OUTPUT FIELD
*
LST07L   DS    AL2                INPUT FIELD LENGTH
LST07F   DS    0X                 INPUT FIELD FLAG
LST07A   DS    X                  OUTPUT ATTRIBUTE
LST07I   DS    CL79               INPUT FIELD
         ORG   LST07I
LST07O   DS    CL79               OUTPUT FIELD
*
LST08L   DS    AL2                INPUT FIELD LENGTH
LST08F   DS    0X                 INPUT FIELD FLAG
LST08A   DS    X                  OUTPUT ATTRIBUTE
LST08I   DS    CL79               INPUT FIELD
         ORG   LST08I
LST08O   DS    CL79               OUTPUT FIELD
*
ERRMSGL  DS    AL2                INPUT FIELD LENGTH
ERRMSGF  DS    0X                 INPUT FIELD FLAG
ERRMSGA  DS    X                  OUTPUT ATTRIBUTE
ERRMSGI  DS    CL34               INPUT FIELD
         ORG   ERRMSGI
ERRMSGO  DS    CL34               OUTPUT FIELD
*
BUR6E    EQU   *
BUR6L    EQU   BUR6E-BUR6S
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
