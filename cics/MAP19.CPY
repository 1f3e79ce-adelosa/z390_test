LGH6S    DS    0H                 START OF MAP DEFINITION
LGH6I    DS    0H                 START OF MAP INPUT DEFINITION
LGH6O    DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
ACTIONL  DS    AL2                INPUT FIELD LENGTH
ACTIONF  DS    0X                 INPUT FIELD FLAG
ACTIONA  DS    X                  OUTPUT ATTRIBUTE
ACTIONI  DS    CL3                INPUT FIELD
         ORG   ACTIONI
ACTIONO  DS    CL3                OUTPUT FIELD
*
HOLDIDL  DS    AL2                INPUT FIELD LENGTH
HOLDIDF  DS    0X                 INPUT FIELD FLAG
HOLDIDA  DS    X                  OUTPUT ATTRIBUTE
HOLDIDI  DS    CL8                INPUT FIELD
         ORG   HOLDIDI
HOLDIDO  DS    CL8                OUTPUT FIELD
*
CUSTIDL  DS    AL2                INPUT FIELD LENGTH
CUSTIDF  DS    0X                 INPUT FIELD FLAG
CUSTIDA  DS    X                  OUTPUT ATTRIBUTE
CUSTIDI  DS    CL10               INPUT FIELD
         ORG   CUSTIDI
CUSTIDO  DS    CL10               OUTPUT FIELD
*
FROMDTL  DS    AL2                INPUT FIELD LENGTH
FROMDTF  DS    0X                 INPUT FIELD FLAG
FROMDTA  DS    X                  OUTPUT ATTRIBUTE
FROMDTI  DS    CL8                INPUT FIELD
         ORG   FROMDTI
FROMDTO  DS    CL8                OUTPUT FIELD
*
TODATEL  DS    AL2                INPUT FIELD LENGTH
TODATEF  DS    0X                 INPUT FIELD FLAG
TODATEA  DS    X                  OUTPUT ATTRIBUTE
TODATEI  DS    CL8                INPUT FIELD
         ORG   TODATEI
TODATEO  DS    CL8                OUTPUT FIELD
*
MATTERL  DS    AL2                INPUT FIELD LENGTH
MATTERF  DS    0X                 INPUT FIELD FLAG
MATTERA  DS    X                  OUTPUT ATTRIBUTE
MATTERI  DS    CL30               INPUT FIELD
         ORG   MATTERI
MATTERO  DS    CL30               OUTPUT FIELD
*
HLDSTAL  DS    AL2                INPUT FIELD LENGTH
HLDSTAF  DS    0X                 INPUT FIELD FLAG
HLDSTAA  DS    X                  OUTPUT ATTRIBUTE
HLDSTAI  DS    CL1                INPUT FIELD
         ORG   HLDSTAI
HLDSTAO  DS    CL1                OUTPUT FIELD
*
SETBYL   DS    AL2                INPUT FIELD LENGTH
SETBYF   DS    0X                 INPUT FIELD FLAG
SETBYA   DS    X                  OUTPUT ATTRIBUTE
SETBYI   DS    CL3                INPUT FIELD
         ORG   SETBYI
SETBYO   DS    CL3                OUTPUT FIELD
*
SETDTL   DS    AL2                INPUT FIELD LENGTH
SETDTF   DS    0X                 INPUT FIELD FLAG
SETDTA   DS    X                  OUTPUT ATTRIBUTE
SETDTI   DS    CL8                INPUT FIELD
         ORG   SETDTI
SETDTO   DS    CL8                OUTPUT FIELD
*
RELBYL   DS    AL2                INPUT FIELD LENGTH
RELBYF   DS    0X                 INPUT FIELD FLAG
RELBYA   DS    X                  OUTPUT ATTRIBUTE
RELBYI   DS    CL3                INPUT FIELD
         ORG   RELBYI
RELBYO   DS    CL3                OUTPUT FIELD
*
RELDTL   DS    AL2                INPUT FIELD LENGTH
RELDTF   DS    0X                 INPUT FIELD FLAG
RELDTA   DS    X                  OUTPUT ATTRIBUTE
RELDTI   DS    CL8                INPUT FIELD
         ORG   RELDTI
RELDTO   DS    CL8                OUTPUT FIELD
*
ERRMSGL  DS    AL2                INPUT FIELD LENGTH
ERRMSGF  DS    0X                 INPUT FIELD FLAG
ERRMSGA  DS    X                  OUTPUT ATTRIBUTE
ERRMSGI  DS    CL34               INPUT FIELD
         ORG   ERRMSGI
ERRMSGO  DS    CL34               OUTPUT FIELD
*
LGH6E    EQU   *
LGH6L    EQU   LGH6E-LGH6S
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
