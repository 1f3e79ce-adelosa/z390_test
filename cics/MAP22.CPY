CAS6S    DS    0H                 START OF MAP DEFINITION
CAS6I    DS    0H                 START OF MAP INPUT DEFINITION
CAS6O    DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
ACTIONL  DS    AL2                INPUT FIELD LENGTH
ACTIONF  DS    0X                 INPUT FIELD FLAG
ACTIONA  DS    X                  OUTPUT ATTRIBUTE
ACTIONI  DS    CL3                INPUT FIELD
         ORG   ACTIONI
ACTIONO  DS    CL3                OUTPUT FIELD
*
CASENOL  DS    AL2                INPUT FIELD LENGTH
CASENOF  DS    0X                 INPUT FIELD FLAG
CASENOA  DS    X                  OUTPUT ATTRIBUTE
CASENOI  DS    CL8                INPUT FIELD
         ORG   CASENOI
CASENOO  DS    CL8                OUTPUT FIELD
*
CUSTIDL  DS    AL2                INPUT FIELD LENGTH
CUSTIDF  DS    0X                 INPUT FIELD FLAG
CUSTIDA  DS    X                  OUTPUT ATTRIBUTE
CUSTIDI  DS    CL10               INPUT FIELD
         ORG   CUSTIDI
CUSTIDO  DS    CL10               OUTPUT FIELD
*
CATEGL   DS    AL2                INPUT FIELD LENGTH
CATEGF   DS    0X                 INPUT FIELD FLAG
CATEGA   DS    X                  OUTPUT ATTRIBUTE
CATEGI   DS    CL4                INPUT FIELD
         ORG   CATEGI
CATEGO   DS    CL4                OUTPUT FIELD
*
CATDSCL  DS    AL2                INPUT FIELD LENGTH
CATDSCF  DS    0X                 INPUT FIELD FLAG
CATDSCA  DS    X                  OUTPUT ATTRIBUTE
CATDSCI  DS    CL30               INPUT FIELD
         ORG   CATDSCI
CATDSCO  DS    CL30               OUTPUT FIELD
*
ASSIGNL  DS    AL2                INPUT FIELD LENGTH
ASSIGNF  DS    0X                 INPUT FIELD FLAG
ASSIGNA  DS    X                  OUTPUT ATTRIBUTE
ASSIGNI  DS    CL3                INPUT FIELD
         ORG   ASSIGNI
ASSIGNO  DS    CL3                OUTPUT FIELD
*
CSTATL   DS    AL2                INPUT FIELD LENGTH
CSTATF   DS    0X                 INPUT FIELD FLAG
CSTATA   DS    X                  OUTPUT ATTRIBUTE
CSTATI   DS    CL1                INPUT FIELD
         ORG   CSTATI
CSTATO   DS    CL1                OUTPUT FIELD
*
OPENDTL  DS    AL2                INPUT FIELD LENGTH
OPENDTF  DS    0X                 INPUT FIELD FLAG
OPENDTA  DS    X                  OUTPUT ATTRIBUTE
OPENDTI  DS    CL8                INPUT FIELD
         ORG   OPENDTI
OPENDTO  DS    CL8                OUTPUT FIELD
*
OPENBYL  DS    AL2                INPUT FIELD LENGTH
OPENBYF  DS    0X                 INPUT FIELD FLAG
OPENBYA  DS    X                  OUTPUT ATTRIBUTE
OPENBYI  DS    CL3                INPUT FIELD
         ORG   OPENBYI
OPENBYO  DS    CL3                OUTPUT FIELD
*
TARGDTL  DS    AL2                INPUT FIELD LENGTH
TARGDTF  DS    0X                 INPUT FIELD FLAG
TARGDTA  DS    X                  OUTPUT ATTRIBUTE
TARGDTI  DS    CL8                INPUT FIELD
         ORG   TARGDTI
TARGDTO  DS    CL8                OUTPUT FIELD
*
CLOSDTL  DS    AL2                INPUT FIELD LENGTH
CLOSDTF  DS    0X                 INPUT FIELD FLAG
CLOSDTA  DS    X                  OUTPUT ATTRIBUTE
CLOSDTI  DS    CL8                INPUT FIELD
         ORG   CLOSDTI
CLOSDTO  DS    CL8                OUTPUT FIELD
*
CLOSBYL  DS    AL2                INPUT FIELD LENGTH
CLOSBYF  DS    0X                 INPUT FIELD FLAG
CLOSBYA  DS    X                  OUTPUT ATTRIBUTE
CLOSBYI  DS    CL3                INPUT FIELD
         ORG   CLOSBYI
CLOSBYO  DS    CL3                OUTPUT FIELD
*
SUMMRYL  DS    AL2                INPUT FIELD LENGTH
SUMMRYF  DS    0X                 INPUT FIELD FLAG
SUMMRYA  DS    X                  OUTPUT ATTRIBUTE
SUMMRYI  DS    CL30               INPUT FIELD
         ORG   SUMMRYI
SUMMRYO  DS    CL30               OUTPUT FIELD
*
NOTEDTL  DS    AL2                INPUT FIELD LENGTH
NOTEDTF  DS    0X                 INPUT FIELD FLAG
NOTEDTA  DS    X                  OUTPUT ATTRIBUTE
NOTEDTI  DS    CL8                INPUT FIELD
         ORG   NOTEDTI
NOTEDTO  DS    CL8                OUTPUT FIELD
*
NOTETML  DS    AL2                INPUT FIELD LENGTH
NOTETMF  DS    0X                 INPUT FIELD FLAG
NOTETMA  DS    X                  OUTPUT ATTRIBUTE
NOTETMI  DS    CL8                INPUT FIELD
         ORG   NOTETMI
NOTETMO  DS    CL8                OUTPUT FIELD
*
LINK1L   DS    AL2                INPUT FIELD LENGTH
LINK1F   DS    0X                 INPUT FIELD FLAG
LINK1A   DS    X                  OUTPUT ATTRIBUTE
LINK1I   DS    CL17               INPUT FIELD
         ORG   LINK1I
LINK1O   DS    CL17               OUTPUT FIELD
*
LINK2L   DS    AL2                INPUT FIELD LENGTH
LINK2F   DS    0X                 INPUT FIELD FLAG
LINK2A   DS    X                  OUTPUT ATTRIBUTE
LINK2I   DS    CL17               INPUT FIELD
         ORG   LINK2I
LINK2O   DS    CL17               OUTPUT FIELD
*
LINK3L   DS    AL2                INPUT FIELD LENGTH
LINK3F   DS    0X                 INPUT FIELD FLAG
LINK3A   DS    X                  OUTPUT ATTRIBUTE
LINK3I   DS    CL17               INPUT FIELD
         ORG   LINK3I
LINK3O   DS    CL17               OUTPUT FIELD
*
LINK4L   DS    AL2                INPUT FIELD LENGTH
LINK4F   DS    0X                 INPUT FIELD FLAG
LINK4A   DS    X                  OUTPUT ATTRIBUTE
LINK4I   DS    CL17               INPUT FIELD
         ORG   LINK4I
LINK4O   DS    CL17               OUTPUT FIELD
*
UPDBYL   DS    AL2                INPUT FIELD LENGTH
UPDBYF   DS    0X                 INPUT FIELD FLAG
UPDBYA   DS    X                  OUTPUT ATTRIBUTE
UPDBYI   DS    CL3                INPUT FIELD
         ORG   UPDBYI
UPDBYO   DS    CL3                OUTPUT FIELD
*
UPDDTL   DS    AL2                INPUT FIELD LENGTH
UPDDTF   DS    0X                 INPUT FIELD FLAG
UPDDTA   DS    X                  OUTPUT ATTRIBUTE
UPDDTI   DS    CL8                INPUT FIELD
         ORG   UPDDTI
UPDDTO   DS    CL8                OUTPUT FIELD
*
ERRMSGL  DS    AL2                INPUT FIELD LENGTH
ERRMSGF  DS    0X                 INPUT FIELD FLAG
ERRMSGA  DS    X                  OUTPUT ATTRIBUTE
ERRMSGI  DS    CL34               INPUT FIELD
         ORG   ERRMSGI
ERRMSGO  DS    CL34               OUTPUT FIELD
*
CAS6E    EQU   *
CAS6L    EQU   CAS6E-CAS6S
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
