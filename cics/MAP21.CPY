PCR6S    DS    0H                 START OF MAP DEFINITION
PCR6I    DS    0H                 START OF MAP INPUT DEFINITION
PCR6O    DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
ACTIONL  DS    AL2                INPUT FIELD LENGTH
ACTIONF  DS    0X                 INPUT FIELD FLAG
ACTIONA  DS    X                  OUTPUT ATTRIBUTE
ACTIONI  DS    CL3                INPUT FIELD
         ORG   ACTIONI
ACTIONO  DS    CL3                OUTPUT FIELD
*
PARTNRL  DS    AL2                INPUT FIELD LENGTH
PARTNRF  DS    0X                 INPUT FIELD FLAG
PARTNRA  DS    X                  OUTPUT ATTRIBUTE
PARTNRI  DS    CL8                INPUT FIELD
         ORG   PARTNRI
PARTNRO  DS    CL8                OUTPUT FIELD
*
PKEYL    DS    AL2                INPUT FIELD LENGTH
PKEYF    DS    0X                 INPUT FIELD FLAG
PKEYA    DS    X                  OUTPUT ATTRIBUTE
PKEYI    DS    CL16               INPUT FIELD
         ORG   PKEYI
PKEYO    DS    CL16               OUTPUT FIELD
*
PSTATL   DS    AL2                INPUT FIELD LENGTH
PSTATF   DS    0X                 INPUT FIELD FLAG
PSTATA   DS    X                  OUTPUT ATTRIBUTE
PSTATI   DS    CL1                INPUT FIELD
         ORG   PSTATI
PSTATO   DS    CL1                OUTPUT FIELD
*
SVC1L    DS    AL2                INPUT FIELD LENGTH
SVC1F    DS    0X                 INPUT FIELD FLAG
SVC1A    DS    X                  OUTPUT ATTRIBUTE
SVC1I    DS    CL8                INPUT FIELD
         ORG   SVC1I
SVC1O    DS    CL8                OUTPUT FIELD
*
SVC2L    DS    AL2                INPUT FIELD LENGTH
SVC2F    DS    0X                 INPUT FIELD FLAG
SVC2A    DS    X                  OUTPUT ATTRIBUTE
SVC2I    DS    CL8                INPUT FIELD
         ORG   SVC2I
SVC2O    DS    CL8                OUTPUT FIELD
*
SVC3L    DS    AL2                INPUT FIELD LENGTH
SVC3F    DS    0X                 INPUT FIELD FLAG
SVC3A    DS    X                  OUTPUT ATTRIBUTE
SVC3I    DS    CL8                INPUT FIELD
         ORG   SVC3I
SVC3O    DS    CL8                OUTPUT FIELD
*
SVC4L    DS    AL2                INPUT FIELD LENGTH
SVC4F    DS    0X                 INPUT FIELD FLAG
SVC4A    DS    X                  OUTPUT ATTRIBUTE
SVC4I    DS    CL8                INPUT FIELD
         ORG   SVC4I
SVC4O    DS    CL8                OUTPUT FIELD
*
SVC5L    DS    AL2                INPUT FIELD LENGTH
SVC5F    DS    0X                 INPUT FIELD FLAG
SVC5A    DS    X                  OUTPUT ATTRIBUTE
SVC5I    DS    CL8                INPUT FIELD
         ORG   SVC5I
SVC5O    DS    CL8                OUTPUT FIELD
*
SVC6L    DS    AL2                INPUT FIELD LENGTH
SVC6F    DS    0X                 INPUT FIELD FLAG
SVC6A    DS    X                  OUTPUT ATTRIBUTE
SVC6I    DS    CL8                INPUT FIELD
         ORG   SVC6I
SVC6O    DS    CL8                OUTPUT FIELD
*
SVC7L    DS    AL2                INPUT FIELD LENGTH
SVC7F    DS    0X                 INPUT FIELD FLAG
SVC7A    DS    X                  OUTPUT ATTRIBUTE
SVC7I    DS    CL8                INPUT FIELD
         ORG   SVC7I
SVC7O    DS    CL8                OUTPUT FIELD
*
SVC8L    DS    AL2                INPUT FIELD LENGTH
SVC8F    DS    0X                 INPUT FIELD FLAG
SVC8A    DS    X                  OUTPUT ATTRIBUTE
SVC8I    DS    CL8                INPUT FIELD
         ORG   SVC8I
SVC8O    DS    CL8                OUTPUT FIELD
*
ADR1L    DS    AL2                INPUT FIELD LENGTH
ADR1F    DS    0X                 INPUT FIELD FLAG
ADR1A    DS    X                  OUTPUT ATTRIBUTE
ADR1I    DS    CL15               INPUT FIELD
         ORG   ADR1I
ADR1O    DS    CL15               OUTPUT FIELD
*
ADR2L    DS    AL2                INPUT FIELD LENGTH
ADR2F    DS    0X                 INPUT FIELD FLAG
ADR2A    DS    X                  OUTPUT ATTRIBUTE
ADR2I    DS    CL15               INPUT FIELD
         ORG   ADR2I
ADR2O    DS    CL15               OUTPUT FIELD
*
ADR3L    DS    AL2                INPUT FIELD LENGTH
ADR3F    DS    0X                 INPUT FIELD FLAG
ADR3A    DS    X                  OUTPUT ATTRIBUTE
ADR3I    DS    CL15               INPUT FIELD
         ORG   ADR3I
ADR3O    DS    CL15               OUTPUT FIELD
*
ADR4L    DS    AL2                INPUT FIELD LENGTH
ADR4F    DS    0X                 INPUT FIELD FLAG
ADR4A    DS    X                  OUTPUT ATTRIBUTE
ADR4I    DS    CL15               INPUT FIELD
         ORG   ADR4I
ADR4O    DS    CL15               OUTPUT FIELD
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
PCR6E    EQU   *
PCR6L    EQU   PCR6E-PCR6S
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
