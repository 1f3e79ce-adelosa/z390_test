         ORG   ERRMSGI
ERRMSGO  DS    CL34               OUTPUT FIELD
*
B2BNRL   DS    AL2                INPUT FIELD LENGTH
B2BNRF   DS    0X                 INPUT FIELD FLAG
B2BNRA   DS    X                  OUTPUT ATTRIBUTE
B2BNRI   DS    CL40               INPUT FIELD
         ORG   B2BNRI
B2BNRO   DS    CL40               OUTPUT FIELD
*
BMS2E    EQU   *
BMS2L    EQU   BMS2E-BMS2S
*
