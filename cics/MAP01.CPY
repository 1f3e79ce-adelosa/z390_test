         ORG   RSNCDI
RSNCDO   DS    CL2                OUTPUT FIELD
*
CASEFL   DS    AL2                INPUT FIELD LENGTH
CASEFF   DS    0X                 INPUT FIELD FLAG
CASEFA   DS    X                  OUTPUT ATTRIBUTE
CASEFI   DS    CL13               INPUT FIELD
         ORG   CASEFI
CASEFO   DS    CL13               OUTPUT FIELD
*
GUI6E    EQU   *
GUI6L    EQU   GUI6E-GUI6S
*
