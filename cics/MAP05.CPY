         ORG   ERRMSGI
ERRMSGO  DS    CL34              OUTPUT FIELD
*
SRBNRL   DS    AL2                INPUT FIELD LENGTH
SRBNRF   DS    0X                 INPUT FIELD FLAG
SRBNRA   DS    X                  OUTPUT ATTRIBUTE
SRBNRI   DS    CL40              INPUT FIELD
         ORG   SRBNRI
SRBNRO   DS    CL40              OUTPUT FIELD
*
SRCHE    EQU   *
SRCHL    EQU   SRCHE-SRCHS
*
