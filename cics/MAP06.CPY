         ORG   ERRMSGI
ERRMSGO  DS    CL34              OUTPUT FIELD
*
APBNRL   DS    AL2                INPUT FIELD LENGTH
APBNRF   DS    0X                 INPUT FIELD FLAG
APBNRA   DS    X                  OUTPUT ATTRIBUTE
APBNRI   DS    CL40              INPUT FIELD
         ORG   APBNRI
APBNRO   DS    CL40              OUTPUT FIELD
*
APRVE    EQU   *
APRVL    EQU   APRVE-APRVS
*
