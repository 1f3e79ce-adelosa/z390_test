         ORG   OPSL8I
OPSL8O   DS    CL78               OUTPUT FIELD
*
OPSL9L   DS    AL2                INPUT FIELD LENGTH
OPSL9F   DS    0X                 INPUT FIELD FLAG
OPSL9A   DS    X                  OUTPUT ATTRIBUTE
OPSL9I   DS    CL78               INPUT FIELD
         ORG   OPSL9I
OPSL9O   DS    CL78               OUTPUT FIELD
*
OPSL10L  DS    AL2                INPUT FIELD LENGTH
OPSL10F  DS    0X                 INPUT FIELD FLAG
OPSL10A  DS    X                  OUTPUT ATTRIBUTE
OPSL10I  DS    CL78               INPUT FIELD
         ORG   OPSL10I
OPSL10O  DS    CL78               OUTPUT FIELD
*
OPS6E    EQU   *
OPS6L    EQU   OPS6E-OPS6S
*
