         ORG   SGDATEI
SGDATEO  DS    CL8               OUTPUT FIELD
*
SEXPDTL  DS    AL2                INPUT FIELD LENGTH
SEXPDTF  DS    0X                 INPUT FIELD FLAG
SEXPDTA  DS    X                  OUTPUT ATTRIBUTE
SEXPDTI  DS    CL8               INPUT FIELD
         ORG   SEXPDTI
SEXPDTO  DS    CL8               OUTPUT FIELD
*
SPRIORL  DS    AL2                INPUT FIELD LENGTH
SPRIORF  DS    0X                 INPUT FIELD FLAG
SPRIORA  DS    X                  OUTPUT ATTRIBUTE
SPRIORI  DS    CL8               INPUT FIELD
         ORG   SPRIORI
SPRIORO  DS    CL8               OUTPUT FIELD
*
ERRMSGL  DS    AL2                INPUT FIELD LENGTH
ERRMSGF  DS    0X                 INPUT FIELD FLAG
ERRMSGA  DS    X                  OUTPUT ATTRIBUTE
