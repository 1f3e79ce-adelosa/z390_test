         ORG   CNEWEMI
CNEWEMO  DS    CL40              OUTPUT FIELD
*
CMAILPL  DS    AL2                INPUT FIELD LENGTH
CMAILPF  DS    0X                 INPUT FIELD FLAG
CMAILPA  DS    X                  OUTPUT ATTRIBUTE
CMAILPI  DS    CL1               INPUT FIELD
         ORG   CMAILPI
CMAILPO  DS    CL1               OUTPUT FIELD
*
CEMLPL   DS    AL2                INPUT FIELD LENGTH
CEMLPF   DS    0X                 INPUT FIELD FLAG
CEMLPA   DS    X                  OUTPUT ATTRIBUTE
CEMLPI   DS    CL1               INPUT FIELD
         ORG   CEMLPI
CEMLPO   DS    CL1               OUTPUT FIELD
*
CSHRPL   DS    AL2                INPUT FIELD LENGTH
CSHRPF   DS    0X                 INPUT FIELD FLAG
CSHRPA   DS    X                  OUTPUT ATTRIBUTE
CSHRPI   DS    CL1               INPUT FIELD
         ORG   CSHRPI
CSHRPO   DS    CL1               OUTPUT FIELD
*
CNEWMLPL DS    AL2                INPUT FIELD LENGTH
CNEWMLPF DS    0X                 INPUT FIELD FLAG
CNEWMLPA DS    X                  OUTPUT ATTRIBUTE
CNEWMLPI DS    CL1               INPUT FIELD
         ORG   CNEWMLPI
CNEWMLPO DS    CL1               OUTPUT FIELD
*
CNEWEMPL DS    AL2                INPUT FIELD LENGTH
CNEWEMPF DS    0X                 INPUT FIELD FLAG
CNEWEMPA DS    X                  OUTPUT ATTRIBUTE
CNEWEMPI DS    CL1               INPUT FIELD
         ORG   CNEWEMPI
CNEWEMPO DS    CL1               OUTPUT FIELD
*
CNEWSHPL DS    AL2                INPUT FIELD LENGTH
CNEWSHPF DS    0X                 INPUT FIELD FLAG
CNEWSHPA DS    X                  OUTPUT ATTRIBUTE
CNEWSHPI DS    CL1               INPUT FIELD
         ORG   CNEWSHPI
CNEWSHPO DS    CL1               OUTPUT FIELD
*
CERRMSGL DS    AL2                INPUT FIELD LENGTH
CERRMSGF DS    0X                 INPUT FIELD FLAG
CERRMSGA DS    X                  OUTPUT ATTRIBUTE
