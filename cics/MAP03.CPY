         ORG   THRESHI
THRESHO  DS    CL9                OUTPUT FIELD
*
ALTHOSTL DS    AL2                INPUT FIELD LENGTH
ALTHOSTF DS    0X                 INPUT FIELD FLAG
ALTHOSTA DS    X                  OUTPUT ATTRIBUTE
ALTHOSTI DS    CL32               INPUT FIELD
         ORG   ALTHOSTI
ALTHOSTO DS    CL32               OUTPUT FIELD
*
ALTPORTL DS    AL2                INPUT FIELD LENGTH
ALTPORTF DS    0X                 INPUT FIELD FLAG
ALTPORTA DS    X                  OUTPUT ATTRIBUTE
ALTPORTI DS    CL5                INPUT FIELD
         ORG   ALTPORTI
ALTPORTO DS    CL5                OUTPUT FIELD
*
MWSTRTL  DS    AL2                INPUT FIELD LENGTH
MWSTRTF  DS    0X                 INPUT FIELD FLAG
MWSTRTA  DS    X                  OUTPUT ATTRIBUTE
MWSTRTI  DS    CL12               INPUT FIELD
         ORG   MWSTRTI
MWSTRTO  DS    CL12               OUTPUT FIELD
*
MWENDL   DS    AL2                INPUT FIELD LENGTH
MWENDF   DS    0X                 INPUT FIELD FLAG
MWENDA   DS    X                  OUTPUT ATTRIBUTE
MWENDI   DS    CL12               INPUT FIELD
         ORG   MWENDI
MWENDO   DS    CL12               OUTPUT FIELD
*
OURCRTL  DS    AL2                INPUT FIELD LENGTH
OURCRTF  DS    0X                 INPUT FIELD FLAG
OURCRTA  DS    X                  OUTPUT ATTRIBUTE
OURCRTI  DS    CL24               INPUT FIELD
         ORG   OURCRTI
OURCRTO  DS    CL24               OUTPUT FIELD
*
OUREXPL  DS    AL2                INPUT FIELD LENGTH
OUREXPF  DS    0X                 INPUT FIELD FLAG
OUREXPA  DS    X                  OUTPUT ATTRIBUTE
OUREXPI  DS    CL8                INPUT FIELD
         ORG   OUREXPI
OUREXPO  DS    CL8                OUTPUT FIELD
*
PTNCRTL  DS    AL2                INPUT FIELD LENGTH
PTNCRTF  DS    0X                 INPUT FIELD FLAG
PTNCRTA  DS    X                  OUTPUT ATTRIBUTE
PTNCRTI  DS    CL24               INPUT FIELD
         ORG   PTNCRTI
PTNCRTO  DS    CL24               OUTPUT FIELD
*
PTNEXPL  DS    AL2                INPUT FIELD LENGTH
PTNEXPF  DS    0X                 INPUT FIELD FLAG
PTNEXPA  DS    X                  OUTPUT ATTRIBUTE
PTNEXPI  DS    CL8                INPUT FIELD
         ORG   PTNEXPI
PTNEXPO  DS    CL8                OUTPUT FIELD
*
SVCSTL   DS    AL2                INPUT FIELD LENGTH
SVCSTF   DS    0X                 INPUT FIELD FLAG
SVCSTA   DS    X                  OUTPUT ATTRIBUTE
