GUI6DS   DS    0H                 START OF MAP DEFINITION
GUI6DI   DS    0H                 START OF MAP INPUT DEFINITION
GUI6DO   DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
DCNAMEL  DS    AL2                INPUT FIELD LENGTH
DCNAMEF  DS    0X                 INPUT FIELD FLAG
DCNAMEA  DS    X                  OUTPUT ATTRIBUTE
DCNAMEI  DS    CL40              INPUT FIELD
         ORG   DCNAMEI
DCNAMEO  DS    CL40              OUTPUT FIELD
*
DINFOL   DS    AL2                INPUT FIELD LENGTH
DINFOF   DS    0X                 INPUT FIELD FLAG
DINFOA   DS    X                  OUTPUT ATTRIBUTE
DINFOI   DS    CL40              INPUT FIELD
         ORG   DINFOI
DINFOO   DS    CL40              OUTPUT FIELD
*
DROUTL   DS    AL2                INPUT FIELD LENGTH
DROUTF   DS    0X                 INPUT FIELD FLAG
DROUTA   DS    X                  OUTPUT ATTRIBUTE
DROUTI   DS    CL9               INPUT FIELD
         ORG   DROUTI
DROUTO   DS    CL9               OUTPUT FIELD
*
DACCTL   DS    AL2                INPUT FIELD LENGTH
DACCTF   DS    0X                 INPUT FIELD FLAG
DACCTA   DS    X                  OUTPUT ATTRIBUTE
DACCTI   DS    CL17              INPUT FIELD
         ORG   DACCTI
DACCTO   DS    CL17              OUTPUT FIELD
*
DANAMEL  DS    AL2                INPUT FIELD LENGTH
DANAMEF  DS    0X                 INPUT FIELD FLAG
DANAMEA  DS    X                  OUTPUT ATTRIBUTE
DANAMEI  DS    CL30              INPUT FIELD
         ORG   DANAMEI
DANAMEO  DS    CL30              OUTPUT FIELD
*
DDAYL    DS    AL2                INPUT FIELD LENGTH
DDAYF    DS    0X                 INPUT FIELD FLAG
DDAYA    DS    X                  OUTPUT ATTRIBUTE
DDAYI    DS    CL2               INPUT FIELD
         ORG   DDAYI
DDAYO    DS    CL2               OUTPUT FIELD
*
DFREQL   DS    AL2                INPUT FIELD LENGTH
DFREQF   DS    0X                 INPUT FIELD FLAG
DFREQA   DS    X                  OUTPUT ATTRIBUTE
DFREQI   DS    CL1               INPUT FIELD
         ORG   DFREQI
DFREQO   DS    CL1               OUTPUT FIELD
*
DSTATL   DS    AL2                INPUT FIELD LENGTH
DSTATF   DS    0X                 INPUT FIELD FLAG
DSTATA   DS    X                  OUTPUT ATTRIBUTE
DSTATI   DS    CL1               INPUT FIELD
         ORG   DSTATI
DSTATO   DS    CL1               OUTPUT FIELD
*
DRSNCDL  DS    AL2                INPUT FIELD LENGTH
DRSNCDF  DS    0X                 INPUT FIELD FLAG
DRSNCDA  DS    X                  OUTPUT ATTRIBUTE
DRSNCDI  DS    CL2               INPUT FIELD
         ORG   DRSNCDI
DRSNCDO  DS    CL2               OUTPUT FIELD
*
DERRMSGL DS    AL2                INPUT FIELD LENGTH
DERRMSGF DS    0X                 INPUT FIELD FLAG
DERRMSGA DS    X                  OUTPUT ATTRIBUTE
DERRMSGI DS    CL34              INPUT FIELD
         ORG   DERRMSGI
DERRMSGO DS    CL34              OUTPUT FIELD
*
GUI6DE   EQU   *
GUI6DL   EQU   GUI6DE-GUI6DS
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
