GUI6BS   DS    0H                 START OF MAP DEFINITION
GUI6BI   DS    0H                 START OF MAP INPUT DEFINITION
GUI6BO   DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
BCNAMEL  DS    AL2                INPUT FIELD LENGTH
BCNAMEF  DS    0X                 INPUT FIELD FLAG
BCNAMEA  DS    X                  OUTPUT ATTRIBUTE
BCNAMEI  DS    CL40              INPUT FIELD
         ORG   BCNAMEI
BCNAMEO  DS    CL40              OUTPUT FIELD
*
BINFOL   DS    AL2                INPUT FIELD LENGTH
BINFOF   DS    0X                 INPUT FIELD FLAG
BINFOA   DS    X                  OUTPUT ATTRIBUTE
BINFOI   DS    CL40              INPUT FIELD
         ORG   BINFOI
BINFOO   DS    CL40              OUTPUT FIELD
*
BDODL    DS    AL2                INPUT FIELD LENGTH
BDODF    DS    0X                 INPUT FIELD FLAG
BDODA    DS    X                  OUTPUT ATTRIBUTE
BDODI    DS    CL8               INPUT FIELD
         ORG   BDODI
BDODO    DS    CL8               OUTPUT FIELD
*
BENAMEL  DS    AL2                INPUT FIELD LENGTH
BENAMEF  DS    0X                 INPUT FIELD FLAG
BENAMEA  DS    X                  OUTPUT ATTRIBUTE
BENAMEI  DS    CL40              INPUT FIELD
         ORG   BENAMEI
BENAMEO  DS    CL40              OUTPUT FIELD
*
BEADDRL  DS    AL2                INPUT FIELD LENGTH
BEADDRF  DS    0X                 INPUT FIELD FLAG
BEADDRA  DS    X                  OUTPUT ATTRIBUTE
BEADDRI  DS    CL40              INPUT FIELD
         ORG   BEADDRI
BEADDRO  DS    CL40              OUTPUT FIELD
*
BEZIPL   DS    AL2                INPUT FIELD LENGTH
BEZIPF   DS    0X                 INPUT FIELD FLAG
BEZIPA   DS    X                  OUTPUT ATTRIBUTE
BEZIPI   DS    CL5               INPUT FIELD
         ORG   BEZIPI
BEZIPO   DS    CL5               OUTPUT FIELD
*
BRSNCDL  DS    AL2                INPUT FIELD LENGTH
BRSNCDF  DS    0X                 INPUT FIELD FLAG
BRSNCDA  DS    X                  OUTPUT ATTRIBUTE
BRSNCDI  DS    CL2               INPUT FIELD
         ORG   BRSNCDI
BRSNCDO  DS    CL2               OUTPUT FIELD
*
BERRMSGL DS    AL2                INPUT FIELD LENGTH
BERRMSGF DS    0X                 INPUT FIELD FLAG
BERRMSGA DS    X                  OUTPUT ATTRIBUTE
BERRMSGI DS    CL34              INPUT FIELD
         ORG   BERRMSGI
BERRMSGO DS    CL34              OUTPUT FIELD
*
GUI6BE   EQU   *
GUI6BL   EQU   GUI6BE-GUI6BS
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
