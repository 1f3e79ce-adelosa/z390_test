WLRVS    DS    0H                 START OF MAP DEFINITION
WLRVI    DS    0H                 START OF MAP INPUT DEFINITION
WLRVO    DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
RVPOSL   DS    AL2                INPUT FIELD LENGTH
RVPOSF   DS    0X                 INPUT FIELD FLAG
RVPOSA   DS    X                  OUTPUT ATTRIBUTE
RVPOSI   DS    CL4               INPUT FIELD
         ORG   RVPOSI
RVPOSO   DS    CL4               OUTPUT FIELD
*
RVSTATL  DS    AL2                INPUT FIELD LENGTH
RVSTATF  DS    0X                 INPUT FIELD FLAG
RVSTATA  DS    X                  OUTPUT ATTRIBUTE
RVSTATI  DS    CL12              INPUT FIELD
         ORG   RVSTATI
RVSTATO  DS    CL12              OUTPUT FIELD
*
RVCUSTL  DS    AL2                INPUT FIELD LENGTH
RVCUSTF  DS    0X                 INPUT FIELD FLAG
RVCUSTA  DS    X                  OUTPUT ATTRIBUTE
RVCUSTI  DS    CL10              INPUT FIELD
         ORG   RVCUSTI
RVCUSTO  DS    CL10              OUTPUT FIELD
*
RVCNAMEL DS    AL2                INPUT FIELD LENGTH
RVCNAMEF DS    0X                 INPUT FIELD FLAG
RVCNAMEA DS    X                  OUTPUT ATTRIBUTE
RVCNAMEI DS    CL40              INPUT FIELD
         ORG   RVCNAMEI
RVCNAMEO DS    CL40              OUTPUT FIELD
*
RVCADDRL DS    AL2                INPUT FIELD LENGTH
RVCADDRF DS    0X                 INPUT FIELD FLAG
RVCADDRA DS    X                  OUTPUT ATTRIBUTE
RVCADDRI DS    CL60              INPUT FIELD
         ORG   RVCADDRI
RVCADDRO DS    CL60              OUTPUT FIELD
*
RVHITL   DS    AL2                INPUT FIELD LENGTH
RVHITF   DS    0X                 INPUT FIELD FLAG
RVHITA   DS    X                  OUTPUT ATTRIBUTE
RVHITI   DS    CL60              INPUT FIELD
         ORG   RVHITI
RVHITO   DS    CL60              OUTPUT FIELD
*
RVLNAMEL DS    AL2                INPUT FIELD LENGTH
RVLNAMEF DS    0X                 INPUT FIELD FLAG
RVLNAMEA DS    X                  OUTPUT ATTRIBUTE
RVLNAMEI DS    CL40              INPUT FIELD
         ORG   RVLNAMEI
RVLNAMEO DS    CL40              OUTPUT FIELD
*
RVOPENL  DS    AL2                INPUT FIELD LENGTH
RVOPENF  DS    0X                 INPUT FIELD FLAG
RVOPENA  DS    X                  OUTPUT ATTRIBUTE
RVOPENI  DS    CL60              INPUT FIELD
         ORG   RVOPENI
RVOPENO  DS    CL60              OUTPUT FIELD
*
RVDECISL DS    AL2                INPUT FIELD LENGTH
RVDECISF DS    0X                 INPUT FIELD FLAG
RVDECISA DS    X                  OUTPUT ATTRIBUTE
RVDECISI DS    CL1               INPUT FIELD
         ORG   RVDECISI
RVDECISO DS    CL1               OUTPUT FIELD
*
RVNOTEL  DS    AL2                INPUT FIELD LENGTH
RVNOTEF  DS    0X                 INPUT FIELD FLAG
RVNOTEA  DS    X                  OUTPUT ATTRIBUTE
RVNOTEI  DS    CL34              INPUT FIELD
         ORG   RVNOTEI
RVNOTEO  DS    CL34              OUTPUT FIELD
*
ERRMSGL  DS    AL2                INPUT FIELD LENGTH
ERRMSGF  DS    0X                 INPUT FIELD FLAG
ERRMSGA  DS    X                  OUTPUT ATTRIBUTE
ERRMSGI  DS    CL34              INPUT FIELD
         ORG   ERRMSGI
ERRMSGO  DS    CL34              OUTPUT FIELD
*
WLRVE    EQU   *
WLRVL    EQU   WLRVE-WLRVS
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
