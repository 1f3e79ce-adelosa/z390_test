GUI6TS   DS    0H                 START OF MAP DEFINITION
GUI6TI   DS    0H                 START OF MAP INPUT DEFINITION
GUI6TO   DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
TMADDRL  DS    AL2                INPUT FIELD LENGTH
TMADDRF  DS    0X                 INPUT FIELD FLAG
TMADDRA  DS    X                  OUTPUT ATTRIBUTE
TMADDRI  DS    CL40              INPUT FIELD
         ORG   TMADDRI
TMADDRO  DS    CL40              OUTPUT FIELD
*
TMZIPL   DS    AL2                INPUT FIELD LENGTH
TMZIPF   DS    0X                 INPUT FIELD FLAG
TMZIPA   DS    X                  OUTPUT ATTRIBUTE
TMZIPI   DS    CL5               INPUT FIELD
         ORG   TMZIPI
TMZIPO   DS    CL5               OUTPUT FIELD
*
TRADDRL  DS    AL2                INPUT FIELD LENGTH
TRADDRF  DS    0X                 INPUT FIELD FLAG
TRADDRA  DS    X                  OUTPUT ATTRIBUTE
TRADDRI  DS    CL40              INPUT FIELD
         ORG   TRADDRI
TRADDRO  DS    CL40              OUTPUT FIELD
*
TRZIPL   DS    AL2                INPUT FIELD LENGTH
TRZIPF   DS    0X                 INPUT FIELD FLAG
TRZIPA   DS    X                  OUTPUT ATTRIBUTE
TRZIPI   DS    CL5               INPUT FIELD
         ORG   TRZIPI
TRZIPO   DS    CL5               OUTPUT FIELD
*
TBADDRL  DS    AL2                INPUT FIELD LENGTH
TBADDRF  DS    0X                 INPUT FIELD FLAG
TBADDRA  DS    X                  OUTPUT ATTRIBUTE
TBADDRI  DS    CL40              INPUT FIELD
         ORG   TBADDRI
TBADDRO  DS    CL40              OUTPUT FIELD
*
TBZIPL   DS    AL2                INPUT FIELD LENGTH
TBZIPF   DS    0X                 INPUT FIELD FLAG
TBZIPA   DS    X                  OUTPUT ATTRIBUTE
TBZIPI   DS    CL5               INPUT FIELD
         ORG   TBZIPI
TBZIPO   DS    CL5               OUTPUT FIELD
*
TTYPEL   DS    AL2                INPUT FIELD LENGTH
TTYPEF   DS    0X                 INPUT FIELD FLAG
TTYPEA   DS    X                  OUTPUT ATTRIBUTE
TTYPEI   DS    CL1               INPUT FIELD
         ORG   TTYPEI
TTYPEO   DS    CL1               OUTPUT FIELD
*
TNEWADRL DS    AL2                INPUT FIELD LENGTH
TNEWADRF DS    0X                 INPUT FIELD FLAG
TNEWADRA DS    X                  OUTPUT ATTRIBUTE
TNEWADRI DS    CL40              INPUT FIELD
         ORG   TNEWADRI
TNEWADRO DS    CL40              OUTPUT FIELD
*
TNEWZIPL DS    AL2                INPUT FIELD LENGTH
TNEWZIPF DS    0X                 INPUT FIELD FLAG
TNEWZIPA DS    X                  OUTPUT ATTRIBUTE
TNEWZIPI DS    CL5               INPUT FIELD
         ORG   TNEWZIPI
TNEWZIPO DS    CL5               OUTPUT FIELD
*
TRSNCDL  DS    AL2                INPUT FIELD LENGTH
TRSNCDF  DS    0X                 INPUT FIELD FLAG
TRSNCDA  DS    X                  OUTPUT ATTRIBUTE
TRSNCDI  DS    CL2               INPUT FIELD
         ORG   TRSNCDI
TRSNCDO  DS    CL2               OUTPUT FIELD
*
TERRMSGL DS    AL2                INPUT FIELD LENGTH
TERRMSGF DS    0X                 INPUT FIELD FLAG
TERRMSGA DS    X                  OUTPUT ATTRIBUTE
TERRMSGI DS    CL34              INPUT FIELD
         ORG   TERRMSGI
TERRMSGO DS    CL34              OUTPUT FIELD
*
GUI6TE   EQU   *
GUI6TL   EQU   GUI6TE-GUI6TS
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
