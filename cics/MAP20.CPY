RPVWS    DS    0H                 START OF MAP DEFINITION
RPVWI    DS    0H                 START OF MAP INPUT DEFINITION
RPVWO    DS    0H                 START OF MAP OUTPUT DEFINITION
         DS    12C                TIOA PREFIX
*
VWRPTL   DS    AL2                INPUT FIELD LENGTH
VWRPTF   DS    0X                 INPUT FIELD FLAG
VWRPTA   DS    X                  OUTPUT ATTRIBUTE
VWRPTI   DS    CL8                INPUT FIELD
         ORG   VWRPTI
VWRPTO   DS    CL8                OUTPUT FIELD
*
VWDATEL  DS    AL2                INPUT FIELD LENGTH
VWDATEF  DS    0X                 INPUT FIELD FLAG
VWDATEA  DS    X                  OUTPUT ATTRIBUTE
VWDATEI  DS    CL8                INPUT FIELD
         ORG   VWDATEI
VWDATEO  DS    CL8                OUTPUT FIELD
*
VWFINDL  DS    AL2                INPUT FIELD LENGTH
VWFINDF  DS    0X                 INPUT FIELD FLAG
VWFINDA  DS    X                  OUTPUT ATTRIBUTE
VWFINDI  DS    CL20               INPUT FIELD
         ORG   VWFINDI
VWFINDO  DS    CL20               OUTPUT FIELD
*
VWCOLL   DS    AL2                INPUT FIELD LENGTH
VWCOLF   DS    0X                 INPUT FIELD FLAG
VWCOLA   DS    X                  OUTPUT ATTRIBUTE
VWCOLI   DS    CL3                INPUT FIELD
         ORG   VWCOLI
VWCOLO   DS    CL3                OUTPUT FIELD
*
VWHDRL   DS    AL2                INPUT FIELD LENGTH
VWHDRF   DS    0X                 INPUT FIELD FLAG
VWHDRA   DS    X                  OUTPUT ATTRIBUTE
VWHDRI   DS    CL79               INPUT FIELD
         ORG   VWHDRI
VWHDRO   DS    CL79               OUTPUT FIELD
*
VL01L    DS    AL2                INPUT FIELD LENGTH
VL01F    DS    0X                 INPUT FIELD FLAG
VL01A    DS    X                  OUTPUT ATTRIBUTE
VL01I    DS    CL79               INPUT FIELD
         ORG   VL01I
VL01O    DS    CL79               OUTPUT FIELD
*
VL02L    DS    AL2                INPUT FIELD LENGTH
VL02F    DS    0X                 INPUT FIELD FLAG
VL02A    DS    X                  OUTPUT ATTRIBUTE
VL02I    DS    CL79               INPUT FIELD
         ORG   VL02I
VL02O    DS    CL79               OUTPUT FIELD
*
VL03L    DS    AL2                INPUT FIELD LENGTH
VL03F    DS    0X                 INPUT FIELD FLAG
VL03A    DS    X                  OUTPUT ATTRIBUTE
VL03I    DS    CL79               INPUT FIELD
         ORG   VL03I
VL03O    DS    CL79               OUTPUT FIELD
*
VL04L    DS    AL2                INPUT FIELD LENGTH
VL04F    DS    0X                 INPUT FIELD FLAG
VL04A    DS    X                  OUTPUT ATTRIBUTE
VL04I    DS    CL79               INPUT FIELD
         ORG   VL04I
VL04O    DS    CL79               OUTPUT FIELD
*
VL05L    DS    AL2                INPUT FIELD LENGTH
VL05F    DS    0X                 INPUT FIELD FLAG
VL05A    DS    X                  OUTPUT ATTRIBUTE
VL05I    DS    CL79               INPUT FIELD
         ORG   VL05I
VL05O    DS    CL79               OUTPUT FIELD
*
VL06L    DS    AL2                INPUT FIELD LENGTH
VL06F    DS    0X                 INPUT FIELD FLAG
VL06A    DS    X                  OUTPUT ATTRIBUTE
VL06I    DS    CL79               INPUT FIELD
         ORG   VL06I
VL06O    DS    CL79               OUTPUT FIELD
*
VL07L    DS    AL2                INPUT FIELD LENGTH
VL07F    DS    0X                 INPUT FIELD FLAG
VL07A    DS    X                  OUTPUT ATTRIBUTE
VL07I    DS    CL79               INPUT FIELD
         ORG   VL07I
VL07O    DS    CL79               OUTPUT FIELD
*
VL08L    DS    AL2                INPUT FIELD LENGTH
VL08F    DS    0X                 INPUT FIELD FLAG
VL08A    DS    X                  OUTPUT ATTRIBUTE
VL08I    DS    CL79               INPUT FIELD
         ORG   VL08I
VL08O    DS    CL79               OUTPUT FIELD
*
VL09L    DS    AL2                INPUT FIELD LENGTH
VL09F    DS    0X                 INPUT FIELD FLAG
VL09A    DS    X                  OUTPUT ATTRIBUTE
VL09I    DS    CL79               INPUT FIELD
         ORG   VL09I
VL09O    DS    CL79               OUTPUT FIELD
*
VL10L    DS    AL2                INPUT FIELD LENGTH
VL10F    DS    0X                 INPUT FIELD FLAG
VL10A    DS    X                  OUTPUT ATTRIBUTE
VL10I    DS    CL79               INPUT FIELD
         ORG   VL10I
VL10O    DS    CL79               OUTPUT FIELD
*
VL11L    DS    AL2                INPUT FIELD LENGTH
VL11F    DS    0X                 INPUT FIELD FLAG
VL11A    DS    X                  OUTPUT ATTRIBUTE
VL11I    DS    CL79               INPUT FIELD
         ORG   VL11I
VL11O    DS    CL79               OUTPUT FIELD
*
VL12L    DS    AL2                INPUT FIELD LENGTH
VL12F    DS    0X                 INPUT FIELD FLAG
VL12A    DS    X                  OUTPUT ATTRIBUTE
VL12I    DS    CL79               INPUT FIELD
         ORG   VL12I
VL12O    DS    CL79               OUTPUT FIELD
*
VL13L    DS    AL2                INPUT FIELD LENGTH
VL13F    DS    0X                 INPUT FIELD FLAG
VL13A    DS    X                  OUTPUT ATTRIBUTE
VL13I    DS    CL79               INPUT FIELD
         ORG   VL13I
VL13O    DS    CL79               OUTPUT FIELD
*
VL14L    DS    AL2                INPUT FIELD LENGTH
VL14F    DS    0X                 INPUT FIELD FLAG
VL14A    DS    X                  OUTPUT ATTRIBUTE
VL14I    DS    CL79               INPUT FIELD
         ORG   VL14I
VL14O    DS    CL79               OUTPUT FIELD
*
VWSELL   DS    AL2                INPUT FIELD LENGTH
VWSELF   DS    0X                 INPUT FIELD FLAG
VWSELA   DS    X                  OUTPUT ATTRIBUTE
VWSELI   DS    CL2                INPUT FIELD
         ORG   VWSELI
VWSELO   DS    CL2                OUTPUT FIELD
*
ERRMSGL  DS    AL2                INPUT FIELD LENGTH
ERRMSGF  DS    0X                 INPUT FIELD FLAG
ERRMSGA  DS    X                  OUTPUT ATTRIBUTE
ERRMSGI  DS    CL34               INPUT FIELD
         ORG   ERRMSGI
ERRMSGO  DS    CL34               OUTPUT FIELD
*
RPVWE    EQU   *
RPVWL    EQU   RPVWE-RPVWS
*
* * * END OF MAP DEFINITION     * * *
*
* * * END OF MAP SET DEFINITION * * *
