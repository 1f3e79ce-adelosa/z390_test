      ***************************************************************
      * SOAMWINW.CPY - PARTNER MAINTENANCE-WINDOW CHECK, WORKING-
      * STORAGE SIDE (PAIR WITH SOAMWINP.CPY IN THE PROCEDURE
      * DIVISION).  SHARED BY SOACMGR3, WHICH HOLDS CALLS DURING A
      * WINDOW, AND BY THE SOASLA1/SOASLM1/SOAPRF1 REPORTS, WHICH
      * LEAVE THE WINDOW'S TRAFFIC OUT - SO ALL FOUR AGREE ON WHAT
      * "IN MAINTENANCE" MEANS.  ROW LAYOUT IN SOAMWIN.CPY.
      *
      * CALLERS SET WS-MW-SVC-WK, WS-MW-DATE-WK (YYYYMMDD) AND
      * WS-MW-HHMM-WK, THEN PERFORM CHECK-MAINT-WINDOW.
      * WS-MW-IN-WINDOW COMES BACK 'Y' WHEN THAT MOMENT FALLS INSIDE
      * ONE OF THE SERVICE'S WINDOWS (START INCLUDED, END NOT), WITH
      * WS-MW-IDX ON THE WINDOW.
      ***************************************************************
       copy SOAMWIN.
       01  ws-mw-name            pic x(8) value 'SOAMWIN'.
       01  ws-mw-access          pic x(1) value x'03'.
       01  ws-mw-deny            pic x(1) value x'03'.
       01  ws-mw-device          pic x(1) value x'00'.
       01  ws-mw-handle          pic x(4).
       01  ws-mw-flags           pic x(4) value x'00000000'.
       01  ws-mw-reserved        pic x(4) value x'00000000'.
       01  ws-mw-status          pic s9(9) comp-5.
       01  ws-mw-reclen          pic 9(8) comp-5.
       01  ws-mw-eof             pic x(1).
       01  ws-mw-loaded          pic x(1) value 'N'.
       01  ws-mw-count           pic s9(4) comp value 0.
       01  ws-mw-max             pic s9(4) comp value 100.
       01  ws-mw-table.
           02  ws-mw-entry occurs 100 times
                            indexed by ws-mw-idx.
               03  ws-mw-svc      pic x(8).
               03  ws-mw-from     pic 9(12).
               03  ws-mw-to       pic 9(12).

      * THE MOMENT UNDER TEST AND THE VERDICT.
       01  ws-mw-svc-wk          pic x(8).
       01  ws-mw-date-wk         pic 9(8).
       01  ws-mw-hhmm-wk         pic 9(4).
       01  ws-mw-at-wk.
           02  ws-mw-at-date     pic 9(8).
           02  ws-mw-at-hhmm     pic 9(4).
       01  ws-mw-at-num redefines ws-mw-at-wk pic 9(12).
       01  ws-mw-in-window       pic x(1).
