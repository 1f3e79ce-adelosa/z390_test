      ***************************************************************
      * SOAMDFW.CPY - PER-SERVICE MESSAGE-LAYOUT VALIDATION, WORKING-
      * STORAGE SIDE (PAIR WITH SOAMDFP.CPY IN THE PROCEDURE
      * DIVISION).  SHARED BY SOACMGR3 (OUTBOUND) AND SOASRVR1
      * (INBOUND) SO BOTH SIDES HOLD A PAYLOAD TO THE SAME SOAMSGDF
      * DEFINITIONS - SEE SOAMSGDF.CPY FOR THE ROW LAYOUT.
      *
      * CALLERS SET WS-MDF-SVC-WK, WS-MDF-DIR-WK ('Q'/'R'),
      * WS-MDF-CORR-WK, WS-MDF-SOCKET-WK, WS-MDF-DATA-WK AND
      * WS-MDF-LEN-WK, THEN PERFORM VALIDATE-PAYLOAD.  WS-MDF-BAD-CNT
      * COMES BACK WITH THE NUMBER OF FIELDS IN VIOLATION (ZERO = THE
      * PAYLOAD IS GOOD) AND WS-MDF-FIRST-FIELD/WS-MDF-FIRST-WHY
      * NAME THE FIRST ONE.  EVERY VIOLATION IS ALSO WRITTEN TO THE
      * SOAPROEX PROTOCOL-EXCEPTIONS DATASET, SO THE PARTNER CAN BE
      * SHOWN EXACTLY WHICH FIELD WAS WRONG.
      *
      * ONLY THE FIRST 4096 BYTES OF A PAYLOAD ARE CHECKED - A FIELD
      * DEFINED PAST THAT POINT (A LARGE-MESSAGE TAIL) IS SKIPPED.
      *
      * THE SAME DEFINITIONS DRIVE ARCHIVE MASKING: SET THE SAME
      * SERVICE/DIRECTION/DATA/LENGTH FIELDS AND PERFORM
      * MASK-PERSONAL-FIELDS - EVERY FIELD MARKED PERSONAL IS
      * OVERLAID WITH '*' IN WS-MDF-DATA-WK AND WS-MDF-MASK-CNT
      * COMES BACK WITH HOW MANY WERE MASKED.
      ***************************************************************
       copy SOAMSGDF.
       01  ws-mdf-name           pic x(8) value 'SOAMSGDF'.
       01  ws-mdf-access         pic x(1) value x'03'.
       01  ws-mdf-deny           pic x(1) value x'03'.
       01  ws-mdf-device         pic x(1) value x'00'.
       01  ws-mdf-handle         pic x(4).
       01  ws-mdf-flags          pic x(4) value x'00000000'.
       01  ws-mdf-reserved       pic x(4) value x'00000000'.
       01  ws-mdf-status         pic s9(9) comp-5.
       01  ws-mdf-reclen         pic 9(8) comp-5.
       01  ws-mdf-eof            pic x(1).
       01  ws-mdf-loaded         pic x(1) value 'N'.
       01  ws-mdf-count          pic s9(4) comp value 0.
       01  ws-mdf-max            pic s9(4) comp value 200.
       01  ws-mdf-table.
           02  ws-mdf-entry occurs 200 times
                            indexed by ws-mdf-idx.
               03  ws-mdf-svc     pic x(8).
               03  ws-mdf-dir     pic x(1).
               03  ws-mdf-field   pic x(12).
               03  ws-mdf-off     pic 9(4).
               03  ws-mdf-len     pic 9(4).
               03  ws-mdf-type    pic x(1).
               03  ws-mdf-req     pic x(1).
               03  ws-mdf-pers    pic x(1).

      * THE PAYLOAD UNDER TEST AND WHAT IS KNOWN ABOUT IT.
       01  ws-mdf-svc-wk         pic x(8).
       01  ws-mdf-dir-wk         pic x(1).
       01  ws-mdf-corr-wk        pic x(16).
       01  ws-mdf-socket-wk      pic s9(9) comp.
       01  ws-mdf-data-wk        pic x(4096).
       01  ws-mdf-len-wk         pic s9(9) comp.

      * THE VERDICT.
       01  ws-mdf-bad-cnt        pic 9(3) comp.
       01  ws-mdf-first-field    pic x(12).
       01  ws-mdf-first-why      pic x(8).
       01  ws-mdf-why            pic x(8).
       01  ws-mdf-end            pic s9(9) comp.

      * THE MASKING RESULT.
       01  ws-mdf-mask-cnt       pic 9(3) comp.
       01  ws-mdf-mask-len       pic s9(9) comp.

      * ONE VIOLATION ROW ON SOAPROEX - THE SAME 94-BYTE SHAPE AS
      * SOACMGR3'S CORRELATION-MISMATCH ROW (WS-PEX-REC IN
      * SOACMG3W.CPY - KEEP IN LOCKSTEP), WITH THE RECEIVED-HEADER
      * COLUMN CARRYING A 'LAYOUT' DETAIL INSTEAD: DIRECTION, FIELD,
      * OFFSET, LENGTH AND WHAT WAS WRONG (MISSING - PAYLOAD ENDS
      * BEFORE A REQUIRED FIELD, REQUIRED - REQUIRED FIELD BLANK,
      * NOTNUM - NUMERIC FIELD NOT NUMERIC).  THE PAYLOAD ITSELF IS
      * ON THE SOAARCH ARCHIVE UNDER THE SAME CORRELATION ID.
       01  ws-mdf-pex-name       pic x(8) value 'SOAPROEX'.
       01  ws-mdf-pex-handle     pic x(4).
       01  ws-mdf-pex-opened     pic x(1) value 'N'.
       01  ws-mdf-pex-status     pic s9(9) comp-5.
       01  ws-mdf-pex-reclen     pic 9(8) comp-5.
       01  ws-mdf-pex-rec.
           02  ws-mdf-pex-corr   pic x(16).
           02  filler            pic x(1) value space.
           02  ws-mdf-pex-detail.
               03  ws-mdf-pex-tag    pic x(6) value 'LAYOUT'.
               03  filler            pic x(1) value space.
               03  ws-mdf-pex-dir    pic x(1).
               03  filler            pic x(1) value space.
               03  ws-mdf-pex-field  pic x(12).
               03  filler            pic x(1) value space.
               03  ws-mdf-pex-off    pic 9(4).
               03  filler            pic x(1) value space.
               03  ws-mdf-pex-len    pic 9(4).
               03  filler            pic x(1) value space.
               03  ws-mdf-pex-why    pic x(8).
           02  filler            pic x(1) value space.
           02  ws-mdf-pex-svc    pic x(8).
           02  filler            pic x(1) value space.
           02  ws-mdf-pex-socket pic 9(9).
           02  filler            pic x(1) value space.
           02  ws-mdf-pex-date   pic 9(8).
           02  filler            pic x(1) value space.
           02  ws-mdf-pex-time   pic 9(8).
