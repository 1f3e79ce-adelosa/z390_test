        01  WS-AO-OVERFLOW      PIC 9(5) VALUE 0.
        01  WS-AO-TABLE.
            02  WS-AO-ENTRY OCCURS 2000 TIMES.
                03  WS-AO-REC   PIC X(237).
                03  WS-AO-GONE  PIC X(1).
        01  WS-AO-IDX           PIC 9(4) COMP.
        01  WS-AO-USE           PIC 9(4) COMP.

        01  WS-AFTER-FIELDS.
            02  WS-AF-ID            PIC X(10).
            02  FILLER              PIC X(227).
        01  WS-PRIOR-FIELDS.
            02  WS-PR-ID            PIC X(10).
            02  FILLER              PIC X(227).

        PROCEDURE DIVISION.
        MAINLINE.
