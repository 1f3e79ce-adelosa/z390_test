        01  WS-PN-OVERFLOW     PIC 9(5) VALUE 0.
        01  WS-PN-TABLE.
            02  WS-PN-ENTRY OCCURS 200 TIMES.
                03  WS-PN-ROW  PIC X(554).
        01  WS-PN-IDX          PIC 9(3) COMP.

        PROCEDURE DIVISION.
