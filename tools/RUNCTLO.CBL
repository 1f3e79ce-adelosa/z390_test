      *****************************************************************
      * Copyright 2006 Automated Software Tools Corporation           *
      * This source code is part of z390 assembler/emulator package   *
      * The z390 package is distributed under GNU general public      *
      * license                                                       *
      * Author - Don Higgins                                          *
      *****************************************************************
        IDENTIFICATION DIVISION.
      *
      * ISSUE A SUPERVISED RUN-CONTROL EXCEPTION - A ONE-CALL
      * WRAPPER AROUND RUNCTL1'S 'OVRD', 'RERUN' AND 'SKIP'
      * FUNCTIONS (SEE RUNCTLPM.CPY) SO THE ON-CALL OPERATOR BREAKS
      * THE NIGHTLY SEQUENCE AS A JOB STEP WITH THEIR NAME AND A
      * REASON ON IT, NOT BY EDITING THE RUNCTL DATASET.
      *
      * RUNCOVRD CARD:
      *   COLS  1- 5  FUNCTION - OVRD, RERUN OR SKIP
      *   COL      6  BLANK
      *   COLS  7-14  WINDOW JOB NAME (E.G. TESTG6RC)
      *   COL     15  BLANK
      *   COLS 16-18  OPERATOR ID
      *   COL     19  BLANK
      *   COLS 20-59  REASON
      *
      * THE OPERATOR MUST BE A CLASS 'S' SUPERVISOR ON OPSECMST;
      * ANYONE ELSE IS REFUSED BEFORE RUN CONTROL IS CALLED.
      *
      * RETURN CODE 8 WHEN THE OPERATOR IS NOT A SUPERVISOR OR RUN
      * CONTROL REFUSES THE EXCEPTION (THE REASON IS ON SYSOUT).
      *
        PROGRAM-ID. RUNCTLO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNCOVRD ASSIGN TO RUNCOVRD
                ORGANIZATION IS SEQUENTIAL.
            SELECT OPSECMST ASSIGN TO OPSECMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPSEC-OPID.

        DATA DIVISION.
        FILE SECTION.
        FD  RUNCOVRD
            RECORD CONTAINS 80 CHARACTERS.
        01  RUNCOVRD-REC.
            02  RO-FUNC             PIC X(5).
            02  FILLER              PIC X(1).
            02  RO-JOB              PIC X(8).
            02  FILLER              PIC X(1).
            02  RO-OPID             PIC X(3).
            02  FILLER              PIC X(1).
            02  RO-REASON           PIC X(40).
            02  FILLER              PIC X(21).
        FD  OPSECMST.
        COPY OPSECMST.

        WORKING-STORAGE SECTION.
        COPY RUNCTLPM.

        PROCEDURE DIVISION.
        MAINLINE.
            OPEN INPUT RUNCOVRD.
            READ RUNCOVRD
                AT END
                    MOVE SPACES TO RUNCOVRD-REC
            END-READ.
            CLOSE RUNCOVRD.
            IF RO-FUNC NOT = 'OVRD' AND RO-FUNC NOT = 'RERUN'
                AND RO-FUNC NOT = 'SKIP'
                DISPLAY 'RUNCTLO BAD CARD - FUNCTION MUST BE OVRD, '
                        'RERUN OR SKIP'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT OPSECMST.
            MOVE RO-OPID TO OPSEC-OPID.
            READ OPSECMST
                INVALID KEY
                    MOVE SPACES TO OPSEC-CLASS
            END-READ.
            CLOSE OPSECMST.
            IF RO-OPID = SPACES OR OPSEC-CLASS NOT = 'S'
                DISPLAY 'RUNCTLO REFUSED - OPERATOR ' RO-OPID
                        ' IS NOT A SUPERVISOR'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE RO-JOB    TO RCTL-JOB.
            MOVE RO-FUNC   TO RCTL-FUNC.
            MOVE 0         TO RCTL-JOB-RC.
            MOVE RO-OPID   TO RCTL-OPID.
            MOVE RO-REASON TO RCTL-REASON.
            CALL 'RUNCTL1' USING RCTL-PARM.
            IF RCTL-RESULT = 0
                DISPLAY 'RUNCTLO ' RO-FUNC ' ' RO-JOB
                        ' RECORDED FOR ' RO-OPID
            ELSE
                DISPLAY 'RUNCTLO ' RO-FUNC ' ' RO-JOB ' REFUSED'
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
