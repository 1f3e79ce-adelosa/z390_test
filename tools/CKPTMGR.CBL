        IDENTIFICATION DIVISION.
      *
      * CHECKPOINT INSPECTION AND MANAGEMENT.  THE "LATEST STATE"
      * CHECKPOINT DATASETS (SOACMGR3'S SOACKPT, TESTG6ZU'S G6ZUCKPT,
      * TESTG6VS'S G6VSCKPT) ARE UNREADABLE TO A HUMAN, AND A STALE
      * ONE LEFT BY A COMPLETED RUN SILENTLY SKEWS THE NEXT RESTART.
      * THIS UTILITY DECODES ANY OF THEM INTO READABLE FIELDS ON
      * CKPTRPT, FLAGS ONE OLDER THAN A SUPPLIED AGE AS PROBABLY
      * STALE, AND CLEARS ONE ON OPERATOR REQUEST WITH A LOGGED
      * CONFIRMATION ON CKPTLOG - SO A 3 AM RESTART DECISION STARTS
      * FROM A REPORT, NOT A HEX DUMP.
      *
      * CKPTPARM CARD:
      *   COLS  1-8   CHECKPOINT DATASET - SOACKPT, G6ZUCKPT OR
      *               G6VSCKPT
      *   COLS 10-16  FUNCTION - DISPLAY OR CLEAR
      *   COLS 18-20  STALE AGE IN HOURS (BLANK = 024)
      *

      * THE RAW CHECKPOINT RECORD AND ITS TWO DECODINGS.  THE
      * LAYOUTS MIRROR WS-CKPT-REC IN SOACMG3W.CPY AND IN
      * TESTG6ZU.CBL - KEEP IN LOCKSTEP WITH BOTH WRITERS.  TESTG6VS
      * WRITES THE TESTG6ZU SHAPE (ITS COUNTS ARE VERIFIED/SCANNED).
        01  WS-RAW-REC          PIC X(500).
        01  WS-SOA-FIELDS REDEFINES WS-RAW-REC.
            02  WS-SOA-DATE         PIC 9(8).
                WHEN 'SOACKPT'
                    PERFORM DECODE-SOA-CHECKPOINT
                WHEN 'G6ZUCKPT'
                WHEN 'G6VSCKPT'
                    PERFORM DECODE-ZU-CHECKPOINT
                WHEN OTHER
                    MOVE '  UNKNOWN CHECKPOINT DATASET NAME'
