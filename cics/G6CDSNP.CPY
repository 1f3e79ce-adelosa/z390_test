      ***************************************************************
      * G6CDSNP.CPY - ONE ROW OF A NIGHTLY CONTROL-DATA SNAPSHOT
      * GENERATION (CDYYMMDD, 132 BYTES PER ROW), WRITTEN BY
      * TESTG6CD.  EACH CONTROL DATASET NAMED IN G6CDTBL.CPY IS
      * COPIED ROW FOR ROW AS TYPE 'R' ROWS CARRYING THE RECORD
      * IMAGE, FOLLOWED BY ONE TYPE 'C' CONTROL ROW SAYING WHETHER
      * THE DATASET COULD BE READ THAT NIGHT AND HOW MANY ROWS IT
      * HAD - SO A DATASET THAT WAS MISSING IS NEVER MISTAKEN FOR
      * ONE WHOSE ROWS WERE ALL DELETED.
      ***************************************************************
       01  CDS-REC.
           02  CDS-DATASET         PIC X(8).
           02  FILLER              PIC X(1).
           02  CDS-TYPE            PIC X(1).
               88  CDS-IS-ROW          VALUE 'R'.
               88  CDS-IS-CONTROL      VALUE 'C'.
           02  FILLER              PIC X(1).
           02  CDS-DATA            PIC X(120).
           02  FILLER              PIC X(1).
       01  CDS-CONTROL REDEFINES CDS-REC.
           02  FILLER              PIC X(11).
           02  CDS-C-PRESENT       PIC X(1).
           02  FILLER              PIC X(1).
           02  CDS-C-ROWS          PIC 9(5).
           02  FILLER              PIC X(114).
