            02  FILLER              PIC X(68).

        FD  SECIN
            RECORD CONTAINS 54 CHARACTERS.
        COPY GUI6SEC.

        FD  LOCKIO
