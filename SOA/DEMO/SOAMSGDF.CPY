      ***************************************************************
      * SOAMSGDF.CPY - ONE MESSAGE-LAYOUT FIELD DEFINITION ON THE
      * SOAMSGDF DATASET (80 BYTES PER FIELD).  EACH REGISTERED
      * SERVICE MAY DESCRIBE THE FIELDS OF ITS REQUEST ('Q') AND
      * REPLY ('R') PAYLOADS HERE; SOACMGR3 CHECKS A REQUEST AGAINST
      * ITS 'Q' ROWS BEFORE SENDING AND A REPLY AGAINST ITS 'R' ROWS
      * ON RECEIPT, AND SOASRVR1 DOES THE SAME FROM THE PROVIDER
      * SIDE (SEE SOAMDFP.CPY).  A SERVICE WITH NO ROWS IS NOT
      * CHECKED AT ALL, SO A SERVICE IS DESCRIBED WHEN SOMEONE HAS
      * ITS LAYOUT TO HAND, NOT ALL AT ONCE.
      *
      *   COLS  1- 8  SERVICE NAME (AS IN SOASVCRG)
      *   COL     10  DIRECTION - Q REQUEST, R REPLY
      *   COLS 12-23  FIELD NAME (AS THE PARTNER'S SPEC CALLS IT)
      *   COLS 25-28  OFFSET IN THE PAYLOAD (1 = FIRST BYTE)
      *   COLS 30-33  LENGTH
      *   COL     35  TYPE - N NUMERIC, A ALPHANUMERIC
      *   COL     37  REQUIRED - Y OR N
      *   COL     39  PERSONAL - Y WHEN THE FIELD CARRIES CUSTOMER
      *               PERSONAL DATA (NAME, ADDRESS...).  SOACMGR3
      *               MASKS IT ON THE SOAARCH ARCHIVE AND KEEPS THE
      *               CLEAR PAYLOAD ON THE SOAARCV VAULT ONLY.
      *               BLANK OR N - ARCHIVED AS SENT.
      *
      * COLUMN 1 '*' MARKS A COMMENT ROW.
      ***************************************************************
       01  mdfrg-rec.
           02  mdfrg-svc         pic x(8).
           02  filler            pic x(1).
           02  mdfrg-dir         pic x(1).
           02  filler            pic x(1).
           02  mdfrg-field       pic x(12).
           02  filler            pic x(1).
           02  mdfrg-offset      pic 9(4).
           02  filler            pic x(1).
           02  mdfrg-length      pic 9(4).
           02  filler            pic x(1).
           02  mdfrg-type        pic x(1).
           02  filler            pic x(1).
           02  mdfrg-required    pic x(1).
           02  filler            pic x(1).
           02  mdfrg-personal    pic x(1).
           02  filler            pic x(41).
