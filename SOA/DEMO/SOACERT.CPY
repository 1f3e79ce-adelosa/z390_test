      ***************************************************************
      * SOACERT.CPY - ONE PARTNER-SERVICE TLS CERTIFICATE RECORD ON
      * THE SOACERT DATASET (100 BYTES PER SERVICE).  A COMPANION TO
      * THE SOASVCRG REGISTRY ROW (WHICH HAS NO ROOM LEFT), KEYED BY
      * THE SAME SERVICE NAME, FOR SERVICES REGISTERED WITH
      * SVCRG-TLS 'Y'.  IT HOLDS THE IDENTITY AND EXPIRY DATE OF BOTH
      * ENDS OF THE HANDSHAKE SOACMGR3 RUNS:
      *   - OUR CLIENT CERTIFICATE (KEY-RING LABEL AND EXPIRY), KEYED
      *     ON THE SVR6 REGISTRY SCREEN (TESTSVR1) WHEN IT IS RENEWED;
      *   - THE PARTNER'S SERVER CERTIFICATE (SUBJECT AND EXPIRY),
      *     KEYED ON SVR6 FROM THE PARTNER'S NOTICE AND OVERWRITTEN BY
      *     WHAT SOAHLTH1 ACTUALLY SEES IN ITS PRE-WINDOW HANDSHAKE.
      * SOACEX1 LISTS CERTIFICATES EXPIRING WITHIN 30/14/7 DAYS, OPS6
      * (TESTOPS1) SHOWS THE SAME, AND SOAHLTH1 MARKS A SERVICE DOWN
      * ON SOASVCST ONCE EITHER CERTIFICATE HAS EXPIRED.
      *
      *   COLS  1- 8  SERVICE NAME (AS REGISTERED ON SOASVCRG)
      *   COLS 10-33  OUR CERTIFICATE KEY-RING LABEL
      *   COLS 35-42  OUR CERTIFICATE EXPIRY YYYYMMDD (ZERO = UNKNOWN)
      *   COLS 44-67  PARTNER CERTIFICATE SUBJECT (CN)
      *   COLS 69-76  PARTNER CERTIFICATE EXPIRY YYYYMMDD
      *   COL  78     WHERE THE PARTNER EXPIRY CAME FROM - K = KEYED
      *               ON SVR6, H = SEEN BY SOAHLTH1
      *   COLS 80-87  DATE THE PARTNER EXPIRY WAS LAST SET
      *   COLS 89-91  OPERATOR WHO LAST KEYED THE ROW
      *
      * A CERTIFICATE IS GOOD THROUGH ITS EXPIRY DATE AND EXPIRED
      * FROM THE DAY AFTER.
      ***************************************************************
       01  cert-rec.
           02  cert-svc          pic x(8).
           02  filler            pic x(1).
           02  cert-our-label    pic x(24).
           02  filler            pic x(1).
           02  cert-our-expiry   pic 9(8).
           02  filler            pic x(1).
           02  cert-ptn-subject  pic x(24).
           02  filler            pic x(1).
           02  cert-ptn-expiry   pic 9(8).
           02  filler            pic x(1).
           02  cert-ptn-src      pic x(1).
               88  cert-ptn-keyed    value 'K'.
               88  cert-ptn-seen     value 'H'.
           02  filler            pic x(1).
           02  cert-ptn-set-date pic 9(8).
           02  filler            pic x(1).
           02  cert-opid         pic x(3).
           02  filler            pic x(9).
