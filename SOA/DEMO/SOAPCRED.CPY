      ***************************************************************
      * SOAPCRED.CPY - ONE INBOUND PARTNER CREDENTIAL ON THE
      * SOAPCRED DATASET (200 BYTES PER PARTNER).  EVERY INBOUND
      * CORRELATION HEADER SOASRVR1 RECEIVES CARRIES A PARTNER ID AND
      * SHARED KEY; THE CALL IS DISPATCHED ONLY WHEN THE PARTNER IS
      * ON FILE AND ACTIVE, THE KEY MATCHES, THE CONNECTION COMES
      * FROM ONE OF THE PARTNER'S ALLOWED SOURCE ADDRESSES, AND THE
      * REQUESTED SERVICE IS ON THE PARTNER'S ALLOWED LIST.  KEPT ON
      * THE PCR6 SCREEN (TESTG6PC) BY SECURITY ADMINISTRATORS ONLY.
      *
      *   COLS   1-  8  PARTNER ID
      *   COLS  10- 25  SHARED KEY (16 CHARACTERS)
      *   COL       27  STATUS - 'A' ACTIVE, 'D' DISABLED
      *   COLS  29- 92  UP TO 8 ALLOWED SERVICE NAMES, 8 BYTES EACH
      *   COLS  94-153  UP TO 4 ALLOWED SOURCE ADDRESSES, 15 BYTES
      *                 EACH, DOTTED DECIMAL (10.1.2.3).  A TRAILING
      *                 '*' MATCHES ANY ADDRESS STARTING WITH WHAT
      *                 COMES BEFORE IT (10.1.2.*)
      *   COLS 155-157  SECURITY ADMINISTRATOR WHO LAST CHANGED IT
      *   COLS 159-166  DATE LAST CHANGED
      *
      * THE DATASET HOLDS LIVE SHARED KEYS - KEEP ITS ACCESS LIST AS
      * TIGHT AS THE OPSECMST MASTER'S.
      ***************************************************************
       01  pcred-rec.
           02  pcred-partner     pic x(8).
           02  filler            pic x(1).
           02  pcred-key         pic x(16).
           02  filler            pic x(1).
           02  pcred-status      pic x(1).
           02  filler            pic x(1).
           02  pcred-services.
               03  pcred-svc     pic x(8) occurs 8 times.
           02  filler            pic x(1).
           02  pcred-addrs.
               03  pcred-addr    pic x(15) occurs 4 times.
           02  filler            pic x(1).
           02  pcred-opid        pic x(3).
           02  filler            pic x(1).
           02  pcred-upd-date    pic 9(8).
           02  filler            pic x(34).
