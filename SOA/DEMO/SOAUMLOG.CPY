      ***************************************************************
      * SOAUMLOG.CPY - ONE CLEAR-PAYLOAD RETRIEVAL ON THE SOAUMLOG
      * LOG (107 BYTES, CBL_OPEN_FILE/CBL_WRITE_FILE STREAM).  THE
      * SOAARCH ARCHIVE HOLDS PERSONAL FIELDS MASKED (SEE
      * SOACMG3W.CPY); THE CLEAR IMAGE ON THE SOAARCV VAULT IS
      * PRINTED BY SOAARC1 ONLY FOR AN OPERATOR HOLDING OPSECMST
      * PERMISSION 'U', AND EVERY MASKED RECORD IT PRINTS IN CLEAR
      * IS LOGGED HERE - WHO, WHEN, WHICH CORRELATION ID AND TYPE,
      * AND THE DISPUTE REFERENCE GIVEN ON THE CARD.  A REFUSED
      * REQUEST FOR CLEAR PAYLOADS IS LOGGED TOO, ONCE PER RUN, WITH
      * THE CORRELATION ID OR SERVICE ASKED FOR.
      *
      * UMLOG-RESULT IS ONE OF:
      *   CLEAR    MASKED RECORD PRINTED IN CLEAR
      *   NOVLT    MASKED RECORD WHOSE CLEAR IMAGE IS NOT ON THE
      *            VAULT - PRINTED MASKED
      *   NOPERM   OPERATOR NOT ON OPSECMST OR LACKS PERMISSION 'U'
      *   NOREF    NO DISPUTE REFERENCE ON THE CARD
      ***************************************************************
       01  umlog-rec.
           02  umlog-opid        pic x(3).
           02  filler            pic x(1).
           02  umlog-date        pic 9(8).
           02  filler            pic x(1).
           02  umlog-time        pic 9(8).
           02  filler            pic x(1).
           02  umlog-corr        pic x(16).
           02  filler            pic x(1).
           02  umlog-type        pic x(3).
           02  filler            pic x(1).
           02  umlog-svc         pic x(8).
           02  filler            pic x(1).
           02  umlog-reason      pic x(20).
           02  filler            pic x(1).
           02  umlog-result      pic x(6).
      * HASH-CHAIN TRAILER (SEE G6CHNW.CPY).
           02  filler            pic x(1).
           02  umlog-chain-seq   pic 9(9).
           02  umlog-chain-prev  pic 9(18).
