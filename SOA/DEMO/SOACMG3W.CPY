           02  ws-tlog-corr-o    pic x(16).
           02  filler            pic x(1) value space.
           02  ws-tlog-caller    pic x(8).
           02  filler            pic x(1) value space.
           02  ws-tlog-endpoint  pic x(1).
       01  ws-tlog-reclen        pic 9(8) comp-5.

      * THE CALLER ID FROM SOA-MSG, CAPTURED AT ENTRY SO THE LOG
      * CORRELATION ID (TYPE 'REQ' OR 'RPL'), SO SOAARC1 CAN PULL THE
      * EXACT REQUEST/REPLY PAIR FOR ANY CORRELATION ID OR SERVICE/
      * DATE RANGE.
      *
      * FIELDS THE SERVICE'S SOAMSGDF LAYOUT MARKS PERSONAL ARE
      * MASKED ON THIS ARCHIVE (WS-ARCH-MASKED 'M').  THE RECORD AS
      * SENT OR RECEIVED GOES, SAME LAYOUT AND SAME KEY, TO THE
      * SOAARCV CLEAR-PAYLOAD VAULT INSTEAD - A RESTRICTED DATASET
      * THAT ONLY SOAARC1 (FOR AN OPERATOR HOLDING OPSECMST
      * PERMISSION 'U', EVERY RETRIEVAL LOGGED), AND THE SOAACK1/
      * SOARPL1 RE-SENDS, READ.
       01  ws-arch-name          pic x(8) value 'SOAARCH'.
       01  ws-arch-access        pic x(1) value x'03'.
       01  ws-arch-deny          pic x(1) value x'03'.
           02  ws-arch-time      pic 9(8).
           02  filler            pic x(1) value space.
           02  ws-arch-len       pic 9(9).
           02  ws-arch-masked    pic x(1) value space.
           02  ws-arch-data      pic x(4096).
       01  ws-arcv-name          pic x(8) value 'SOAARCV'.
       01  ws-arcv-handle        pic x(4).
       01  ws-arcv-opened        pic x(1) value 'N'.
       01  ws-arcv-status        pic s9(9) comp-5.

      * STORE-AND-FORWARD QUEUE FOR FAILED FIRE-AND-FORGET SENDS - AN
      * ASYNC CALL THAT CANNOT REACH ITS PARTNER (DEAD CONNECTION,
      * RIDES HERE AND GOES INTO RETURN-CODE AS THE LAST THING
      * BEFORE GOBACK (SAME STAGING AS WS-ABORT-RC).
       01  ws-trunc-reply        pic x(1) value 'N'.
      * SET WHEN THE REPLY BREAKS THE SERVICE'S SOAMSGDF REPLY
      * LAYOUT - STAGED THE SAME WAY, RETURN CODE 24.
       01  ws-bad-reply          pic x(1) value 'N'.

      * THE REQUEST BODY LENGTH, CAPTURED WHEN THE REQUEST GOES OUT -
      * THE MAINLINE CLEARS SOA-MSG-LEN ONCE THE SEND IS DONE, SO A
               03  ws-svc-rate-cnt pic 9(4).
               03  ws-svc-rate-win pic 9(4).
               03  ws-svc-thr-cnt  pic 9(5).
      * SECONDARY ENDPOINT FROM THE REGISTRY (BLANK HOST = NONE) AND
      * WHICH ENDPOINT THIS RUN UNIT IS DIALING - 'P' PRIMARY, 'A'
      * SECONDARY, BLANK UNTIL THE FIRST CONNECT.  SEE CONNECT-
      * SERVICE-ENDPOINT IN SOACMGR3.CPY.
               03  ws-svc-alt-host pic x(32).
               03  ws-svc-alt-port pic 9(5).
               03  ws-svc-endpoint pic x(1).
       01  ws-svc-found          pic x(1).

      * CAP-ENFORCEMENT WORK FIELDS - THE CURRENT HHMM MINUTE
      * ABOUT THE PARTNER'S HEALTH.
       01  ws-sock-work          pic x(1) value 'N'.
       01  ws-tls-option         pic x(4) value 'TTLS'.
      * SECONDARY-ENDPOINT FAILOVER - WHILE WS-CONN-TRY-SW IS 'Y' A
      * PRIMARY THAT WILL NOT RESOLVE OR CONNECT SETS WS-CONN-FAILED
      * INSTEAD OF ABORTING, SO CONNECT-SERVICE-ENDPOINT CAN DIAL
      * THE SECONDARY.  WS-EP-WANT IS THE ENDPOINT BEING DIALED AND
      * WS-EP-ALT-OK SAYS WHETHER THE SERVICE HAS A SECONDARY AT ALL.
       01  ws-conn-try-sw        pic x(1) value 'N'.
       01  ws-conn-failed        pic x(1) value 'N'.
       01  ws-ep-want            pic x(1).
       01  ws-ep-alt-ok          pic x(1).

      * PRE-WINDOW HEALTH STATUS - SOAHLTH1 MARKS EVERY REGISTERED
      * SERVICE UP/DOWN ON SOASVCST AT WINDOW OPEN; THE MARKS ARE
           02  ws-svcst-date     pic 9(8).
           02  filler            pic x(1).
           02  ws-svcst-time     pic 9(8).
           02  filler            pic x(1).
           02  ws-svcst-alt-mark pic x(4).
           02  filler            pic x(4).

      * CONNECTION POOL - ONE ROW PER PARTNER SERVICE SO A SINGLE
      * SOACMGR CLIENT CAN HOLD OPEN SOCKETS TO SEVERAL SERVICES AT
               03  ws-conn-port     pic s9(5).
               03  ws-conn-active   pic x(1).
               03  ws-conn-tls      pic x(1).
               03  ws-conn-endpoint pic x(1).

      * POOL CAPACITY/THROUGHPUT INSTRUMENTATION - WS-CONN-COUNT AGAINST
      * WS-CONN-MAX ABOVE IS THE POOL'S CURRENT DEPTH; WS-CALL-COUNT IS
       01  ws-pool-depth-ed      pic z(4)9.
       01  ws-pool-max-ed        pic z(4)9.
       01  ws-call-count-ed      pic z(8)9.

      * PER-SERVICE MESSAGE-LAYOUT DEFINITIONS AND THE VALIDATION
      * WORK AREAS - SEE SOAMDFW.CPY.  A REQUEST THAT BREAKS ITS
      * SERVICE'S LAYOUT IS NEVER SENT, AND A REPLY THAT BREAKS IT
      * IS NEVER HANDED TO THE CALLER; BOTH GET RETURN CODE 24.
       copy SOAMDFW.
      * PLANNED PARTNER MAINTENANCE WINDOWS - SEE SOAMWINW.CPY.
      * WS-MW-PARKING IS 'Y' WHILE AN ASYNC SEND IS BEING PARKED
      * BECAUSE ITS PARTNER IS IN A WINDOW, SO THE PARK DOES NOT
      * COUNT AS A DELIVERY ATTEMPT TOWARD SOASFR1'S DEAD-LETTER
      * LIMIT.  WS-MW-TIME-WK TAKES THE CLOCK FOR THE HHMM.
       copy SOAMWINW.
       01  ws-mw-parking         pic x(1) value 'N'.
       01  ws-mw-time-wk         pic 9(8).
