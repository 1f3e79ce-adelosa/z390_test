      ***************************************************************
      * G6CUPMSG.CPY - REQUEST AND REPLY PAYLOADS FOR THE CUSTUPD
      * INBOUND REAL-TIME CUSTOMER-UPDATE SERVICE (HANDLER TESTG6IU,
      * CALLED BY SOASRVR1 WITH THE STANDARD SOA-MSG AREA).  THE
      * REQUEST IS ONE NU-UPDATE-REC (SEE NIGHTUPD.CPY - THE SAME
      * 146 BYTES THE NIGHTLY FEED CARRIES) FOLLOWED BY THE
      * G6RSNCD.CPY REASON CODE FOR THE CHANGE.  THE REPLY IS A
      * CODED ACCEPT/REJECT SO THE PARTNER KNOWS ON THE SPOT
      * WHETHER THE CHANGE LANDED.
      *
      * CUP-RC:
      *   '00' ACCEPTED - EXISTING CUSTOMER UPDATED
      *   '01' ACCEPTED - NEW CUSTOMER ADDED
      *   '10' REJECTED - CUSTOMER ID BLANK
      *   '11' REJECTED - REASON CODE MISSING OR NOT IN G6RSNCD
      *   '12' REJECTED - ZIP NOT IN THE ZIPREF POSTAL REFERENCE
      *   '13' REJECTED - EXTRACT DATE/TIME NOT NUMERIC
      *   '14' REJECTED - MASTER CHANGED AFTER THE EXTRACT STAMP
      *        (RE-INQUIRE THROUGH CUSTINQ AND RESEND)
      *   '15' REJECTED - CUSTOMER INACTIVE, NO FURTHER CHANGES
      *   '16' REJECTED - CUSTOMER DECEASED, NO FURTHER CHANGES
      * CUP-REF ON AN ACCEPTED CHANGE IS THE GUI6AUD ROW'S OWN
      * REFERENCE NUMBER - WHAT A SUPERVISOR QUOTES TO TESTG6BO IF
      * THE CHANGE MUST BE BACKED OUT.
      ***************************************************************
       01  CUP-REQUEST.
           02  CUP-UPDATE          PIC X(146).
           02  CUP-REASON          PIC X(2).
       01  CUP-REPLY.
           02  CUP-RC              PIC X(2).
           02  FILLER              PIC X(1).
           02  CUP-CUST-ID         PIC X(10).
           02  FILLER              PIC X(1).
           02  CUP-RC-TEXT         PIC X(30).
           02  FILLER              PIC X(1).
           02  CUP-REF             PIC X(12).
