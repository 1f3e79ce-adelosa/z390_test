      ***************************************************************
      * G6DDRSN.CPY - THE BANK'S DIRECT-DEBIT RETURN REASONS, AS
      * QUOTED IN DDR-RTN-CODE (SEE G6DDRETN.CPY).  DDRS-HARD 'Y'
      * MEANS THE INSTRUCTION ITSELF IS DEAD (ACCOUNT CLOSED,
      * AUTHORITY WITHDRAWN) AND TESTG6DX SUSPENDS IT ON THE FIRST
      * SUCH RETURN; A SOFT RETURN (NO FUNDS, ONE PAYMENT STOPPED)
      * SUSPENDS IT ONLY AT DDRS-SOFT-LIMIT IN A ROW.  A CODE NOT ON
      * THE TABLE IS TREATED AS HARD AND SHOWN AS UNKNOWN - ADD A
      * FILLER ROW FOR IT AND RAISE DDRS-MAX AND THE OCCURS.
      ***************************************************************
       01  DDRS-TABLE-DATA.
           02  FILLER PIC X(28) VALUE 'R01NINSUFFICIENT FUNDS      '.
           02  FILLER PIC X(28) VALUE 'R02YACCOUNT CLOSED          '.
           02  FILLER PIC X(28) VALUE 'R03YNO ACCOUNT / NOT FOUND  '.
           02  FILLER PIC X(28) VALUE 'R04YINVALID ACCOUNT NUMBER  '.
           02  FILLER PIC X(28) VALUE 'R07YAUTHORIZATION REVOKED   '.
           02  FILLER PIC X(28) VALUE 'R08NPAYMENT STOPPED         '.
           02  FILLER PIC X(28) VALUE 'R09NUNCOLLECTED FUNDS       '.
           02  FILLER PIC X(28) VALUE 'R10YNOT AUTHORIZED BY PAYER '.
           02  FILLER PIC X(28) VALUE 'R16YACCOUNT FROZEN          '.
           02  FILLER PIC X(28) VALUE 'R20YNON-TRANSACTION ACCOUNT '.
       01  DDRS-TABLE REDEFINES DDRS-TABLE-DATA.
           02  DDRS-ENTRY OCCURS 10 TIMES
                          INDEXED BY DDRS-IDX.
               03  DDRS-CODE  PIC X(3).
               03  DDRS-HARD  PIC X(1).
               03  DDRS-DESC  PIC X(24).
       01  DDRS-MAX              PIC 9(2) COMP VALUE 10.
       01  DDRS-SOFT-LIMIT       PIC 9(2) VALUE 2.
