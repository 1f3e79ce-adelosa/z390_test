      ***************************************************************
      * G6FXMSG.CPY - REQUEST AND REPLY PAYLOADS FOR THE FXRATES
      * EXCHANGE-RATE PARTNER SERVICE, CALLED THROUGH SOACMGR3 BY
      * THE TESTG6FX DAILY RATE IMPORT.  ONE REQUEST ASKS FOR EVERY
      * CURRENCY ON CURRATED AT ONCE; THE PARTNER ANSWERS EACH CODE
      * IN A FIXED 14-BYTE SLOT, IN ANY ORDER, SO THE REPLY IS
      * MATCHED BACK BY CODE, NOT BY POSITION.
      *
      * FXR-RC '00' IS A USABLE REPLY; ANYTHING ELSE MEANS THE
      * PARTNER COULD NOT SERVE THE DATE AND NO SLOT IS TRUSTED.
      * FXR-AVAIL 'Y' CARRIES A RATE (AGAINST USD, SAME SHAPE AS
      * CURRATE-RATE); 'N' MEANS THE PARTNER HAS NO RATE FOR THAT
      * CODE TODAY.
      ***************************************************************
       01  FXQ-REQUEST.
           02  FXQ-FUNC            PIC X(5).
           02  FILLER              PIC X(1).
           02  FXQ-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  FXQ-COUNT           PIC 9(2).
           02  FILLER              PIC X(1).
           02  FXQ-CODE OCCURS 20 TIMES
                                   PIC X(3).
           02  FILLER              PIC X(2).
       01  FXR-REPLY.
           02  FXR-RC              PIC X(2).
           02  FILLER              PIC X(1).
           02  FXR-DATE            PIC 9(8).
           02  FILLER              PIC X(1).
           02  FXR-COUNT           PIC 9(2).
           02  FILLER              PIC X(1).
           02  FXR-ENTRY OCCURS 20 TIMES.
               03  FXR-CODE        PIC X(3).
               03  FXR-AVAIL       PIC X(1).
               03  FXR-RATE        PIC 9(1)V9(8).
               03  FILLER          PIC X(1).
