      * GROUPED BY SCREEN: E0NN = GUI6, E1NN = GUI4, E2NN = BMS2,
      * E3NN = SVR6, E4NN = SRC6, E5NN = APR6, E6NN = SEC6,
      * E7NN = HLP6, E8NN = HHL6, E9NN = RTE6, EA0N = REF6,
      * EB0N = PIN6, EC0N = BRD6, ED0N = TRM6, EE0N = WLR6,
      * EF0N = LGH6, EG0N = RPV6, EH0N = PCR6, EI0N = CAS6,
      * EJ0N = NAVIGATION (ANY SCREEN), EK0N = BUR6.
      ***************************************************************
       01  SE-MSG-TABLE-DATA.
           02  FILLER PIC X(38)
               VALUE 'E041TERMINAL NOT REGISTERED FOR THIS '.
           02  FILLER PIC X(38)
               VALUE 'E042RECORD CHANGED - REVIEW + RE-ENTER'.
           02  FILLER PIC X(38)
               VALUE 'E043DORMANT ACCOUNT - SAVE REACTIVATES'.
           02  FILLER PIC X(38)
               VALUE 'E044PREFERENCE MUST BE Y OR N         '.
           02  FILLER PIC X(38)
               VALUE 'E045ADDRESS TYPE MUST BE M, R OR B    '.
           02  FILLER PIC X(38)
               VALUE 'E046TYPED ADDRESS SAVED               '.
           02  FILLER PIC X(38)
               VALUE 'E047CUSTOMER ON COMPLIANCE HOLD       '.
           02  FILLER PIC X(38)
               VALUE 'E048POSSIBLE WATCH-LIST MATCH REFERRED'.
           02  FILLER PIC X(38)
               VALUE 'E049CUSTOMER DECEASED - ESTATE ONLY   '.
           02  FILLER PIC X(38)
               VALUE 'E050DEATH DATE MUST BE A PAST YYYYMMDD'.
           02  FILLER PIC X(38)
               VALUE 'E051ESTATE NAME, ADDRESS + ZIP NEEDED '.
           02  FILLER PIC X(38)
               VALUE 'E052DECEASED STATUS RECORDED          '.
           02  FILLER PIC X(38)
               VALUE 'E053BEREAVEMENT NEEDS SUPERVISOR      '.
           02  FILLER PIC X(38)
               VALUE 'E054ROUTING NUMBER - 9 DIGITS, CHECKED'.
           02  FILLER PIC X(38)
               VALUE 'E055ACCOUNT NUMBER AND HOLDER NEEDED  '.
           02  FILLER PIC X(38)
               VALUE 'E056COLLECTION DAY MUST BE 01 THRU 28 '.
           02  FILLER PIC X(38)
               VALUE 'E057FREQUENCY MUST BE M, Q OR A       '.
           02  FILLER PIC X(38)
               VALUE 'E058DIRECT DEBIT IS FOR USD BILLING   '.
           02  FILLER PIC X(38)
               VALUE 'E059NO PAYMENT AMOUNT TO COLLECT      '.
           02  FILLER PIC X(38)
               VALUE 'E060DIRECT DEBIT INSTRUCTION SAVED    '.
           02  FILLER PIC X(38)
               VALUE 'E061DIRECT DEBIT CANCELLED            '.
           02  FILLER PIC X(38)
               VALUE 'E062STATUS MUST BE A OR C             '.
           02  FILLER PIC X(38)
               VALUE 'E063NO DIRECT DEBIT ON FILE           '.
           02  FILLER PIC X(38)
               VALUE 'E064BANK CHANGE NEEDS SUPERVISOR      '.
           02  FILLER PIC X(38)
               VALUE 'E065HOUSEHOLD SCREEN NOT IN TRAINING  '.
           02  FILLER PIC X(38)
               VALUE 'E019CHANGE ALREADY PENDING APPROVAL  '.
           02  FILLER PIC X(38)
           02  FILLER PIC X(38)
               VALUE 'E104CUSTOMER ID ONLY VALID WITH NAM  '.
           02  FILLER PIC X(38)
               VALUE 'E301SHW/ADD/UPD/DIS/ENA/MWA/MWD/CRT   '.
           02  FILLER PIC X(38)
               VALUE 'E302SERVICE NAME IS REQUIRED         '.
           02  FILLER PIC X(38)
               VALUE 'E308SERVICE ALREADY REGISTERED       '.
           02  FILLER PIC X(38)
               VALUE 'E309HOST IS REQUIRED                 '.
           02  FILLER PIC X(38)
               VALUE 'E310ALT PORT MUST BE 5 NUMERIC DIGITS'.
           02  FILLER PIC X(38)
               VALUE 'E311ALT HOST AND ALT PORT GO TOGETHER'.
           02  FILLER PIC X(38)
               VALUE 'E312WINDOW MUST BE YYYYMMDDHHMM       '.
           02  FILLER PIC X(38)
               VALUE 'E313WINDOW END MUST BE AFTER START    '.
           02  FILLER PIC X(38)
               VALUE 'E314NO WINDOW STARTS AT THAT TIME     '.
           02  FILLER PIC X(38)
               VALUE 'E315MAINTENANCE WINDOW TABLE IS FULL  '.
           02  FILLER PIC X(38)
               VALUE 'E316CERT EXPIRY MUST BE YYYYMMDD      '.
           02  FILLER PIC X(38)
               VALUE 'E317SERVICE IS NOT REGISTERED FOR TLS '.
           02  FILLER PIC X(38)
               VALUE 'E318KEY A CERTIFICATE NAME OR EXPIRY  '.
           02  FILLER PIC X(38)
               VALUE 'E401KEY A NAME OR ZIP TO SEARCH      '.
           02  FILLER PIC X(38)
           02  FILLER PIC X(38)
               VALUE 'E506RECORD CHANGED SINCE PARKED      '.
           02  FILLER PIC X(38)
               VALUE 'E601ACTION IS NOT A SEC6 ACTION      '.
           02  FILLER PIC X(38)
               VALUE 'E602OPERATOR ID IS REQUIRED          '.
           02  FILLER PIC X(38)
               VALUE 'E605OPERATOR NOT AUTHORIZED FOR SEC6 '.
           02  FILLER PIC X(38)
               VALUE 'E606PERMISSIONS ARE REQUIRED         '.
           02  FILLER PIC X(38)
               VALUE 'E607EXPIRY MUST BE A DATE AFTER TODAY '.
           02  FILLER PIC X(38)
               VALUE 'E608EXPIRY NO MORE THAN 90 DAYS AHEAD '.
           02  FILLER PIC X(38)
               VALUE 'E609TEMPORARY GRANT OUT - END IT FIRST'.
           02  FILLER PIC X(38)
               VALUE 'E610NO TEMPORARY GRANT TO END         '.
           02  FILLER PIC X(38)
               VALUE 'E611SOD CONFLICT - PARKED FOR APPROVAL'.
           02  FILLER PIC X(38)
               VALUE 'E612NO PARKED GRANT FOR THIS OPERATOR '.
           02  FILLER PIC X(38)
               VALUE 'E613APPROVER MUST NOT BE THE REQUESTER'.
           02  FILLER PIC X(38)
               VALUE 'E614PARKED-GRANT FILE IS FULL         '.
           02  FILLER PIC X(38)
               VALUE 'E701ACTION MUST BE SHW ADD OR DEL    '.
           02  FILLER PIC X(38)
           02  FILLER PIC X(38)
               VALUE 'E809HOUSEHOLD FILE EXCEEDS TABLE     '.
           02  FILLER PIC X(38)
               VALUE 'E901ACTION MUST BE SHW ADD CNF OR REJ '.
           02  FILLER PIC X(38)
               VALUE 'E902CURRENCY CODE IS REQUIRED        '.
           02  FILLER PIC X(38)
               VALUE 'E906RATE FILE IS FULL                '.
           02  FILLER PIC X(38)
               VALUE 'E907OPERATOR NOT AUTHORIZED FOR RTE6 '.
           02  FILLER PIC X(38)
               VALUE 'E908NO HELD RATE FOR THIS CODE        '.
           02  FILLER PIC X(38)
               VALUE 'E909CNF/REJ NEEDS A SUPERVISOR        '.
           02  FILLER PIC X(38)
               VALUE 'E910HELD RATE WAITING - CNF OR REJ IT '.
           02  FILLER PIC X(38)
               VALUE 'EA01ACTION MUST BE SHW ADD UPD DIS ENA'.
           02  FILLER PIC X(38)
               VALUE 'EA08DESCRIPTION IS REQUIRED          '.
           02  FILLER PIC X(38)
               VALUE 'EA09REFERENCE FILE EXCEEDS TABLE     '.
           02  FILLER PIC X(38)
               VALUE 'EA10SODRULE TABLE NEEDS SECURITY ADMIN'.
           02  FILLER PIC X(38)
               VALUE 'EB01PIN NOT VALID                    '.
           02  FILLER PIC X(38)
               VALUE 'ED07LOCATION IS REQUIRED             '.
           02  FILLER PIC X(38)
               VALUE 'ED08TERMINAL FILE EXCEEDS TABLE      '.
           02  FILLER PIC X(38)
               VALUE 'EE01NO WATCH-LIST HITS TO REVIEW      '.
           02  FILLER PIC X(38)
               VALUE 'EE02DECISION MUST BE F OR C           '.
           02  FILLER PIC X(38)
               VALUE 'EE03CONFIRMED HIT - ONLY R RELEASES   '.
           02  FILLER PIC X(38)
               VALUE 'EE04NOTE IS REQUIRED FOR A DECISION   '.
           02  FILLER PIC X(38)
               VALUE 'EE05OPERATOR NOT AUTHORIZED FOR WLR6  '.
           02  FILLER PIC X(38)
               VALUE 'EE06REVIEW FILE EXCEEDS REVIEW TABLE  '.
           02  FILLER PIC X(38)
               VALUE 'EE07HIT CHANGED SINCE DISPLAYED       '.
           02  FILLER PIC X(38)
               VALUE 'EF01ACTION MUST BE SHW ADD UPD REL    '.
           02  FILLER PIC X(38)
               VALUE 'EF02HOLD ID IS REQUIRED               '.
           02  FILLER PIC X(38)
               VALUE 'EF03HOLD NOT ON FILE                  '.
           02  FILLER PIC X(38)
               VALUE 'EF04HOLD ID ALREADY ON FILE           '.
           02  FILLER PIC X(38)
               VALUE 'EF05LEGAL HOLD FILE IS FULL           '.
           02  FILLER PIC X(38)
               VALUE 'EF06OPERATOR NOT AUTHORIZED FOR LGH6  '.
           02  FILLER PIC X(38)
               VALUE 'EF07MATTER + CUSTOMER OR DATE REQUIRED'.
           02  FILLER PIC X(38)
               VALUE 'EF08DATES MUST BE YYYYMMDD, FROM <= TO'.
           02  FILLER PIC X(38)
               VALUE 'EF09HOLD ALREADY RELEASED             '.
           02  FILLER PIC X(38)
               VALUE 'EG01OPERATOR NOT AUTHORIZED FOR RPV6  '.
           02  FILLER PIC X(38)
               VALUE 'EG02REPORT AND DATE NOT ON THE INDEX  '.
           02  FILLER PIC X(38)
               VALUE 'EG03REPORT MEMBER NOT ON DISK         '.
           02  FILLER PIC X(38)
               VALUE 'EG04SELECTION NOT ON THIS PAGE        '.
           02  FILLER PIC X(38)
               VALUE 'EG05FIND TEXT NOT FOUND BELOW HERE    '.
           02  FILLER PIC X(38)
               VALUE 'EG06COLUMN MUST BE 1 THRU LINE WIDTH  '.
           02  FILLER PIC X(38)
               VALUE 'EG07NO KEPT REPORTS FOR THAT NAME     '.
           02  FILLER PIC X(38)
               VALUE 'EG08DATE MUST BE YYYYMMDD             '.
           02  FILLER PIC X(38)
               VALUE 'EG09OPEN A REPORT BEFORE USING FIND   '.
           02  FILLER PIC X(38)
               VALUE 'EH01ACTION MUST BE SHW ADD UPD DIS ENA'.
           02  FILLER PIC X(38)
               VALUE 'EH02PARTNER ID IS REQUIRED            '.
           02  FILLER PIC X(38)
               VALUE 'EH03PARTNER NOT ON FILE               '.
           02  FILLER PIC X(38)
               VALUE 'EH04PARTNER ALREADY ON FILE           '.
           02  FILLER PIC X(38)
               VALUE 'EH05PARTNER CREDENTIAL FILE IS FULL   '.
           02  FILLER PIC X(38)
               VALUE 'EH06OPERATOR NOT AUTHORIZED FOR PCR6  '.
           02  FILLER PIC X(38)
               VALUE 'EH07KEY MUST BE 16 CHARS, NO SPACES   '.
           02  FILLER PIC X(38)
               VALUE 'EH08SERVICE AND ADDRESS ARE REQUIRED  '.
           02  FILLER PIC X(38)
               VALUE 'EH09ADDRESS MUST BE DIGITS AND DOTS   '.
           02  FILLER PIC X(38)
               VALUE 'EI01ACTION MUST BE SHW OPN ASG UPD CLS'.
           02  FILLER PIC X(38)
               VALUE 'EI02CASE NUMBER MUST BE NUMERIC       '.
           02  FILLER PIC X(38)
               VALUE 'EI03CASE NOT ON FILE                  '.
           02  FILLER PIC X(38)
               VALUE 'EI04CASE IS CLOSED - NO CHANGES       '.
           02  FILLER PIC X(38)
               VALUE 'EI05CATEGORY NOT ON CASECAT TABLE     '.
           02  FILLER PIC X(38)
               VALUE 'EI06OPERATOR NOT AUTHORIZED FOR CAS6  '.
           02  FILLER PIC X(38)
               VALUE 'EI07ASSIGNEE NOT ON SECURITY MASTER   '.
           02  FILLER PIC X(38)
               VALUE 'EI08TARGET DATE MUST BE YYYYMMDD      '.
           02  FILLER PIC X(38)
               VALUE 'EI09TARGET DATE BEFORE OPENED DATE    '.
           02  FILLER PIC X(38)
               VALUE 'EI10CUSTOMER AND CATEGORY REQUIRED    '.
           02  FILLER PIC X(38)
               VALUE 'EI11NOTE NOT ON FILE FOR CUSTOMER     '.
           02  FILLER PIC X(38)
               VALUE 'EI12ALL FOUR NOTE LINKS IN USE        '.
           02  FILLER PIC X(38)
               VALUE 'EI13ASSIGNEE IS REQUIRED              '.
           02  FILLER PIC X(38)
               VALUE 'EI14NOTE DATE AND TIME MUST BE NUMERIC'.
           02  FILLER PIC X(38)
               VALUE 'EJ01NO PREVIOUS SCREEN - PF3 FOR MENU '.
           02  FILLER PIC X(38)
               VALUE 'EK01ACTION MUST BE SUB SHW CAN LST VEW'.
           02  FILLER PIC X(38)
               VALUE 'EK02OPERATOR NOT AUTHORIZED FOR BUR6  '.
           02  FILLER PIC X(38)
               VALUE 'EK03UTILITY MUST BE PP TR AR OR AO    '.
           02  FILLER PIC X(38)
               VALUE 'EK04REQUEST NUMBER MUST BE NUMERIC    '.
           02  FILLER PIC X(38)
               VALUE 'EK05REQUEST NOT ON FILE               '.
           02  FILLER PIC X(38)
               VALUE 'EK06REQUEST BELONGS TO ANOTHER OPID   '.
           02  FILLER PIC X(38)
               VALUE 'EK07REQUEST IS NO LONGER QUEUED       '.
           02  FILLER PIC X(38)
               VALUE 'EK08REQUEST HAS NO OUTPUT TO VIEW     '.
           02  FILLER PIC X(38)
               VALUE 'EK09CUSTOMER ID MUST BE 10 DIGITS     '.
           02  FILLER PIC X(38)
               VALUE 'EK10CORRELATION ID OR SERVICE NEEDED  '.
           02  FILLER PIC X(38)
               VALUE 'EK11DATE MUST BE YYYYMMDD             '.
           02  FILLER PIC X(38)
               VALUE 'EK12TIME MUST BE HHMMSSXX             '.
           02  FILLER PIC X(38)
               VALUE 'EK13FROM IS LATER THAN TO             '.
           02  FILLER PIC X(38)
               VALUE 'EK14IMAGE COPY MUST BE BKYYMMDD       '.
           02  FILLER PIC X(38)
               VALUE 'EK15AS-OF DATE BEFORE THE IMAGE COPY  '.
           02  FILLER PIC X(38)
               VALUE 'EK16CLEAR NEEDS THE U PERMISSION      '.
           02  FILLER PIC X(38)
               VALUE 'EK17CLEAR NEEDS A DISPUTE REFERENCE   '.
           02  FILLER PIC X(38)
               VALUE 'EK18THIS UTILITY NEEDS PERMISSION V   '.
           02  FILLER PIC X(38)
               VALUE 'EK19VIEWING NEEDS PERMISSION P        '.
           02  FILLER PIC X(38)
               VALUE 'EK20REQUEST QUEUED                    '.
           02  FILLER PIC X(38)
               VALUE 'EK21REQUEST CANCELLED                 '.
           02  FILLER PIC X(38)
               VALUE 'EK22NO REQUESTS ON FILE FOR YOU       '.
           02  FILLER PIC X(38)
               VALUE 'EK23SERVICE NEEDS A DATE TO TRACE     '.
           02  FILLER PIC X(38)
               VALUE 'EK24CLEAR MUST BE C OR BLANK          '.
           02  FILLER PIC X(38)
               VALUE 'EK25DATE IS IN THE FUTURE             '.
           02  FILLER PIC X(38)
               VALUE 'EK26PRESS ENTER TO OPEN THE REPORT    '.
       01  SE-MSG-TABLE REDEFINES SE-MSG-TABLE-DATA.
           02  SE-MSG-ENTRY OCCURS 254 TIMES
                            INDEXED BY SE-MSG-IDX.
               03  SE-MSG-CODE  PIC X(4).
               03  SE-MSG-TEXT  PIC X(34).
