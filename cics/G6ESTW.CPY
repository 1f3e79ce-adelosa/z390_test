      ***************************************************************
      * G6ESTW.CPY - DECEASED-CUSTOMER ROUTING FOR BATCH JOBS THAT
      * CORRESPOND WITH A CUSTOMER, WORKING-STORAGE SIDE (PAIR WITH
      * G6ESTP.CPY).  ONE RULE FOR EVERY OUTBOUND JOB: POST FOR A
      * DECEASED CUSTOMER GOES TO THE ESTATE CONTACT ON G6ESTATE,
      * ADDRESSED "ESTATE OF" THE CUSTOMER; WITH NO ESTATE CONTACT
      * ON FILE IT IS NOT SENT AT ALL.  NOTHING IS EVER EMAILED TO A
      * DECEASED CUSTOMER'S OWN ADDRESS.
      *
      * CALLING CONVENTION: THE PROGRAM SELECTS ESTFILE (ASSIGN TO
      * G6ESTATE, INDEXED, ACCESS DYNAMIC, RECORD KEY EST-CUST-ID)
      * WITH FD ESTFILE / COPY G6ESTATE, OPENS IT INPUT, AND HAS THE
      * CUSTOMER'S CUST-MASTER-REC IN HAND.  PERFORM
      * PICK-ESTATE-ROUTE; EST-ROUTE COMES BACK:
      *
      *   SPACE  NOT DECEASED - ADDRESS THE CUSTOMER AS USUAL
      *   'R'    REDIRECT - EST-ROUTE-NAME/ADDR/ZIP ARE THE ESTATE
      *          CONTACT AND EST-ROUTE-ATTN THE "ESTATE OF" LINE
      *   'S'    SUPPRESS - DECEASED WITH NO ESTATE CONTACT ON FILE
      ***************************************************************
       01  EST-ROUTE               PIC X(1).
           88  EST-ROUTE-NORMAL        VALUE SPACE.
           88  EST-ROUTE-REDIRECT      VALUE 'R'.
           88  EST-ROUTE-SUPPRESS      VALUE 'S'.
       01  EST-ROUTE-NAME          PIC X(40).
       01  EST-ROUTE-ADDR          PIC X(40).
       01  EST-ROUTE-ZIP           PIC X(5).
       01  EST-ROUTE-ATTN          PIC X(50).
