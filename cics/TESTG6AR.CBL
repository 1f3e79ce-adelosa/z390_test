            END-IF.
            PERFORM OPEN-FILES.
            PERFORM READ-GUI6AUD.
            PERFORM RECONCILE-ONE-RECORD THRU RECONCILE-ONE-EXIT
                UNTIL WS-AUD-EOF.
            PERFORM CLOSE-FILES.
            DISPLAY 'TESTG6AR RECONCILED =' WS-RECONCILED-COUNT.
            DISPLAY 'TESTG6AR DISCREPANT =' WS-DISCREPANT-COUNT.
      * THE LOGGED AFTER-VALUES MATCH WHAT IS THERE NOW.  A CUSTOMER
      * NO LONGER ON THE MASTER AT ALL IS REPORTED SEPARATELY FROM A
      * CUSTOMER WHOSE CURRENT VALUES SIMPLY DON'T MATCH THE LOG.
      * A TYPED-ADDRESS ('ADDRESS') ROW DESCRIBES G6CADDR, NOT THE
      * MASTER, AND A DIRECT-DEBIT ('DIRDEBIT') ROW G6DDMAND - THEY
      * HAVE NOTHING HERE TO RECONCILE AGAINST.
        RECONCILE-ONE-RECORD.
            IF GUI6AUD-ACTION = 'ADDRESS'
                OR GUI6AUD-ACTION = 'DIRDEBIT'
                PERFORM READ-GUI6AUD
                GO TO RECONCILE-ONE-EXIT
            END-IF.
            MOVE GUI6AUD-CUST-ID TO CUST-ID.
            MOVE 'N' TO WS-CM-INVALID-SW.
            READ CUSTMAST
                END-IF
            END-IF.
            PERFORM READ-GUI6AUD.
        RECONCILE-ONE-EXIT.
            EXIT.

        REPORT-NOT-FOUND.
            DISPLAY 'TESTG6AR EXCEPTION - AUDITED CUSTOMER NO LONGER '
