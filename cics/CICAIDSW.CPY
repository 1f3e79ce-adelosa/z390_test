           88  AID-ACTION-CONTACT      VALUE 'A'.
           88  AID-ACTION-HELP         VALUE 'B'.
           88  AID-ACTION-PRINT        VALUE 'C'.
           88  AID-ACTION-ADDRESSES    VALUE 'D'.
           88  AID-ACTION-HOUSEHOLD    VALUE 'E'.
           88  AID-ACTION-DECEASED     VALUE 'F'.
           88  AID-ACTION-DIRDEBIT     VALUE 'G'.
