      * PERFORM CHECK-PF-KEY; EVERY DRIVING TRANSACTION GETS THE SAME
      * CLEAR-KEY AND PF3 BEHAVIOR WITHOUT REPEATING THE LOGIC.
      *
      * CLEAR REDISPLAYS A BLANK SCREEN, PF2 JUMPS TO THE CUSTOMER'S
      * HOUSEHOLD (GUI6, BMS2), PF3 RETURNS TO THE GUI4 MENU,
      * PF5 MARKS THE DISPLAYED RECORD INACTIVE (GUI6), PF7/PF8 PAGE
      * A SCREEN'S REPEATING DATA UP/DOWN, PF11 OPENS THE TYPED-
      * ADDRESSES PAGE (GUI6), PF17 OPENS THE BEREAVEMENT PAGE
      * (GUI6), PF18 OPENS THE DIRECT-DEBIT PAGE (GUI6), PF12
      * RETURNS TO THE PREVIOUS SCREEN
      * ON THE NAVIGATION STACK (G6NAVW.CPY) OR, WITH NOTHING TO
      * RETURN TO, CANCELS THE CURRENT TRIP'S UNSAVED EDITS, AND
      * EVERY OTHER KEY (INCLUDING ENTER)
      * FALLS THROUGH TO THE SCREEN'S OWN PROCESSING.  A SCREEN THAT
      * HAS NOTHING TO PAGE, CANCEL, OR INACTIVATE IS FREE TO IGNORE
      * THE CORRESPONDING AID-ACTION VALUE.
           ELSE
           IF EIBAID = DFHPF1
               SET AID-ACTION-HELP TO TRUE
           ELSE
           IF EIBAID = DFHPF2
               SET AID-ACTION-HOUSEHOLD TO TRUE
           ELSE
               IF EIBAID = DFHPF3
                   SET AID-ACTION-EXIT-MENU TO TRUE
                   IF EIBAID = DFHPF10
                       SET AID-ACTION-HISTORY TO TRUE
                   ELSE
                   IF EIBAID = DFHPF11
                       SET AID-ACTION-ADDRESSES TO TRUE
                   ELSE
                   IF EIBAID = DFHPF17
                       SET AID-ACTION-DECEASED TO TRUE
                   ELSE
                   IF EIBAID = DFHPF18
                       SET AID-ACTION-DIRDEBIT TO TRUE
                   ELSE
                   IF EIBAID = DFHPF7
                       SET AID-ACTION-PAGE-UP TO TRUE
                   ELSE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
