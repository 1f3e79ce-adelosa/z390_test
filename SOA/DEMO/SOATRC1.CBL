           02  filler            pic x(36).

       fd  tlogin
           record contains 76 characters.
       copy SOATLOG.

      * MATCHES WS-ARCH-REC IN SOACMG3W.CPY - KEEP IN LOCKSTEP.
