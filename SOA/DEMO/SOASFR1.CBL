      *     SOACMGR3 refuses outright (return code 16 - e.g. the
      *     service has left the registry) goes straight to the
      *     dead-letter file since re-driving cannot ever succeed
      *   - a send whose partner is inside a planned maintenance
      *     window (SOAMWIN) is re-parked by SOACMGR3 (return code
      *     8) with the count NOT stepped, so a long window cannot
      *     push the partner's backlog onto the dead-letter file
      *
      * The queue is claimed up front - read whole into storage, then
      * truncated - so the re-parked failures appended during the run
