      * and restart key for the relay.  OUTBOX-DATA1 carries the
      * after-image of the row (for a delete, the last image the row
      * had).  The 'unsent' pathname selects rows still waiting for
      * the relay; the 'id' pathname selects, updates or deletes one
      * event by its id; 'after' selects every event whose id is above
      * the OUTBOX-EVENT-ID in the buffer, ascending, whatever its
      * relay state (the change feed and the purge); 'newest' selects
      * events highest id first.  Events are also owed to the change-
      * feed subscribers in DB-SUBSCR - see there before deleting any.
      ************************************************************************
       01  DB-OUTBOX.
           05  OUTBOX-EVENT-ID         PIC S9(09)      COMP.
