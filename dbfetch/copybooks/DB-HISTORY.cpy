      ************************************************************************
      * DB-HISTORY - before-images of tbl_fetch_test rows, one row in
      * tbl_fetch_history per change.  Every writer that changes an
      * existing row - TEST1's PUT, attachment PUT/DELETE, tombstone
      * DELETE and restore, FETCHAPL's change and delete legs, and
      * DUPMERGE's survivors and victims - first lands the row
      * exactly as it stood (parent value, version, tombstone state,
      * creation stamp and the whole line set) stamped with the time
      * of the change.  HIST-TS is the moment that image stopped
      * being current, so the row's state at any instant T is the
      * image of its earliest change after T, or the live row when
      * nothing changed after T.
      *
      * HIST-ID is assigned ascending by the monitor on the default
      * insert path (SPACE pathname).  The 'parent' pathname selects
      * the history of the HIST-FETCH-ID in the buffer, newest change
      * first; 'all' walks the whole table in HIST-FETCH-ID order and,
      * within a FETCH-ID, oldest change first.
      ************************************************************************
       01  DB-HISTORY.
           05  HIST-ID                 PIC S9(09)      COMP.
           05  HIST-FETCH-ID           PIC S9(09)      COMP.
           05  HIST-TS                 PIC X(26).
      * What replaced the image: UPDATE (PUT or applied change), BLOB
      * (attachment stored or removed), DELETE (tombstone), RESTORE,
      * PURGE (physical delete by the delta apply), MERGE (duplicates
      * merged into the row by DUPMERGE).
           05  HIST-VERB               PIC X(07).
      * The caller that made the change - the SCR-CLIENT-ID on the
      * gateway, the program name for a batch writer.
           05  HIST-CLIENT-ID          PIC X(16).
      * The row as it stood - the DB-FETCH columns.
           05  HIST-VERSION            PIC S9(09)      COMP.
           05  HIST-DATA1              PIC X(80).
           05  HIST-DEL-SW             PIC X(01).
               88  HIST-TOMBSTONED                     VALUE 'Y'.
               88  HIST-ACTIVE                         VALUE 'N'.
           05  HIST-DEL-TS             PIC X(26).
           05  HIST-CREATED-TS         PIC X(26).
      * And its line set, in line-number order.  100 matches the most
      * lines a gateway PUT will replace; a writer refuses a change to
      * a row with more lines than this rather than keep a partial
      * image.
           05  HIST-LINE-CNT           PIC S9(04)      COMP.
           05  HIST-LINE               OCCURS 100.
               10  HIST-LINE-NO        PIC S9(04)      COMP.
               10  HIST-LINE-VALUE     PIC X(80).
