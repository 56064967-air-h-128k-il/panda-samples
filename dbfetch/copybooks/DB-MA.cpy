               88  MA-MODE-CSV                         VALUE 2.
               88  MA-MODE-JSON-BLOB                   VALUE 3.
               88  MA-MODE-JSON-DETAIL                 VALUE 4.
               88  MA-MODE-JSON-HISTORY                VALUE 5.
               88  MA-MODE-JSON-EVENT                  VALUE 6.
           05  MA-ID                   PIC S9(09)      COMP.
           05  MA-DATA1                PIC X(80).
      * The row's optimistic-lock version rides along on every
               88  MA-ROW-DETAIL                       VALUE 'D'.
           05  MA-DET-LINE             PIC S9(04)      COMP.
           05  MA-DET-VALUE            PIC X(80).
      * Version-history rendering (MA-MODE 5): each parent row is one
      * image of the record - the live row first, then its before-
      * images newest first - and carries when that image was
      * replaced, by what, and whether it was tombstoned.  Detail rows
      * fold under it the same way they do for MA-MODE 4.  The other
      * modes ignore these three fields.
           05  MA-ROW-TS               PIC X(26).
           05  MA-ROW-VERB             PIC X(07).
           05  MA-ROW-DEL-SW           PIC X(01).
      * Four-eyes flag on every rendered parent row: 'Y' when a change
      * to the row is waiting for approval in tbl_fetch_pending, and
      * MA-PEND-ID names it.  The row itself is still the approved
      * data.
           05  MA-PEND-SW              PIC X(01).
               88  MA-CHANGE-PENDING                   VALUE 'Y'.
           05  MA-PEND-ID              PIC S9(09)      COMP.
      * Change-feed rendering (MA-MODE 6): one row per outbox event -
      * MA-EVENT-ID the event id, MA-ID/MA-DATA1 the row and its
      * after-image, MA-ROW-TS/MA-ROW-VERB the event stamp and verb.
           05  MA-EVENT-ID             PIC S9(09)      COMP.
      * MA-OBJECT has to hold MA-BLOB's full width plus the surrounding
      * JSON/field overhead on the blob-attached path, not just a plain
      * row - undersizing it here truncates the rendered attachment.
