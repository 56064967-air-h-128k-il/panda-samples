      ************************************************************************
      * DB-CLIENT - the client registry, one row per consuming system
      * in tbl_fetch_client.  The gateway lifts the caller's client id
      * off the request into SCR-CLIENT-ID; TEST1 and OPSCONS look it
      * up on every call before doing anything else:
      *   - no row (or no id at all)            401
      *   - row suspended, or the verb the call
      *     needs is not granted below          403
      *   - a GET once CLIENT-ROWS-TODAY has
      *     reached CLIENT-GET-QUOTA            429
      * Operations maintain the rows; the gateway programs only ever
      * update the quota usage pair.  The 'id' pathname selects or
      * updates the row whose CLIENT-ID is in the buffer; 'all' walks
      * the registry.
      ************************************************************************
       01  DB-CLIENT.
           05  CLIENT-ID               PIC X(16).
           05  CLIENT-NAME             PIC X(40).
           05  CLIENT-STATUS           PIC X(01).
               88  CLIENT-ACTIVE                       VALUE 'A'.
               88  CLIENT-SUSPENDED                    VALUE 'S'.
      * Verb grants, 'Y' or 'N' each.  They are independent - a
      * maintenance client does not pick up attachment upload or
      * restore unless those are granted too.
      *   READ    every GET (TEST1 and the OPSCONS console view)
      *   CREATE  POST
      *   MAINT   PUT and DELETE of the row itself, and the OPSCONS
      *           checkpoint clear
      *   ATTACH  attachment upload and removal (SCR-ARG3 '8')
      *   RESTORE bringing a tombstoned row back (PUT, SCR-ARG3 '7')
      *   APPROVE deciding a pending four-eyes change (PUT, SCR-ARG3
      *           'A' approve or 'R' reject)
           05  CLIENT-CAN-READ         PIC X(01).
               88  CLIENT-MAY-READ                     VALUE 'Y'.
           05  CLIENT-CAN-CREATE       PIC X(01).
               88  CLIENT-MAY-CREATE                   VALUE 'Y'.
           05  CLIENT-CAN-MAINT        PIC X(01).
               88  CLIENT-MAY-MAINT                    VALUE 'Y'.
           05  CLIENT-CAN-ATTACH       PIC X(01).
               88  CLIENT-MAY-ATTACH                   VALUE 'Y'.
           05  CLIENT-CAN-RESTORE      PIC X(01).
               88  CLIENT-MAY-RESTORE                  VALUE 'Y'.
           05  CLIENT-CAN-APPROVE      PIC X(01).
               88  CLIENT-MAY-APPROVE                  VALUE 'Y'.
      * Daily GET row quota - rows served, not calls made, since rows
      * are what load the monitor.  0 means no quota.  The usage pair
      * below is charged by TEST1 after each GET and starts again from
      * zero the first time a call lands on a new CLIENT-QUOTA-DATE.
           05  CLIENT-GET-QUOTA        PIC S9(09)      COMP.
           05  CLIENT-QUOTA-DATE       PIC X(08).
           05  CLIENT-ROWS-TODAY       PIC S9(09)      COMP.
      * Four-eyes mode, 'Y' or 'N'.  A PUT or DELETE of the row itself
      * from a four-eyes client does not touch tbl_fetch_test: it is
      * queued in tbl_fetch_pending (DB-PENDING) for a different user
      * to approve or reject.
           05  CLIENT-FOUR-EYES-SW     PIC X(01).
               88  CLIENT-FOUR-EYES                    VALUE 'Y'.
