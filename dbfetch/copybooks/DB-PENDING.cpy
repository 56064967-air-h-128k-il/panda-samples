      ************************************************************************
      * DB-PENDING - four-eyes changes waiting for a checker, one row
      * in tbl_fetch_pending per PUT or DELETE a four-eyes client made
      * (see CLIENT-FOUR-EYES in DB-CLIENT).  The row holds the change
      * as proposed and the FETCH-VERSION it was based on; the live
      * row in tbl_fetch_test is not touched until a different user
      * approves it, and approval applies it under the same version
      * check as a direct PUT - a base version that moved on in the
      * meantime marks the change stale instead.
      *
      * PEND-ID is assigned ascending by the monitor on the default
      * insert path (SPACE pathname), so it is also submission order.
      * The 'id' pathname selects or updates the row whose PEND-ID is
      * in the buffer; 'parent' selects the still-open (PEND-OPEN)
      * change for the PEND-FETCH-ID in the buffer; 'open' walks every
      * open change in PEND-ID order; 'all' walks the whole table.
      ************************************************************************
       01  DB-PENDING.
           05  PEND-ID                 PIC S9(09)      COMP.
           05  PEND-FETCH-ID           PIC S9(09)      COMP.
      * UPDATE (a PUT of the value and, optionally, the lines) or
      * DELETE (a tombstone).
           05  PEND-VERB               PIC X(06).
           05  PEND-BASE-VERSION       PIC S9(09)      COMP.
      * The proposed value and line set - PUT only.  PEND-DET-SEEN-SW
      * is the "details key was present" switch of the PUT body: 'N'
      * leaves the stored lines alone on approval, 'Y' replaces them
      * with the PEND-LINE-CNT lines below (none at all included).
           05  PEND-DATA1              PIC X(80).
           05  PEND-DET-SEEN-SW        PIC X(01).
               88  PEND-DET-SEEN                       VALUE 'Y'.
           05  PEND-LINE-CNT           PIC S9(04)      COMP.
           05  PEND-LINE               PIC X(80)       OCCURS 50.
      * Who proposed it, through which client, and when.
           05  PEND-MAKER              PIC X(16).
           05  PEND-CLIENT-ID          PIC X(16).
           05  PEND-TS                 PIC X(26).
      * Where it stands.  Only an open change can be decided; a stale
      * one found its base version gone when a checker approved it and
      * has to be made again against the current row.
           05  PEND-STATE              PIC X(01).
               88  PEND-OPEN                           VALUE 'P'.
               88  PEND-APPROVED                       VALUE 'A'.
               88  PEND-REJECTED                       VALUE 'R'.
               88  PEND-STALE                          VALUE 'S'.
           05  PEND-CHECKER            PIC X(16).
           05  PEND-DECIDED-TS         PIC X(26).
