      ************************************************************************
      * DB-ALERTPRM - thresholds for the ALERTMON monitor, one row per
      * check in tbl_fetch_alertprm, maintained by operations.  A check
      * with no row, or whose row is not active, is not run.  The
      * checks, and what ALRP-LIMIT is measured in:
      *   'UNSENTAG'  age in minutes of the oldest OUTBOX-UNSENT event
      *   'DEADCNT '  number of OUTBOX-DEAD events on file
      *   'CKPTAGE '  minutes a DB-RESTART watermark has sat on file
      *               without its last id moving
      *   'BLOBEXC '  BLOBEXC exceptions written by the last completed
      *               BLOBVRF run (its batch run ledger row)
      *   'DETEXC  '  DETEXC exceptions written by the last completed
      *               DETVRF run
      *   'ZERORATE'  percentage of today's 010-GET calls in
      *               tbl_fetch_audit that came back with zero rows
      * A check is breached when the measured value is above
      * ALRP-LIMIT.  ALRP-MIN-BASE only means something to a rate
      * check: with fewer calls than that behind it the rate is not
      * judged at all, so two calls after midnight, one of them
      * empty, do not page anyone.  ALRP-SEVERITY is passed through
      * to the alert record for the paging system to route on.
      * The 'all' pathname walks the table.
      ************************************************************************
       01  DB-ALERTPRM.
           05  ALRP-CHECK              PIC X(08).
           05  ALRP-ACTIVE-SW          PIC X(01).
               88  ALRP-ACTIVE                         VALUE 'Y'.
           05  ALRP-LIMIT              PIC S9(09)      COMP.
           05  ALRP-MIN-BASE           PIC S9(09)      COMP.
           05  ALRP-SEVERITY           PIC X(01).
               88  ALRP-CRITICAL                       VALUE 'C'.
               88  ALRP-WARNING                        VALUE 'W'.
