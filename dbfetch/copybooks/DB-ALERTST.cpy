      ************************************************************************
      * DB-ALERTST - breaches ALERTMON has already raised, one row per
      * check and subject in tbl_fetch_alertst.  The subject says what
      * the breach is about - 'OUTBOX', a checkpoint key, a verifier
      * run, a day of audit rows - so one check can hold several open
      * breaches at once.  While a row is here the breach is not
      * alerted again; the first run that finds it no longer breached
      * writes the clear record and deletes the row, and a later
      * breach of the same subject alerts afresh.
      * The 'key' pathname selects, updates or deletes the row for
      * ALST-CHECK plus ALST-SUBJECT; 'all' walks the table.
      ************************************************************************
       01  DB-ALERTST.
           05  ALST-CHECK              PIC X(08).
           05  ALST-SUBJECT            PIC X(40).
      * When the alert went out, and the last run that still found
      * the breach - with the value it measured then.
           05  ALST-RAISED-TS          PIC X(26).
           05  ALST-SEEN-TS            PIC X(26).
           05  ALST-VALUE              PIC S9(09)      COMP.
