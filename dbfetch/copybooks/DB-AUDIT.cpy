      * are; it exists because AUDIT-TS is not unique (two gateway
      * instances can stamp the same hundredth of a second), and the
      * nightly purge needs an 'id' path that deletes exactly one row.
      * AUDIT-CLIENT-ID is the client id the call presented - refused
      * calls included - so the per-client figures can say which
      * consumer is driving the load.
      ************************************************************************
       01  DB-AUDIT.
           05  AUDIT-ID                PIC S9(09)      COMP.
           05  AUDIT-LIMIT              PIC S9(09)     COMP.
           05  AUDIT-OFFSET             PIC S9(09)     COMP.
           05  AUDIT-ROWCOUNT           PIC S9(09)     COMP.
           05  AUDIT-CLIENT-ID          PIC X(16).
