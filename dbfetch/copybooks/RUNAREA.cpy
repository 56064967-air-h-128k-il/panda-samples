      ************************************************************************
      * RUNAREA - call area for CALL 'RUNLEDG', the batch run ledger.
      * A ledgered program calls it twice:
      *   RUN-FUNC 'START'  with RUN-PROGRAM set, before any work.
      *                     RUNLEDG reads the run-control card, checks
      *                     the gates and records the start; it hands
      *                     back RUN-BUS-DATE, RUN-LEDGER-ID and the
      *                     verdict.  A refused program stops without
      *                     doing anything, RUN-REASON saying why.
      *   RUN-FUNC 'END'    with RUN-END-RC and the four counts set,
      *                     as its very last step.  RUN-LEDGER-ID must
      *                     still be the one START handed back.
      ************************************************************************
       01  RUNAREA.
           05  RUN-FUNC                PIC X(08).
           05  RUN-PROGRAM             PIC X(08).
           05  RUN-BUS-DATE            PIC X(08).
           05  RUN-FORCE-SW            PIC X(01).
               88  RUN-FORCED                          VALUE 'Y'.
           05  RUN-VERDICT             PIC X(01).
               88  RUN-MAY-START                       VALUE 'Y'.
               88  RUN-REFUSED                         VALUE 'N'.
           05  RUN-REASON              PIC X(40).
           05  RUN-LEDGER-ID           PIC S9(09)      COMP.
           05  RUN-END-RC              PIC S9(04)      COMP.
           05  RUN-IN-CNT              PIC S9(09)      COMP.
           05  RUN-OUT-CNT             PIC S9(09)      COMP.
           05  RUN-REJ-CNT             PIC S9(09)      COMP.
           05  RUN-EXC-CNT             PIC S9(09)      COMP.
