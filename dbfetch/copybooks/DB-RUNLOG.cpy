      ************************************************************************
      * DB-RUNLOG - the nightly batch run ledger, tbl_fetch_runlog.
      * One row per attempt of a batch program against a business
      * date, written by RUNLEDG: inserted when the program starts,
      * completed when it ends.  LEDG-ID is assigned ascending by the
      * monitor on insert, so a program's rows for one date come back
      * in the order they were attempted.
      *
      * The 'id' pathname selects or updates the row whose LEDG-ID is
      * in the buffer; 'progdate' selects the rows for LEDG-PROGRAM
      * and LEDG-BUS-DATE, 'date' every row for LEDG-BUS-DATE, both in
      * LEDG-ID order; 'newest' selects rows highest LEDG-ID first.
      ************************************************************************
       01  DB-RUNLOG.
           05  LEDG-ID                 PIC S9(09)      COMP.
           05  LEDG-PROGRAM            PIC X(08).
           05  LEDG-BUS-DATE           PIC X(08).
           05  LEDG-START-TS           PIC X(26).
           05  LEDG-END-TS             PIC X(26).
      * 'R' from start until the end record lands - a row still 'R'
      * when the next attempt starts was an abend, and is closed as
      * 'F' then.  'C' ended with RETURN-CODE 0, the only outcome a
      * downstream step or a repeat-run check counts as clean.  'X'
      * was refused at the gate and never ran.
           05  LEDG-STATUS             PIC X(01).
               88  LEDG-RUNNING                        VALUE 'R'.
               88  LEDG-CLEAN                          VALUE 'C'.
               88  LEDG-FAILED                         VALUE 'F'.
               88  LEDG-REFUSED                        VALUE 'X'.
           05  LEDG-FORCED-SW          PIC X(01).
               88  LEDG-FORCED                         VALUE 'Y'.
           05  LEDG-RC                 PIC S9(04)      COMP.
      * What each count means is the program's own - see its ledger
      * end section.  Rejects are input records turned away; exceptions
      * are findings a verifier or relay wrote out for follow-up.
           05  LEDG-IN-CNT             PIC S9(09)      COMP.
           05  LEDG-OUT-CNT            PIC S9(09)      COMP.
           05  LEDG-REJ-CNT            PIC S9(09)      COMP.
           05  LEDG-EXC-CNT            PIC S9(09)      COMP.
           05  LEDG-REASON             PIC X(40).
