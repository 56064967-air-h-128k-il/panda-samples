      * Invoked from a JCL step or shell wrapper, not through the REST
      * gateway; sets RETURN-CODE non-zero if DBSELECT fails so the
      * caller can detect it.
      *
      * Every run is recorded in the batch run ledger through
      * RUNLEDG, which takes the business date (and FORCE) from the
      * run-control card - the first SYSIN line - and can refuse
      * the start: RETURN-CODE 8, nothing done.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
            COPY    "MCPAREA".
            COPY    "DB-FETCH".
            COPY    "DB-DETAIL".
            COPY    "RUNAREA".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ROW-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-DET-COUNT  PIC S9(9)  BINARY   VALUE 0.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 010-INIT
           PERFORM 020-EXTRACT
           PERFORM 030-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'FETCHEXT' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'FETCHEXT refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           OPEN OUTPUT FETCHOUT-FILE
           DISPLAY 'FETCHEXT lines written: ' WS-DET-COUNT
           DISPLAY 'FETCHEXT hash total:    ' WS-HASH-TOTAL
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = rows extracted, out = data records written.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-ROW-COUNT TO RUN-IN-CNT
           MOVE WS-REC-COUNT TO RUN-OUT-CNT
           MOVE 0 TO RUN-REJ-CNT
           MOVE 0 TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
