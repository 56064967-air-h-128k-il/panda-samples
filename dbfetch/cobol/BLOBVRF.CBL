      * console.  Invoked from a JCL step or shell wrapper; sets
      * RETURN-CODE 1 when DBSELECT fails, 2 when exceptions were
      * found, so the scheduler can flag the run.
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
            COPY    "DB-BLOB".
            COPY    "RUNAREA".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ROW-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-NOBLOB-COUNT PIC S9(9) BINARY  VALUE 0.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 010-INIT
           PERFORM 020-VERIFY
           PERFORM 030-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'BLOBVRF' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'BLOBVRF refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           OPEN OUTPUT BLOBEXC-FILE
               MOVE 2 TO RETURN-CODE
           END-IF
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = rows checked, exceptions = BLOBEXC lines.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-ROW-COUNT TO RUN-IN-CNT
           MOVE 0 TO RUN-OUT-CNT
           MOVE 0 TO RUN-REJ-CNT
           MOVE WS-EXC-COUNT TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
