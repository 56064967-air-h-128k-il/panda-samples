      * DBUPDATE failed (the event's state is whatever it was), 1 when
      * any ack record went unmatched, so the scheduler can flag the
      * run.
      *
      * Every run is recorded in the batch run ledger through
      * RUNLEDG, which takes the business date (and FORCE) from the
      * run-control card - the first SYSIN line - and can refuse
      * the start: RETURN-CODE 8, nothing done.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-OUTBOX".
            COPY    "RUNAREA".
       01 WS-EOF-SW     PIC X(01)   VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01 WS-FOUND-SW   PIC X(01).
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 010-INIT
           PERFORM 020-PROCESS-ACKS
           PERFORM 040-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'OUTBXACK' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'OUTBXACK refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           OPEN INPUT  OUTBACK-FILE
           END-IF
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = acks read, out = accepted plus re-queued,
      * rejects = unmatched acks, exceptions = dead-lettered events.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-ACK-COUNT TO RUN-IN-CNT
           COMPUTE RUN-OUT-CNT = WS-ACC-COUNT + WS-REQ-COUNT
           MOVE WS-UNM-COUNT TO RUN-REJ-CNT
           MOVE WS-DEAD-COUNT TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
