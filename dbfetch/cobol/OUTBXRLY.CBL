      * would leave a delivered-but-unmarked event that a later run,
      * after the feed is rotated away, would send again.
      * RETURN-CODE 1 means a DBSELECT failed.
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
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-EOF-SW     PIC X(01)   VALUE 'N'.
           88  WS-FEED-EOF             VALUE 'Y'.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 010-INIT
           PERFORM 020-WRITE-PHASE
           PERFORM 030-MARK-PHASE
           PERFORM 040-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'OUTBXRLY' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'OUTBXRLY refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
      * First pass over whatever feed is already on disk: the highest
                       OUTBOX-EVENT-ID
               MOVE 2 TO WS-PRG-RC
               PERFORM 040-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           EXIT.
           DISPLAY 'OUTBXRLY events marked:    ' WS-MARK-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = events marked sent, out = events appended
      * to the feed.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-MARK-COUNT TO RUN-IN-CNT
           MOVE WS-RELAY-COUNT TO RUN-OUT-CNT
           MOVE 0 TO RUN-REJ-CNT
           MOVE 0 TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
