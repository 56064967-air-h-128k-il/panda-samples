      * A delete failure leaves its row for the next night and flags
      * the run with RETURN-CODE 2.  RETURN-CODE 1 means a DBSELECT
      * failed.
      *
      * Every run is recorded in the batch run ledger through
      * RUNLEDG, which takes the business date (and FORCE) from the
      * run-control card - the SYSIN line after the sign-off days -
      * and can refuse the start: RETURN-CODE 8, nothing done.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
            COPY    "MCPAREA".
            COPY    "DB-FETCH".
            COPY    "DB-DETAIL".
            COPY    "RUNAREA".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 DETAIL-RC PIC S9(9)   BINARY.
       01 WS-RETAIN-DAYS  PIC X(03).
           PERFORM 020-ARCHIVE-PASS
           PERFORM 030-PURGE-PASS
           PERFORM 040-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'FETCHPRG' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'FETCHPRG refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           OPEN EXTEND FETCHARC-FILE
           DISPLAY 'FETCHPRG sign-off days ' WS-RETAIN-NUM
                   ' cutoff ' WS-CUTOFF-DATE

      * The run-control card is the SYSIN line after the sign-off days.
           PERFORM 001-LEDGER-START

           DISPLAY 'FETCHPRG DBSELECT'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           DISPLAY 'FETCHPRG tombstones left:   ' WS-REMAIN-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = rows scanned, out = rows purged.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-SCAN-COUNT TO RUN-IN-CNT
           MOVE WS-DEL-COUNT TO RUN-OUT-CNT
           MOVE 0 TO RUN-REJ-CNT
           MOVE 0 TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
