      * this job copies every audit row older than the retention
      * window out to the AUDITARC sequential archive (the full
      * DB-AUDIT layout, numeric fields in display form so the archive
      * is readable and greppable years later; the calling client id
      * rides at the end of the record, so archives cut before it was
      * recorded still read the same) and deletes it from the
      * live table, then prints counts so operations can verify the
      * run against the retention sign-off.
      *
      * A delete failure leaves its row for the next night and flags
      * the run with RETURN-CODE 2.  RETURN-CODE 1 means a DBSELECT
      * failed.
      *
      * Every run is recorded in the batch run ledger through
      * RUNLEDG, which takes the business date (and FORCE) from the
      * run-control card - the SYSIN line after the retention days -
      * and can refuse the start: RETURN-CODE 8, nothing done.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
           05  AR-OFFSET           PIC 9(09).
           05  FILLER              PIC X(01).
           05  AR-ROWCOUNT         PIC 9(09).
           05  FILLER              PIC X(01).
           05  AR-CLIENT-ID        PIC X(16).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-AUDIT".
            COPY    "RUNAREA".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-RETAIN-DAYS  PIC X(03).
       01 WS-RETAIN-CHK   PIC X(03).
           PERFORM 020-ARCHIVE-PASS
           PERFORM 030-PURGE-PASS
           PERFORM 040-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'AUDITPRG' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'AUDITPRG refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           OPEN EXTEND AUDITARC-FILE
           DISPLAY 'AUDITPRG retention days ' WS-RETAIN-NUM
                   ' cutoff ' WS-CUTOFF-DATE

      * The run-control card is the SYSIN line after the retention
      * days.
           PERFORM 001-LEDGER-START

           DISPLAY 'AUDITPRG DBSELECT'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_audit' TO MCP-TABLE
           MOVE AUDIT-LIMIT TO AR-LIMIT
           MOVE AUDIT-OFFSET TO AR-OFFSET
           MOVE AUDIT-ROWCOUNT TO AR-ROWCOUNT
           MOVE AUDIT-CLIENT-ID TO AR-CLIENT-ID
           WRITE AUDITARC-RECORD
           ADD 1 TO WS-ARC-COUNT
           EXIT.
           DISPLAY 'AUDITPRG rows remaining: ' WS-REMAIN-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = rows scanned, out = rows deleted.
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
