       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OUTBXPRG.
      ************************************************************************
      * Nightly purge of tbl_fetch_outbox.  TEST1 and the batch writers
      * queue an event for every change to tbl_fetch_test, so the
      * table grows without bound once the relay has moved them on.
      * An event is deleted only when every party it is owed to is
      * done with it:
      *   - the warehouse relay - OUTBOX-IS-SENT.  Unsent events are
      *     still waiting for OUTBXRLY, dead-lettered ones for
      *     operations; neither is ever purged.  A sent event is in
      *     an OUTBFEED hand-off file already, which is its archive.
      *   - every active change-feed subscriber (DB-SUBSCR) - the
      *     event id is at or below the lowest SUB-LAST-ACK-ID of the
      *     active subscribers.  Anything above it has not been
      *     consumed by at least one of them.  A subscriber read that
      *     fails purges nothing: an unknown floor is no floor.
      *   - the retention window - stamped before midnight of (today
      *     - retention), so a recent event can still be looked at.
      * The retention window is ACCEPTed as a day count; blank or junk
      * falls back to 30 days so an unparameterized scheduler step
      * still behaves.
      *
      * The 'after' cursor walks the events in ascending id order, so
      * the walk stops at the first event above the subscriber floor.
      * The 'id' path deletes exactly the event in the buffer and the
      * cursor carries on behind it, as it does for AUDITPRG.
      *
      * A delete failure leaves its event for the next night and flags
      * the run with RETURN-CODE 2.  RETURN-CODE 1 means a DBSELECT
      * failed.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-OUTBOX".
            COPY    "DB-SUBSCR".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-RETAIN-DAYS  PIC X(03).
       01 WS-RETAIN-CHK   PIC X(03).
       01 WS-RETAIN-NUM   PIC 9(03).
       01 WS-CUTOFF-DATE  PIC 9(08).
       01 WS-CUTOFF-INT   PIC S9(9)  BINARY.
      * Highest event id every active subscriber has acknowledged;
      * with no active subscriber at all, nothing holds the purge back
      * but the relay and the retention window.
       01 WS-FLOOR-ID     PIC S9(9)  BINARY   VALUE 999999999.
       01 WS-SUB-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-SCAN-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-DEL-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-KEEP-RELAY   PIC S9(9)  BINARY   VALUE 0.
       01 WS-KEEP-RECENT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-KEEP-FAIL    PIC S9(9)  BINARY   VALUE 0.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination - RETURN-CODE itself is reset by every CALL.
       01 WS-PRG-RC       PIC S9(4)  BINARY   VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-INIT
           PERFORM 020-SUBSCR-FLOOR
           PERFORM 030-PURGE-PASS
           PERFORM 040-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           ACCEPT WS-RETAIN-DAYS
      * Digits-and-spaces check, same as AUDITPRG: '7' arrives
      * space-padded and would fail a plain NUMERIC test.
           MOVE WS-RETAIN-DAYS TO WS-RETAIN-CHK
           INSPECT WS-RETAIN-CHK CONVERTING '0123456789' TO '          '
           IF WS-RETAIN-DAYS NOT = SPACE AND WS-RETAIN-CHK = SPACE
               COMPUTE WS-RETAIN-NUM =
                   FUNCTION NUMVAL(WS-RETAIN-DAYS)
           ELSE
               MOVE 30 TO WS-RETAIN-NUM
           END-IF
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - WS-RETAIN-NUM
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
             TO WS-CUTOFF-DATE
           DISPLAY 'OUTBXPRG retention days ' WS-RETAIN-NUM
                   ' cutoff ' WS-CUTOFF-DATE.

       010-INIT-EXIT.
           EXIT.
      ************************************************************************
       020-SUBSCR-FLOOR        SECTION.
           DISPLAY 'OUTBXPRG DBSELECT subscriber'
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_subscr' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SUBSCR
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 020-SUBSCR-FLOOR-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_subscr' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-SUBSCR

             MOVE MCP-RC TO FETCH-RC

             IF FETCH-RC = 0 AND SUB-ACTIVE
               ADD 1 TO WS-SUB-COUNT
               IF SUB-LAST-ACK-ID < WS-FLOOR-ID
                   MOVE SUB-LAST-ACK-ID TO WS-FLOOR-ID
               END-IF
             END-IF
           END-PERFORM
           DISPLAY 'OUTBXPRG active subscribers ' WS-SUB-COUNT
                   ' floor event id ' WS-FLOOR-ID.

       020-SUBSCR-FLOOR-EXIT.
           EXIT.
      ************************************************************************
       030-PURGE-PASS          SECTION.
           IF WS-PRG-RC NOT = 0
               GO TO 030-PURGE-PASS-EXIT
           END-IF

           DISPLAY 'OUTBXPRG DBSELECT outbox'
           MOVE 0 TO OUTBOX-EVENT-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'after' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 030-PURGE-PASS-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_outbox' TO MCP-TABLE
             MOVE 'after' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-OUTBOX

             MOVE MCP-RC TO FETCH-RC

             IF FETCH-RC = 0
               IF OUTBOX-EVENT-ID > WS-FLOOR-ID
                 DISPLAY 'OUTBXPRG subscriber floor reached at '
                         OUTBOX-EVENT-ID
                 MOVE 1 TO FETCH-RC
               ELSE
                 ADD 1 TO WS-SCAN-COUNT
                 EVALUATE TRUE
                   WHEN NOT OUTBOX-IS-SENT
                     ADD 1 TO WS-KEEP-RELAY
                   WHEN NOT (OUTBOX-TS(1:8) NUMERIC
                             AND OUTBOX-TS(1:8) < WS-CUTOFF-DATE)
                     ADD 1 TO WS-KEEP-RECENT
                   WHEN OTHER
                     PERFORM 035-PURGE-EVENT
                 END-EVALUATE
               END-IF
             END-IF
           END-PERFORM.

       030-PURGE-PASS-EXIT.
           EXIT.
      ************************************************************************
       035-PURGE-EVENT         SECTION.
           MOVE 'DBDELETE' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC = 0
               ADD 1 TO WS-DEL-COUNT
           ELSE
               DISPLAY 'DBDELETE outbox ...ng at ' OUTBOX-EVENT-ID
               ADD 1 TO WS-KEEP-FAIL
               MOVE 2 TO WS-PRG-RC
           END-IF
           EXIT.
      ************************************************************************
       040-TERM                 SECTION.
           DISPLAY 'OUTBXPRG events scanned:          ' WS-SCAN-COUNT
           DISPLAY 'OUTBXPRG events deleted:          ' WS-DEL-COUNT
           DISPLAY 'OUTBXPRG kept, relay not done:    ' WS-KEEP-RELAY
           DISPLAY 'OUTBXPRG kept, inside retention:  ' WS-KEEP-RECENT
           DISPLAY 'OUTBXPRG kept, delete failed:     ' WS-KEEP-FAIL
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
