       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OUTBXCMP.
      ************************************************************************
      * Loads the compensating events OUTBXRCN wrote to OUTBCMP into
      * tbl_fetch_outbox, as fresh unsent events, so the next OUTBXRLY
      * run carries them to the warehouse like any other change and
      * the warehouse is brought back in line without a full re-pull.
      *
      * Each event is checked against the live row as it loads: the
      * row may have moved on since the extract the reconciliation
      * worked from, and the event must not put the warehouse back to
      * an older state.  The state at load time wins:
      *   - row live           the file's INSERT or UPDATE, carrying
      *                        the row's current FETCH-DATA1; a DELETE
      *                        for a row that is live again goes out
      *                        as an UPDATE
      *   - row tombstoned     DELETE, carrying the row's last value
      *   - row gone           DELETE, carrying the file's value
      * Every one of these says where the row stands now, so loading
      * the same file twice sends the warehouse the same state twice
      * and does no harm.
      *
      * The file is proven whole before a single event goes in: the
      * 'HDR ' record must open it and the 'TRL ' record must close
      * it, with the record count and FETCH-ID hash total agreeing.
      * OUTBXRCN leaves the trailer off when its own inputs failed
      * their control checks, so such a file never loads.  A failure
      * here ends the run with RETURN-CODE 3 and nothing inserted.
      *
      * A row read or event insert that fails is counted and the load
      * carries on; the run ends with RETURN-CODE 2.
      *
      * Invoked from a JCL step or shell wrapper, not through the REST
      * gateway.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OUTBCMP-FILE    ASSIGN TO "OUTBCMP"
                   ORGANIZATION    IS LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
      * Same layout OUTBXRLY writes to OUTBFEED.
       FD  OUTBCMP-FILE.
       01  OUTBCMP-RECORD.
           05  CF-EVENT-ID         PIC 9(09).
           05  FILLER              PIC X(01).
           05  CF-TS               PIC X(26).
           05  FILLER              PIC X(01).
           05  CF-VERB             PIC X(06).
           05  FILLER              PIC X(01).
           05  CF-FETCH-ID         PIC 9(09).
           05  FILLER              PIC X(01).
           05  CF-DATA1            PIC X(80).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-FETCH".
            COPY    "DB-OUTBOX".
       01 WS-EOF-SW       PIC X(01).
           88  WS-EOF                  VALUE 'Y'.
      * Control-record validation state for the pre-load scan.
       01 WS-HDR-SW       PIC X(01)  VALUE 'N'.
           88  WS-HDR-SEEN             VALUE 'Y'.
       01 WS-TRL-SW       PIC X(01)  VALUE 'N'.
           88  WS-TRL-SEEN             VALUE 'Y'.
       01 WS-FIRST-SW     PIC X(01)  VALUE 'Y'.
           88  WS-FIRST-REC            VALUE 'Y'.
       01 WS-VAL-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-VAL-HASH     PIC S9(9)  BINARY   VALUE 0.
       01 WS-TRL-COUNT    PIC 9(09).
       01 WS-TRL-HASH     PIC 9(09).
       01 WS-ROW-SW       PIC X(01).
           88  WS-ROW-LIVE             VALUE 'L'.
           88  WS-ROW-TOMBSTONED       VALUE 'T'.
           88  WS-ROW-GONE             VALUE 'G'.
           88  WS-ROW-UNREAD           VALUE 'E'.
       01 WS-LOAD-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-RESOLVED     PIC S9(9)  BINARY   VALUE 0.
       01 WS-FAIL-COUNT   PIC S9(9)  BINARY   VALUE 0.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination - RETURN-CODE itself is reset by every CALL.
       01 WS-PRG-RC       PIC S9(4)  BINARY   VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-VALIDATE-INPUT
           IF WS-PRG-RC = 0
               PERFORM 020-LOAD-EVENTS
           END-IF
           PERFORM 040-TERM.
           STOP RUN.
      ************************************************************************
       010-VALIDATE-INPUT      SECTION.
           OPEN INPUT OUTBCMP-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
             READ OUTBCMP-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     PERFORM 015-VALIDATE-RECORD
             END-READ
           END-PERFORM
           CLOSE OUTBCMP-FILE

           IF WS-PRG-RC NOT = 0
               GO TO 010-VALIDATE-INPUT-EXIT
           END-IF
           IF NOT WS-HDR-SEEN
               DISPLAY 'OUTBXCMP OUTBCMP header missing'
               MOVE 3 TO WS-PRG-RC
               GO TO 010-VALIDATE-INPUT-EXIT
           END-IF
           IF NOT WS-TRL-SEEN
               DISPLAY 'OUTBXCMP OUTBCMP trailer missing'
               MOVE 3 TO WS-PRG-RC
               GO TO 010-VALIDATE-INPUT-EXIT
           END-IF
           IF WS-TRL-COUNT NOT = WS-VAL-COUNT
              OR WS-TRL-HASH NOT = WS-VAL-HASH
               DISPLAY 'OUTBXCMP OUTBCMP trailer count ' WS-TRL-COUNT
                       ' hash ' WS-TRL-HASH
                       ' but found ' WS-VAL-COUNT ' hash ' WS-VAL-HASH
               MOVE 3 TO WS-PRG-RC
               GO TO 010-VALIDATE-INPUT-EXIT
           END-IF
           DISPLAY 'OUTBXCMP OUTBCMP control records ok'.

       010-VALIDATE-INPUT-EXIT.
           EXIT.
      ************************************************************************
       015-VALIDATE-RECORD     SECTION.
           IF WS-TRL-SEEN
               DISPLAY 'OUTBXCMP OUTBCMP records after trailer'
               MOVE 3 TO WS-PRG-RC
               GO TO 015-VALIDATE-RECORD-EXIT
           END-IF
           EVALUATE TRUE
             WHEN OUTBCMP-RECORD(1:4) = 'HDR '
               IF WS-FIRST-REC
                   SET WS-HDR-SEEN TO TRUE
               ELSE
                   DISPLAY 'OUTBXCMP OUTBCMP header not first record'
                   MOVE 3 TO WS-PRG-RC
               END-IF
             WHEN OUTBCMP-RECORD(1:4) = 'TRL '
               SET WS-TRL-SEEN TO TRUE
               MOVE OUTBCMP-RECORD(14:9) TO WS-TRL-COUNT
               MOVE OUTBCMP-RECORD(24:9) TO WS-TRL-HASH
             WHEN CF-FETCH-ID NUMERIC
               ADD 1 TO WS-VAL-COUNT
               ADD CF-FETCH-ID TO WS-VAL-HASH
               IF WS-VAL-HASH >= 1000000000
                   SUBTRACT 1000000000 FROM WS-VAL-HASH
               END-IF
             WHEN OTHER
               DISPLAY 'OUTBXCMP OUTBCMP unreadable record '
                       OUTBCMP-RECORD(1:20)
               MOVE 3 TO WS-PRG-RC
           END-EVALUATE
           MOVE 'N' TO WS-FIRST-SW.

       015-VALIDATE-RECORD-EXIT.
           EXIT.
      ************************************************************************
       020-LOAD-EVENTS         SECTION.
           OPEN INPUT OUTBCMP-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
             READ OUTBCMP-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     IF OUTBCMP-RECORD(1:4) NOT = 'HDR '
                        AND OUTBCMP-RECORD(1:4) NOT = 'TRL '
                         PERFORM 025-LOAD-ONE
                     END-IF
             END-READ
           END-PERFORM
           CLOSE OUTBCMP-FILE
           EXIT.
      ************************************************************************
       025-LOAD-ONE            SECTION.
           PERFORM 030-READ-ROW
           IF WS-ROW-UNREAD
               ADD 1 TO WS-FAIL-COUNT
               MOVE 2 TO WS-PRG-RC
               GO TO 025-LOAD-ONE-EXIT
           END-IF

           MOVE CF-VERB TO OUTBOX-VERB
           EVALUATE TRUE
             WHEN WS-ROW-LIVE
               MOVE FETCH-DATA1 TO OUTBOX-DATA1
               IF CF-VERB = 'DELETE'
                   MOVE 'UPDATE' TO OUTBOX-VERB
               END-IF
             WHEN WS-ROW-TOMBSTONED
               MOVE FETCH-DATA1 TO OUTBOX-DATA1
               MOVE 'DELETE' TO OUTBOX-VERB
             WHEN OTHER
               MOVE CF-DATA1 TO OUTBOX-DATA1
               MOVE 'DELETE' TO OUTBOX-VERB
           END-EVALUATE
           IF OUTBOX-VERB NOT = CF-VERB
               DISPLAY 'OUTBXCMP ' CF-FETCH-ID ' ' CF-VERB
                       ' sent as ' OUTBOX-VERB
               ADD 1 TO WS-RESOLVED
           END-IF

           MOVE FUNCTION CURRENT-DATE TO OUTBOX-TS
           MOVE CF-FETCH-ID TO OUTBOX-FETCH-ID
           SET OUTBOX-UNSENT TO TRUE
           MOVE 0 TO OUTBOX-RETRY-CNT
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE SPACE TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC = 0
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               DISPLAY 'DBINSERT outbox ...ng for ' CF-FETCH-ID
               ADD 1 TO WS-FAIL-COUNT
               MOVE 2 TO WS-PRG-RC
           END-IF.

       025-LOAD-ONE-EXIT.
           EXIT.
      ************************************************************************
       030-READ-ROW            SECTION.
           MOVE CF-FETCH-ID TO FETCH-ID
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
               DISPLAY 'DBSELECT id ...ng for ' CF-FETCH-ID
               SET WS-ROW-UNREAD TO TRUE
               GO TO 030-READ-ROW-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           EVALUATE TRUE
             WHEN MCP-RC NOT = 0
               SET WS-ROW-GONE TO TRUE
             WHEN FETCH-TOMBSTONED
               SET WS-ROW-TOMBSTONED TO TRUE
             WHEN OTHER
               SET WS-ROW-LIVE TO TRUE
           END-EVALUATE.

       030-READ-ROW-EXIT.
           EXIT.
      ************************************************************************
       040-TERM                 SECTION.
           DISPLAY 'OUTBXCMP events loaded:        ' WS-LOAD-COUNT
           DISPLAY 'OUTBXCMP verbs resolved by row: ' WS-RESOLVED
           DISPLAY 'OUTBXCMP events failed:        ' WS-FAIL-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
