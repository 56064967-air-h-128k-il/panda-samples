       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RULESCAN.
      ************************************************************************
      * Nightly content-rule rescan of tbl_fetch_test and its line
      * items in tbl_fetch_detail.  The online POST and PUT, FETCHLOD
      * and FETCHAPL judge a record against the rules in
      * tbl_fetch_rule (DB-RULE) only as it comes in; a rule
      * operations add or tighten later says nothing about the rows
      * already stored, nor about rows that came back through a
      * restore or were written before the rule existed.  This job
      * judges every stored record against the rules in force
      * tonight, through the same RULECHK, and writes an exception
      * record to RULEEXC for every rule a record breaks:
      *   - the parent's FETCH-ID and, for a rule broken by one line,
      *     that line's DET-LINE-NO (0000 for the parent value and for
      *     the line-count and duplicate-line rules),
      *   - 'T' when the row is tombstoned - a tombstoned row can be
      *     restored as it stands, so it is judged too, but marked so
      *     operations can tell it from a live one,
      *   - the rule id and the rule's text.
      * Nothing is changed - the listing is for operations to work
      * through, the same as the other overnight verifiers.  A record
      * whose lines cannot be read is an exception line, not a reason
      * to stop.
      *
      * The parent cursor walks tbl_fetch_test down the 'all' path;
      * each parent's lines come off a cursor of their own down
      * tbl_fetch_detail's 'parent' path - the monitor keeps one
      * cursor per table, so the parent walk is untouched.
      *
      * Ends with a summary record in the exception file and on the
      * console.  Invoked from a JCL step or shell wrapper; sets
      * RETURN-CODE 1 when the rules or the table cannot be read, 2
      * when any rule was found broken, so the scheduler can flag the
      * run.
      *
      * Every run is recorded in the batch run ledger through
      * RUNLEDG, which takes the business date (and FORCE) from the
      * run-control card - the first SYSIN line - and can refuse
      * the start: RETURN-CODE 8, nothing done.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  RULEEXC-FILE    ASSIGN TO "RULEEXC"
                   ORGANIZATION    IS LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  RULEEXC-FILE.
       01  RULEEXC-RECORD.
           05  RX-FETCH-ID         PIC 9(09).
           05  FILLER              PIC X(01).
           05  RX-LINE-NO          PIC 9(04).
           05  FILLER              PIC X(01).
           05  RX-STATE            PIC X(01).
           05  FILLER              PIC X(01).
           05  RX-RULE-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  RX-REASON           PIC X(40).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-FETCH".
            COPY    "DB-DETAIL".
            COPY    "RUNAREA".
            COPY    "RULEAREA".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ROW-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-LINE-COUNT PIC S9(9)  BINARY   VALUE 0.
       01 WS-BROKEN-COUNT PIC S9(9) BINARY  VALUE 0.
       01 WS-EXC-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-ERR-RC     PIC -(9)9.
       01 WS-ROW-DISP   PIC 9(09).
       01 WS-BROKEN-DISP PIC 9(09).
       01 WS-EXC-DISP   PIC 9(09).
       01 WS-EXC-LINE-NO PIC S9(4) BINARY.
       01 WS-EXC-RULE   PIC X(08).
       01 WS-EXC-REASON PIC X(40).
       01 WS-VIOL-IX    PIC S9(4)  BINARY.
      * The stored line numbers of the parent being judged, in the
      * order its lines were handed to RULECHK - RULECHK names a line
      * by its place in that order, the exception names it by number.
       01 WS-LINE-NO-TABLE.
           05  WS-LINE-NO          PIC S9(4)  BINARY  OCCURS 500.
       01 WS-LINES-OK-SW PIC X(01).
           88  WS-LINES-OK             VALUE 'Y'.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 010-INIT
           PERFORM 020-SCAN
           PERFORM 030-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'RULESCAN' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'RULESCAN refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           OPEN OUTPUT RULEEXC-FILE
           MOVE 1 TO FETCH-RC

           DISPLAY 'RULESCAN rule LOAD'
           MOVE 'LOAD' TO RULE-FUNC
           CALL 'RULECHK' USING
                MCPAREA
                RULEAREA
           IF RULE-RC = 0
               DISPLAY '...ok - rules in force ' RULE-COUNT
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO RETURN-CODE
               GO TO 010-INIT-EXIT
           END-IF

           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'RULESCAN DBSELECT'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO RETURN-CODE
           END-IF.

       010-INIT-EXIT.
           EXIT.
      ************************************************************************
       020-SCAN                SECTION.
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_test' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-FETCH

             MOVE MCP-RC TO FETCH-RC

             IF FETCH-RC = 0
               ADD 1 TO WS-ROW-COUNT
               PERFORM 025-CHECK-ROW
             END-IF
           END-PERFORM.

           EXIT.
      ************************************************************************
       025-CHECK-ROW           SECTION.
           PERFORM 026-READ-LINES
           IF NOT WS-LINES-OK
               GO TO 025-CHECK-ROW-EXIT
           END-IF

           MOVE FETCH-DATA1 TO RULE-DATA1
           MOVE 'CHECK' TO RULE-FUNC
           CALL 'RULECHK' USING
                MCPAREA
                RULEAREA
           IF RULE-VIOL-COUNT = 0
               GO TO 025-CHECK-ROW-EXIT
           END-IF

           ADD 1 TO WS-BROKEN-COUNT
           PERFORM VARYING WS-VIOL-IX FROM 1 BY 1
                   UNTIL WS-VIOL-IX > RULE-VIOL-COUNT
             IF RULE-VIOL-LINE(WS-VIOL-IX) = 0
                 MOVE 0 TO WS-EXC-LINE-NO
             ELSE
                 MOVE WS-LINE-NO(RULE-VIOL-LINE(WS-VIOL-IX))
                   TO WS-EXC-LINE-NO
             END-IF
             MOVE RULE-VIOL-ID(WS-VIOL-IX) TO WS-EXC-RULE
             MOVE RULE-VIOL-TEXT(WS-VIOL-IX) TO WS-EXC-REASON
             PERFORM 028-WRITE-EXCEPTION
           END-PERFORM
           IF RULE-VIOL-OVERFLOW
               MOVE 0 TO WS-EXC-LINE-NO
               MOVE SPACE TO WS-EXC-RULE
               MOVE 'MORE RULES BROKEN THAN LISTED'
                 TO WS-EXC-REASON
               PERFORM 028-WRITE-EXCEPTION
           END-IF.

       025-CHECK-ROW-EXIT.
           EXIT.
      ************************************************************************
       026-READ-LINES          SECTION.
      * The parent's line set into RULEAREA, in DET-LINE-NO order.
      * Every line is counted for the line-count rules; the first 500
      * are held for the value rules.  A line set that cannot be read
      * is an exception for the parent, and the parent is not judged
      * on half its lines.
           MOVE 'N' TO WS-LINES-OK-SW
           MOVE 0 TO RULE-LINE-COUNT
           MOVE FETCH-ID TO DET-FETCH-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               MOVE MCP-RC TO WS-ERR-RC
               MOVE 0 TO WS-EXC-LINE-NO
               MOVE SPACE TO WS-EXC-RULE
               MOVE SPACE TO WS-EXC-REASON
               STRING 'LINES NOT READ RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-EXC-REASON
               END-STRING
               PERFORM 028-WRITE-EXCEPTION
               GO TO 026-READ-LINES-EXIT
           END-IF

           MOVE 0 TO MCP-RC
           PERFORM UNTIL MCP-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_detail' TO MCP-TABLE
             MOVE 'parent' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-DETAIL
             IF MCP-RC = 0
                 ADD 1 TO WS-LINE-COUNT
                 ADD 1 TO RULE-LINE-COUNT
                 IF RULE-LINE-COUNT <= 500
                     MOVE DET-VALUE TO RULE-LINE(RULE-LINE-COUNT)
                     MOVE DET-LINE-NO TO WS-LINE-NO(RULE-LINE-COUNT)
                 END-IF
             END-IF
           END-PERFORM
           SET WS-LINES-OK TO TRUE.

       026-READ-LINES-EXIT.
           EXIT.
      ************************************************************************
       028-WRITE-EXCEPTION     SECTION.
           MOVE SPACE TO RULEEXC-RECORD
           MOVE FETCH-ID TO RX-FETCH-ID
           MOVE WS-EXC-LINE-NO TO RX-LINE-NO
           IF FETCH-TOMBSTONED
               MOVE 'T' TO RX-STATE
           END-IF
           MOVE WS-EXC-RULE TO RX-RULE-ID
           MOVE WS-EXC-REASON TO RX-REASON
           WRITE RULEEXC-RECORD
           ADD 1 TO WS-EXC-COUNT
           EXIT.
      ************************************************************************
       030-TERM                 SECTION.
           MOVE SPACE TO RULEEXC-RECORD
           MOVE 0 TO RX-FETCH-ID
           MOVE 0 TO RX-LINE-NO
           MOVE SPACE TO WS-EXC-REASON
           MOVE WS-ROW-COUNT TO WS-ROW-DISP
           MOVE WS-BROKEN-COUNT TO WS-BROKEN-DISP
           MOVE WS-EXC-COUNT TO WS-EXC-DISP
           STRING 'SUMMARY ROWS=' WS-ROW-DISP
                  ' BROKEN=' WS-BROKEN-DISP
                  DELIMITED BY SIZE
                  INTO WS-EXC-REASON
           END-STRING
           MOVE WS-EXC-REASON TO RX-REASON
           MOVE 'SUMMARY' TO RX-RULE-ID
           WRITE RULEEXC-RECORD
           CLOSE RULEEXC-FILE
           DISPLAY 'RULESCAN rows checked:   ' WS-ROW-COUNT
           DISPLAY 'RULESCAN lines checked:  ' WS-LINE-COUNT
           DISPLAY 'RULESCAN rows broken:    ' WS-BROKEN-COUNT
           DISPLAY 'RULESCAN exceptions:     ' WS-EXC-COUNT
           IF WS-EXC-COUNT > 0 AND RETURN-CODE = 0
               MOVE 2 TO RETURN-CODE
           END-IF
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = rows checked, exceptions = RULEEXC lines.
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
