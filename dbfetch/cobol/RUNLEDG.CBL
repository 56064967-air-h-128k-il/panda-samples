       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RUNLEDG.
      ************************************************************************
      * Batch run ledger and gate, CALLed by every program in the
      * nightly stream (CALL 'RUNLEDG' USING RUNAREA) once when it
      * starts and once when it ends.  The scheduler throws away the
      * console DISPLAYs and keeps only the last RETURN-CODE, so
      * tbl_fetch_runlog (DB-RUNLOG) is the one record of what ran for
      * which business date, when, how it ended and what it counted.
      *
      * START reads the run-control card - the next SYSIN line after
      * the program's own parameters:
      *     columns 1-8   business date YYYYMMDD, blank for today
      *     columns 10-14 FORCE to rerun a date that already ran clean
      * then applies two gates, in this order:
      *   1. Upstream - a program that consumes another's output for
      *      the same business date may only start once that step's
      *      latest run ended clean (RETURN-CODE 0).  Refused attempts
      *      ('X') are not runs and do not count either way.  The
      *      dependencies are the WS-GATE table below.
      *   2. Repeat - a program that already ran clean for the date
      *      is refused unless the card says FORCE.  FORCE lifts only
      *      this gate, never the upstream one.
      * Any row the program still has running ('R') for the date is an
      * attempt that abended before its end record - the scheduler
      * never runs two of the same step at once - so it is closed as
      * failed before the new attempt is recorded.  The attempt is
      * recorded whatever the verdict: a refused start leaves an 'X'
      * row with the reason, so the console shows it was tried.
      *
      * A ledger that cannot be read or written refuses the start:
      * running without the record would let the next step's gate
      * pass or fail on a guess.  A failed end record is only
      * DISPLAYed - the row stays 'R', which reads as not clean, so
      * the downstream step holds until operations looks.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-RUNLOG".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-CARD         PIC X(80).
      * Each entry names a program and the step whose clean run for
      * the same business date it needs before it may start.
       01 WS-GATE-VALUES.
           05  FILLER              PIC X(16)   VALUE 'FETCHCMPFETCHEXT'.
           05  FILLER              PIC X(16)   VALUE 'FETCHAPLFETCHCMP'.
           05  FILLER              PIC X(16)   VALUE 'OUTBXACKOUTBXRLY'.
       01 WS-GATE-TABLE REDEFINES WS-GATE-VALUES.
           05  WS-GATE             OCCURS 3.
               10  WS-GATE-PROGRAM PIC X(08).
               10  WS-GATE-UPSTREAM PIC X(08).
       01 WS-GATE-MAX     PIC S9(4)  BINARY   VALUE 3.
       01 WS-GATE-SUB     PIC S9(4)  BINARY.
       01 WS-UPSTREAM     PIC X(08).
       01 WS-UP-STATUS    PIC X(01).
       01 WS-CLEAN-SW     PIC X(01).
           88  WS-RAN-CLEAN            VALUE 'Y'.
      * The row the current attempt owns, built at START and
      * completed at END; the walks above overwrite DB-RUNLOG, so it
      * is kept apart from the cursor buffer.
       01 WS-OWN-ROW      PIC X(200).
       01 WS-ERR-RC       PIC -(9)9.
       LINKAGE                 SECTION.
            COPY    "RUNAREA".

      ************************************************************************
       PROCEDURE           DIVISION    USING
           RUNAREA.
       000-MAIN                SECTION.
           EVALUATE RUN-FUNC
             WHEN 'START'
               PERFORM 010-START
             WHEN 'END'
               PERFORM 050-END
             WHEN OTHER
               DISPLAY 'RUNLEDG unknown function ' RUN-FUNC
               SET RUN-REFUSED TO TRUE
               MOVE 'UNKNOWN LEDGER FUNCTION' TO RUN-REASON
           END-EVALUATE.
           EXIT PROGRAM.
      ************************************************************************
       010-START               SECTION.
           SET RUN-MAY-START TO TRUE
           MOVE SPACE TO RUN-REASON
           MOVE 0 TO RUN-LEDGER-ID
           MOVE 'N' TO RUN-FORCE-SW

           MOVE SPACE TO WS-CARD
           ACCEPT WS-CARD
           MOVE WS-CARD(1:8) TO RUN-BUS-DATE
           IF RUN-BUS-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-BUS-DATE
           END-IF
           IF WS-CARD(10:5) = 'FORCE'
               SET RUN-FORCED TO TRUE
           END-IF
           DISPLAY 'RUNLEDG ' RUN-PROGRAM ' business date '
                   RUN-BUS-DATE ' force ' RUN-FORCE-SW
      * No row for a date that is not a date - there is nothing a
      * later gate could ever match it against.
           IF RUN-BUS-DATE NOT NUMERIC
               SET RUN-REFUSED TO TRUE
               MOVE 'BUSINESS DATE MUST BE YYYYMMDD' TO RUN-REASON
               GO TO 010-START-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(RUN-BUS-DATE)) NOT = 0
               SET RUN-REFUSED TO TRUE
               MOVE 'BUSINESS DATE MUST BE YYYYMMDD' TO RUN-REASON
               GO TO 010-START-EXIT
           END-IF

           PERFORM 020-CHECK-UPSTREAM
           IF RUN-MAY-START
               PERFORM 030-CHECK-REPEAT
           END-IF
           PERFORM 040-RECORD-START.

       010-START-EXIT.
           EXIT.
      ************************************************************************
       020-CHECK-UPSTREAM      SECTION.
           MOVE SPACE TO WS-UPSTREAM
           PERFORM VARYING WS-GATE-SUB FROM 1 BY 1
                   UNTIL WS-GATE-SUB > WS-GATE-MAX
             IF WS-GATE-PROGRAM(WS-GATE-SUB) = RUN-PROGRAM
                 MOVE WS-GATE-UPSTREAM(WS-GATE-SUB) TO WS-UPSTREAM
             END-IF
           END-PERFORM
           IF WS-UPSTREAM = SPACE
               GO TO 020-CHECK-UPSTREAM-EXIT
           END-IF

      * The upstream step's latest real run decides - a clean run
      * followed by a failed forced rerun has left its output in the
      * failed state.
           MOVE SPACE TO WS-UP-STATUS
           MOVE WS-UPSTREAM TO LEDG-PROGRAM
           MOVE RUN-BUS-DATE TO LEDG-BUS-DATE
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'progdate' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC NOT = 0
               PERFORM 090-LEDGER-ERROR
               GO TO 020-CHECK-UPSTREAM-EXIT
           END-IF
           MOVE 0 TO FETCH-RC
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_runlog' TO MCP-TABLE
             MOVE 'progdate' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-RUNLOG
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0 AND NOT LEDG-REFUSED
                 MOVE LEDG-STATUS TO WS-UP-STATUS
             END-IF
           END-PERFORM

           IF WS-UP-STATUS NOT = 'C'
               SET RUN-REFUSED TO TRUE
               MOVE SPACE TO RUN-REASON
               IF WS-UP-STATUS = SPACE
                   STRING 'UPSTREAM ' WS-UPSTREAM ' HAS NOT RUN'
                          DELIMITED BY SIZE
                          INTO RUN-REASON
                   END-STRING
               ELSE
                   STRING 'UPSTREAM ' WS-UPSTREAM ' NOT CLEAN'
                          DELIMITED BY SIZE
                          INTO RUN-REASON
                   END-STRING
               END-IF
           END-IF.

       020-CHECK-UPSTREAM-EXIT.
           EXIT.
      ************************************************************************
       030-CHECK-REPEAT        SECTION.
      * One walk over the program's own rows for the date: note any
      * clean run, and close any attempt still marked running.  The
      * close is a keyed update on the row in the buffer; the cursor
      * carries on behind it.
           MOVE 'N' TO WS-CLEAN-SW
           MOVE RUN-PROGRAM TO LEDG-PROGRAM
           MOVE RUN-BUS-DATE TO LEDG-BUS-DATE
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'progdate' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC NOT = 0
               PERFORM 090-LEDGER-ERROR
               GO TO 030-CHECK-REPEAT-EXIT
           END-IF
           MOVE 0 TO FETCH-RC
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_runlog' TO MCP-TABLE
             MOVE 'progdate' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-RUNLOG
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               IF LEDG-CLEAN
                   SET WS-RAN-CLEAN TO TRUE
               END-IF
               IF LEDG-RUNNING
                   PERFORM 035-CLOSE-ABANDONED
               END-IF
             END-IF
           END-PERFORM

           IF WS-RAN-CLEAN AND NOT RUN-FORCED
               SET RUN-REFUSED TO TRUE
               MOVE 'ALREADY RAN CLEAN - FORCE TO RERUN'
                 TO RUN-REASON
           END-IF.

       030-CHECK-REPEAT-EXIT.
           EXIT.
      ************************************************************************
       035-CLOSE-ABANDONED     SECTION.
           DISPLAY 'RUNLEDG closing abandoned run ' LEDG-ID
           MOVE FUNCTION CURRENT-DATE TO LEDG-END-TS
           SET LEDG-FAILED TO TRUE
           MOVE 'NO END RECORDED - ABENDED' TO LEDG-REASON
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC NOT = 0
               DISPLAY 'DBUPDATE runlog ...ng at ' LEDG-ID
           END-IF
           EXIT.
      ************************************************************************
       040-RECORD-START        SECTION.
           INITIALIZE DB-RUNLOG
           MOVE RUN-PROGRAM TO LEDG-PROGRAM
           MOVE RUN-BUS-DATE TO LEDG-BUS-DATE
           MOVE FUNCTION CURRENT-DATE TO LEDG-START-TS
           MOVE RUN-FORCE-SW TO LEDG-FORCED-SW
           IF RUN-MAY-START
               SET LEDG-RUNNING TO TRUE
               MOVE SPACE TO LEDG-END-TS
           ELSE
               SET LEDG-REFUSED TO TRUE
               MOVE LEDG-START-TS TO LEDG-END-TS
               MOVE RUN-REASON TO LEDG-REASON
           END-IF

           DISPLAY 'RUNLEDG DBINSERT'
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE SPACE TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE LEDG-ID TO RUN-LEDGER-ID
               MOVE DB-RUNLOG TO WS-OWN-ROW
           ELSE
               DISPLAY '...ng'
               IF RUN-MAY-START
                   PERFORM 090-LEDGER-ERROR
               END-IF
           END-IF
           EXIT.
      ************************************************************************
       050-END                 SECTION.
           IF RUN-LEDGER-ID = 0
               GO TO 050-END-EXIT
           END-IF

           MOVE WS-OWN-ROW TO DB-RUNLOG
           IF LEDG-ID NOT = RUN-LEDGER-ID
               DISPLAY 'RUNLEDG end for unknown run ' RUN-LEDGER-ID
               GO TO 050-END-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LEDG-END-TS
           MOVE RUN-END-RC TO LEDG-RC
           MOVE RUN-IN-CNT TO LEDG-IN-CNT
           MOVE RUN-OUT-CNT TO LEDG-OUT-CNT
           MOVE RUN-REJ-CNT TO LEDG-REJ-CNT
           MOVE RUN-EXC-CNT TO LEDG-EXC-CNT
           IF RUN-END-RC = 0
               SET LEDG-CLEAN TO TRUE
           ELSE
               SET LEDG-FAILED TO TRUE
           END-IF

           DISPLAY 'RUNLEDG DBUPDATE'
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               MOVE MCP-RC TO WS-ERR-RC
               DISPLAY 'RUNLEDG end record not written for run '
                       RUN-LEDGER-ID ' MCP-RC=' WS-ERR-RC
           END-IF.

       050-END-EXIT.
           EXIT.
      ************************************************************************
       090-LEDGER-ERROR        SECTION.
           SET RUN-REFUSED TO TRUE
           MOVE MCP-RC TO WS-ERR-RC
           MOVE SPACE TO RUN-REASON
           STRING 'LEDGER ' MCP-FUNC ' MCP-RC=' WS-ERR-RC
                  DELIMITED BY SIZE
                  INTO RUN-REASON
           END-STRING
           DISPLAY 'RUNLEDG ' RUN-REASON
           EXIT.
