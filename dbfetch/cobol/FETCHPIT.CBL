       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         FETCHPIT.
      ************************************************************************
      * Point-in-time extract of tbl_fetch_test: writes the table as it
      * stood at a given date and time, in exactly the shape FETCHEXT
      * writes - 'HDR ', then a 'P' record per live parent followed by
      * its 'D' line records, then the 'TRL ' count and hash - so the
      * file diffs against any FETCHEXT cut with FETCHCMP and loads
      * with FETCHLOD.  "What did record 4711 say on the 3rd" no
      * longer needs a backup restored.
      *
      * The state is rebuilt from tbl_fetch_history (DB-HISTORY),
      * which holds a before-image for every change, stamped with the
      * time of the change.  For each FETCH-ID:
      *   - the image of its earliest change after the as-of time is
      *     what the row said at that time;
      *   - with no change after the as-of time, the live row is;
      *   - a row whose creation stamp is after the as-of time did not
      *     exist yet, and a row gone from the table with no change
      *     after the as-of time was already gone.
      * Rows tombstoned at the as-of time stay out, as FETCHEXT leaves
      * tombstones out.  The live 'all' cursor and the history 'all'
      * cursor both run in ascending FETCH-ID order and are merged
      * on it, one pass each.
      *
      * The as-of time is ACCEPTed: YYYYMMDDHHMMSS for that second,
      * YYYYMMDD alone for the end of that day, blank for now.  The
      * header carries the as-of date.  Anything else is refused with
      * RETURN-CODE 2 and no file content.
      *
      * Invoked from a JCL step or shell wrapper, not through the REST
      * gateway; RETURN-CODE 1 if a DBSELECT fails.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PITOUT-FILE     ASSIGN TO "PITOUT"
                   ORGANIZATION    IS LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PITOUT-FILE.
       01  PITOUT-RECORD           PIC X(97).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-FETCH".
            COPY    "DB-DETAIL".
            COPY    "DB-HISTORY".
      * The as-of parameter and the 16-character stamp it becomes -
      * the YYYYMMDDHHMMSSss head of a FUNCTION CURRENT-DATE value,
      * which is what every history and creation stamp starts with.
       01 WS-ASOF-PARM  PIC X(14).
       01 WS-ASOF-TS    PIC X(16).
       01 WS-ASOF-TIME.
           05  WS-ASOF-HH      PIC 9(02).
           05  WS-ASOF-MI      PIC 9(02).
           05  WS-ASOF-SS      PIC 9(02).
      * Merge keys.  A cursor at end of table parks its key above any
      * FETCH-ID so the other cursor drains behind it.
       01 WS-HIGH-KEY   PIC S9(10)  BINARY  VALUE 9999999999.
       01 WS-LIVE-KEY   PIC S9(10)  BINARY.
       01 WS-HIST-KEY   PIC S9(10)  BINARY.
       01 WS-CUR-KEY    PIC S9(10)  BINARY.
       01 WS-LIVE-SW    PIC X(01).
           88  WS-LIVE-HERE            VALUE 'Y'.
      * The image picked for the current FETCH-ID, when a change after
      * the as-of time was found.
       01 WS-PICK-SW    PIC X(01).
           88  WS-PICKED               VALUE 'Y'.
       01 WS-PICK-DATA1      PIC X(80).
       01 WS-PICK-DEL-SW     PIC X(01).
       01 WS-PICK-CREATED-TS PIC X(26).
       01 WS-PICK-LINE-CNT   PIC S9(4)  BINARY.
       01 WS-PICK-LINE-TABLE.
           05  WS-PICK-LINE  OCCURS 100.
               10  WS-PICK-LINE-NO   PIC S9(4)  BINARY.
               10  WS-PICK-LINE-VAL  PIC X(80).
       01 WS-PICK-IX    PIC S9(4)   BINARY.
       01 WS-ROW-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-DET-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-HIST-USED  PIC S9(9)  BINARY   VALUE 0.
      * Control-record tallies, as FETCHEXT keeps them.
       01 WS-REC-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-HASH-TOTAL PIC S9(9)  BINARY   VALUE 0.
       01 WS-HDR-RECORD.
           05  FILLER              PIC X(04)   VALUE 'HDR '.
           05  HDR-RUN-DATE        PIC 9(08).
       01 WS-TRL-RECORD.
           05  FILLER              PIC X(04)   VALUE 'TRL '.
           05  TRL-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  TRL-REC-COUNT       PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  TRL-HASH-TOTAL      PIC 9(09).
       01 WS-PARENT-RECORD.
           05  FILLER              PIC X(02)   VALUE 'P '.
           05  FO-FETCH-ID         PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FO-FETCH-DATA1      PIC X(80).
       01 WS-DETAIL-RECORD.
           05  FILLER              PIC X(02)   VALUE 'D '.
           05  FO-DET-FETCH-ID     PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FO-DET-LINE-NO      PIC 9(04).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  FO-DET-VALUE        PIC X(80).
       01 WS-PARENT-ID  PIC S9(9)  BINARY.
       01 WS-PRG-RC     PIC S9(4)  BINARY   VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-INIT
           IF WS-PRG-RC = 0
               PERFORM 020-MERGE
           END-IF
           PERFORM 050-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           OPEN OUTPUT PITOUT-FILE

           ACCEPT WS-ASOF-PARM
           EVALUATE TRUE
             WHEN WS-ASOF-PARM = SPACE
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-ASOF-TS
             WHEN WS-ASOF-PARM(1:8) NUMERIC
                  AND WS-ASOF-PARM(9:6) = SPACE
               STRING WS-ASOF-PARM(1:8) '23595999'
                      DELIMITED BY SIZE
                      INTO WS-ASOF-TS
               END-STRING
             WHEN WS-ASOF-PARM NUMERIC
               MOVE WS-ASOF-PARM(9:6) TO WS-ASOF-TIME
               IF WS-ASOF-HH > 23 OR WS-ASOF-MI > 59
                  OR WS-ASOF-SS > 59
                   MOVE 2 TO WS-PRG-RC
               END-IF
               STRING WS-ASOF-PARM '99'
                      DELIMITED BY SIZE
                      INTO WS-ASOF-TS
               END-STRING
             WHEN OTHER
               MOVE 2 TO WS-PRG-RC
           END-EVALUATE
           IF WS-PRG-RC = 0
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL(WS-ASOF-TS(1:8))) NOT = 0
                   MOVE 2 TO WS-PRG-RC
               END-IF
           END-IF
           IF WS-PRG-RC NOT = 0
               DISPLAY 'FETCHPIT as-of time not valid: ' WS-ASOF-PARM
               GO TO 010-INIT-EXIT
           END-IF
           DISPLAY 'FETCHPIT as of ' WS-ASOF-TS

           MOVE WS-ASOF-TS(1:8) TO HDR-RUN-DATE
           MOVE HDR-RUN-DATE TO TRL-RUN-DATE
           WRITE PITOUT-RECORD FROM WS-HDR-RECORD

           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'FETCHPIT DBSELECT'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 010-INIT-EXIT
           END-IF

           DISPLAY 'FETCHPIT DBSELECT history'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_history' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-HISTORY
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 010-INIT-EXIT
           END-IF

           PERFORM 012-NEXT-LIVE
           PERFORM 014-NEXT-HIST.

       010-INIT-EXIT.
           EXIT.
      ************************************************************************
       012-NEXT-LIVE           SECTION.
           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC = 0
               MOVE FETCH-ID TO WS-LIVE-KEY
           ELSE
               MOVE WS-HIGH-KEY TO WS-LIVE-KEY
           END-IF
           EXIT.
      ************************************************************************
       014-NEXT-HIST           SECTION.
           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_history' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-HISTORY
           IF MCP-RC = 0
               MOVE HIST-FETCH-ID TO WS-HIST-KEY
           ELSE
               MOVE WS-HIGH-KEY TO WS-HIST-KEY
           END-IF
           EXIT.
      ************************************************************************
       020-MERGE               SECTION.
      * One trip per FETCH-ID seen on either cursor, lowest first.
           PERFORM UNTIL WS-LIVE-KEY = WS-HIGH-KEY
                     AND WS-HIST-KEY = WS-HIGH-KEY
             IF WS-LIVE-KEY < WS-HIST-KEY
                 MOVE WS-LIVE-KEY TO WS-CUR-KEY
             ELSE
                 MOVE WS-HIST-KEY TO WS-CUR-KEY
             END-IF
             MOVE WS-CUR-KEY TO WS-PARENT-ID
             PERFORM 025-PICK-IMAGE
             PERFORM 030-EMIT-ROW
             IF WS-LIVE-HERE
                 PERFORM 012-NEXT-LIVE
             END-IF
           END-PERFORM
           EXIT.
      ************************************************************************
       025-PICK-IMAGE          SECTION.
      * Runs the history cursor past every image of the current id
      * (oldest first) and keeps the first one stamped after the
      * as-of time - the row as it stood until that change.
           MOVE 'N' TO WS-PICK-SW
           IF WS-LIVE-KEY = WS-CUR-KEY
               SET WS-LIVE-HERE TO TRUE
           ELSE
               MOVE 'N' TO WS-LIVE-SW
           END-IF
           PERFORM UNTIL WS-HIST-KEY NOT = WS-CUR-KEY
             IF NOT WS-PICKED
                AND HIST-TS(1:16) > WS-ASOF-TS
                 SET WS-PICKED TO TRUE
                 ADD 1 TO WS-HIST-USED
                 MOVE HIST-DATA1 TO WS-PICK-DATA1
                 MOVE HIST-DEL-SW TO WS-PICK-DEL-SW
                 MOVE HIST-CREATED-TS TO WS-PICK-CREATED-TS
                 MOVE HIST-LINE-CNT TO WS-PICK-LINE-CNT
                 PERFORM VARYING WS-PICK-IX FROM 1 BY 1
                         UNTIL WS-PICK-IX > HIST-LINE-CNT
                   MOVE HIST-LINE-NO(WS-PICK-IX)
                     TO WS-PICK-LINE-NO(WS-PICK-IX)
                   MOVE HIST-LINE-VALUE(WS-PICK-IX)
                     TO WS-PICK-LINE-VAL(WS-PICK-IX)
                 END-PERFORM
             END-IF
             PERFORM 014-NEXT-HIST
           END-PERFORM
           EXIT.
      ************************************************************************
       030-EMIT-ROW            SECTION.
      * Writes the current id as it stood, if it stood at all.
           IF WS-PICKED
               IF WS-PICK-CREATED-TS NOT = SPACE
                  AND WS-PICK-CREATED-TS(1:16) > WS-ASOF-TS
                   GO TO 030-EMIT-ROW-EXIT
               END-IF
               IF WS-PICK-DEL-SW = 'Y'
                   GO TO 030-EMIT-ROW-EXIT
               END-IF
               MOVE WS-PARENT-ID TO FO-FETCH-ID
               MOVE WS-PICK-DATA1 TO FO-FETCH-DATA1
               WRITE PITOUT-RECORD FROM WS-PARENT-RECORD
               ADD 1 TO WS-ROW-COUNT
               PERFORM 038-TALLY-CONTROL
               PERFORM VARYING WS-PICK-IX FROM 1 BY 1
                       UNTIL WS-PICK-IX > WS-PICK-LINE-CNT
                 MOVE WS-PARENT-ID TO FO-DET-FETCH-ID
                 MOVE WS-PICK-LINE-NO(WS-PICK-IX) TO FO-DET-LINE-NO
                 MOVE WS-PICK-LINE-VAL(WS-PICK-IX) TO FO-DET-VALUE
                 WRITE PITOUT-RECORD FROM WS-DETAIL-RECORD
                 ADD 1 TO WS-DET-COUNT
                 PERFORM 038-TALLY-CONTROL
               END-PERFORM
               GO TO 030-EMIT-ROW-EXIT
           END-IF

      * Nothing changed since the as-of time: the live row is the
      * answer - when there is one, it already existed then, and it
      * is not a tombstone.
           IF NOT WS-LIVE-HERE
               GO TO 030-EMIT-ROW-EXIT
           END-IF
           IF FETCH-CREATED-TS NOT = SPACE
              AND FETCH-CREATED-TS(1:16) > WS-ASOF-TS
               GO TO 030-EMIT-ROW-EXIT
           END-IF
           IF FETCH-TOMBSTONED
               GO TO 030-EMIT-ROW-EXIT
           END-IF
           MOVE WS-PARENT-ID TO FO-FETCH-ID
           MOVE FETCH-DATA1 TO FO-FETCH-DATA1
           WRITE PITOUT-RECORD FROM WS-PARENT-RECORD
           ADD 1 TO WS-ROW-COUNT
           PERFORM 038-TALLY-CONTROL
           PERFORM 035-LIVE-DETAILS.

       030-EMIT-ROW-EXIT.
           EXIT.
      ************************************************************************
       035-LIVE-DETAILS        SECTION.
      * The live row's lines, down the 'parent' path the way
      * FETCHEXT's 025-EXTRACT-DETAILS runs them.
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           MOVE WS-PARENT-ID TO DET-FETCH-ID
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               DISPLAY 'FETCHPIT DBSELECT detail ...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 035-LIVE-DETAILS-EXIT
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
               MOVE WS-PARENT-ID TO FO-DET-FETCH-ID
               MOVE DET-LINE-NO TO FO-DET-LINE-NO
               MOVE DET-VALUE TO FO-DET-VALUE
               WRITE PITOUT-RECORD FROM WS-DETAIL-RECORD
               ADD 1 TO WS-DET-COUNT
               PERFORM 038-TALLY-CONTROL
             END-IF
           END-PERFORM.

       035-LIVE-DETAILS-EXIT.
           EXIT.
      ************************************************************************
       038-TALLY-CONTROL        SECTION.
      * Count the record and fold the owning parent's id into the
      * hash, the same total FETCHEXT's trailer carries.
           ADD 1 TO WS-REC-COUNT
           ADD WS-PARENT-ID TO WS-HASH-TOTAL
           IF WS-HASH-TOTAL >= 1000000000
               SUBTRACT 1000000000 FROM WS-HASH-TOTAL
           END-IF
           EXIT.
      ************************************************************************
       050-TERM                 SECTION.
      * The trailer only goes on a complete cut: a refused parameter
      * leaves the file empty and a failed select leaves it without a
      * trailer, so FETCHLOD and FETCHCMP refuse it rather than take
      * a partial table for the whole.
           IF WS-PRG-RC = 0
               MOVE WS-REC-COUNT TO TRL-REC-COUNT
               MOVE WS-HASH-TOTAL TO TRL-HASH-TOTAL
               WRITE PITOUT-RECORD FROM WS-TRL-RECORD
           END-IF
           CLOSE PITOUT-FILE
           DISPLAY 'FETCHPIT rows written:   ' WS-ROW-COUNT
           DISPLAY 'FETCHPIT lines written:  ' WS-DET-COUNT
           DISPLAY 'FETCHPIT from history:   ' WS-HIST-USED
           DISPLAY 'FETCHPIT hash total:     ' WS-HASH-TOTAL
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
