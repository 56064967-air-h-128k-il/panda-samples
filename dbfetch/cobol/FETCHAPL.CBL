      *             and the 'parent'-path delete already took them -
      *             they apply nothing.
      *
      * Before a change or delete touches a row, the row as it stood -
      * value, version, tombstone state and whole line set - goes to
      * tbl_fetch_history (DB-HISTORY), the same before-image the
      * online PUT and DELETE keep; an image that cannot be kept
      * rejects the record with nothing applied.  Adds stamp
      * FETCH-CREATED-TS so the "as of" extract knows when the row
      * appeared.
      *
      * Records that fail - bad format, duplicate add, missing
      * change/delete target, non-zero MCP-RC, a 'D' with no cleanly
      * applied owner - go to the FETCHAPJ reject file with the reason
      * appended, and the apply carries on; one bad record must not
      * sink the delta, same rule as FETCHLOD's FETCHREJ.
      *
      * Content rules: an add or change group - the 'P' or 'C' record
      * and the 'D' lines behind it - is held until the group is
      * complete and judged whole by RULECHK against the rules in
      * tbl_fetch_rule, exactly as FETCHLOD judges a load group; a
      * change is judged on its new value and new line set.  A group
      * that breaks a rule applies nothing and every record of it goes
      * to FETCHAPJ ('RULE id' on the record that broke it, 'GROUP
      * RULE id' on the rest).  Deletes are not judged.
      *
      * Each FETCHCMP output file ends with a 'TRL ' trailer carrying
      * its record count.  The trailer is checked against the records
      * read: a missing trailer or a count mismatch means a truncated
      * trusting the apply.
      *
      * Invoked from a JCL step or shell wrapper, not through the REST
      * gateway; RETURN-CODE 1 when any record was rejected, 2 when
      * the content rules could not be read (nothing applied), 3 when
      * a trailer check failed.
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
            COPY    "DB-DETAIL".
            COPY    "DB-HISTORY".
            COPY    "RUNAREA".
            COPY    "RULEAREA".
      * The record in hand, parsed through the same views FETCHEXT and
      * FETCHCMP write: 'P' and 'D' records share the first layout's
      * id position, the 'C' change record carries old and new value.
      * a reject, never a blind insert.  Same rule FETCHLOD applies.
       01 WS-OWNER-OK-SW PIC X(01).
           88  WS-OWNER-OK             VALUE 'Y'.
      * Before-image state for 065-WRITE-HISTORY: which leg is
      * landing it, and whether it made it to the table.
       01 WS-HIST-VERB  PIC X(07).
       01 WS-HIST-OK-SW PIC X(01).
           88  WS-HIST-OK              VALUE 'Y'.
       01 WS-ERR-RC     PIC -(9)9.
       01 WS-REJ-REASON PIC X(30).
       01 WS-FILE-COUNT PIC S9(9)   BINARY.
       01 WS-DEL-COUNT  PIC S9(9)   BINARY  VALUE 0.
       01 WS-LINE-COUNT PIC S9(9)   BINARY  VALUE 0.
       01 WS-REJ-COUNT  PIC S9(9)   BINARY  VALUE 0.
       01 WS-HIST-COUNT PIC S9(9)   BINARY  VALUE 0.
      * Records read across the three delta files, for the ledger.
       01 WS-READ-COUNT PIC S9(9)   BINARY  VALUE 0.
       01 WS-HIST-IX    PIC S9(4)   BINARY.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination - RETURN-CODE itself is reset by every CALL, so a
      * failure code set mid-run would not survive the next MONFUNC
      * call.  Same rule as AUDITPRG.
       01 WS-PRG-RC     PIC S9(4)   BINARY  VALUE 0.
      * The add or change group being collected, held until it is
      * complete so the content rules can judge it whole before any
      * of it is applied.  WS-GRP-OWNER-TYPE is the record type that
      * opens a group on the leg running - 'P' for adds, 'C' for
      * changes.  501 is an owner and the 500 lines RULEAREA carries.
       01 WS-GRP-OWNER-TYPE PIC X(02).
       01 WS-GRP-MAX    PIC S9(4)   BINARY  VALUE 501.
       01 WS-GRP-COUNT  PIC S9(4)   BINARY  VALUE 0.
       01 WS-GRP-IX     PIC S9(4)   BINARY.
       01 WS-GRP-TABLE.
           05  WS-GRP-REC          PIC X(181)  OCCURS 501.
       01 WS-GRP-OVER-SW PIC X(01)  VALUE 'N'.
           88  WS-GRP-OVERFLOW         VALUE 'Y'.
       01 WS-GRP-BROKEN-SW PIC X(01) VALUE 'N'.
           88  WS-GRP-BROKEN           VALUE 'Y'.
      * The record just read, parked while the group before it is
      * replayed through WS-IN-RECORD.
       01 WS-HOLD-REC   PIC X(181).
       01 WS-VIOL-IX    PIC S9(4)   BINARY.
       01 WS-OWN-HITS   PIC S9(4)   BINARY.
       01 WS-OWN-RULE   PIC X(08).
       01 WS-MORE-DISP  PIC 9(02).
       01 WS-RULE-REJ-COUNT PIC S9(9) BINARY VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 010-INIT
           PERFORM 020-APPLY-ADDS
           PERFORM 030-APPLY-CHANGES
           PERFORM 040-APPLY-DELETES
           PERFORM 050-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'FETCHAPL' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'FETCHAPL refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           OPEN INPUT  FETCHADD-FILE
                       FETCHCHG-FILE
                       FETCHDEL-FILE
           OPEN EXTEND FETCHAPJ-FILE

      * Nothing is applied against rules that could not be read.
           MOVE 'LOAD' TO RULE-FUNC
           CALL 'RULECHK' USING
                MCPAREA
                RULEAREA
           IF RULE-RC NOT = 0
               MOVE RULE-RC TO WS-ERR-RC
               DISPLAY 'FETCHAPL content rules not read RC=' WS-ERR-RC
               MOVE 2 TO WS-PRG-RC
               PERFORM 050-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           DISPLAY 'FETCHAPL content rules in force ' RULE-COUNT
           EXIT.
      ************************************************************************
       020-APPLY-ADDS          SECTION.
           MOVE 'N' TO WS-TRL-SW
           MOVE 'N' TO WS-OWNER-OK-SW
           MOVE 0 TO WS-FILE-COUNT
           MOVE 'P ' TO WS-GRP-OWNER-TYPE
           PERFORM UNTIL WS-EOF
             READ FETCHADD-FILE
                 AT END
                         PERFORM 060-CHECK-TRAILER
                     ELSE
                         ADD 1 TO WS-FILE-COUNT
                         PERFORM 021-COLLECT-RECORD
                     END-IF
             END-READ
           END-PERFORM
           PERFORM 022-FLUSH-GROUP
           ADD WS-FILE-COUNT TO WS-READ-COUNT
           IF NOT WS-TRL-SEEN
               DISPLAY 'FETCHAPL FETCHADD trailer missing'
               MOVE 3 TO WS-PRG-RC

           EXIT.
      ************************************************************************
       021-COLLECT-RECORD      SECTION.
      * Shared by the add and change legs: the record in WS-IN-RECORD
      * joins the group being held.  A new owner record closes out the
      * group before it, which is judged and applied first.
           EVALUATE WS-IN-REC-TYPE
             WHEN WS-GRP-OWNER-TYPE
               MOVE WS-IN-RECORD TO WS-HOLD-REC
               PERFORM 022-FLUSH-GROUP
               MOVE WS-HOLD-REC TO WS-IN-RECORD
               PERFORM 021A-HOLD-RECORD
             WHEN 'D '
               PERFORM 021A-HOLD-RECORD
             WHEN OTHER
               MOVE 'BAD RECORD TYPE' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
           END-EVALUATE
           EXIT.
      ************************************************************************
       021A-HOLD-RECORD        SECTION.
      * A line past the group table cannot be judged with its group;
      * it is rejected as it arrives and the held records follow it
      * when the group is flushed.
           IF WS-GRP-COUNT >= WS-GRP-MAX
               SET WS-GRP-OVERFLOW TO TRUE
               MOVE 'GROUP OVER 500 LINES' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 021A-HOLD-RECORD-EXIT
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE WS-IN-RECORD TO WS-GRP-REC(WS-GRP-COUNT).

       021A-HOLD-RECORD-EXIT.
           EXIT.
      ************************************************************************
       022-FLUSH-GROUP         SECTION.
      * Judges the held group and applies it record by record through
      * the leg's own apply section, or rejects all of it.  Only a
      * group that opens with a well-formed owner is judged; lines
      * with no owner ahead of them, or behind a malformed one, are
      * rejected by the apply section for the reason they always were.
           IF WS-GRP-COUNT = 0
               GO TO 022-FLUSH-GROUP-EXIT
           END-IF
           MOVE 'N' TO WS-GRP-BROKEN-SW
           MOVE 0 TO RULE-VIOL-COUNT
           MOVE WS-GRP-REC(1) TO WS-IN-RECORD
           IF NOT WS-GRP-OVERFLOW
              AND WS-IN-REC-TYPE = WS-GRP-OWNER-TYPE
              AND WS-IN-ID NUMERIC
      * A change is judged on the value it leaves behind.
               IF WS-GRP-OWNER-TYPE = 'C '
                   MOVE WS-IN-CHG-NEW TO RULE-DATA1
               ELSE
                   MOVE WS-IN-DATA1 TO RULE-DATA1
               END-IF
               MOVE 0 TO RULE-LINE-COUNT
               PERFORM VARYING WS-GRP-IX FROM 2 BY 1
                       UNTIL WS-GRP-IX > WS-GRP-COUNT
                 MOVE WS-GRP-REC(WS-GRP-IX) TO WS-IN-RECORD
                 ADD 1 TO RULE-LINE-COUNT
                 MOVE WS-IN-DET-VALUE TO RULE-LINE(RULE-LINE-COUNT)
               END-PERFORM
               MOVE 'CHECK' TO RULE-FUNC
               CALL 'RULECHK' USING
                    MCPAREA
                    RULEAREA
               IF RULE-VIOL-COUNT > 0
                   SET WS-GRP-BROKEN TO TRUE
               END-IF
           END-IF

           PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                   UNTIL WS-GRP-IX > WS-GRP-COUNT
             MOVE WS-GRP-REC(WS-GRP-IX) TO WS-IN-RECORD
             EVALUATE TRUE
               WHEN WS-GRP-OVERFLOW
                 MOVE 'GROUP OVER 500 LINES' TO WS-REJ-REASON
                 PERFORM 055-WRITE-REJECT
               WHEN WS-GRP-BROKEN
                 PERFORM 022A-RULE-REJECT
               WHEN WS-GRP-OWNER-TYPE = 'C '
                 PERFORM 035-APPLY-CHG-RECORD
               WHEN OTHER
                 PERFORM 025-APPLY-ADD-RECORD
             END-EVALUATE
           END-PERFORM

      * A rejected group leaves no owner for stray lines to follow.
           IF WS-GRP-OVERFLOW OR WS-GRP-BROKEN
               MOVE 'N' TO WS-OWNER-OK-SW
           END-IF
           MOVE 0 TO WS-GRP-COUNT
           MOVE 'N' TO WS-GRP-OVER-SW.

       022-FLUSH-GROUP-EXIT.
           EXIT.
      ************************************************************************
       022A-RULE-REJECT        SECTION.
      * Rejects held record WS-GRP-IX of a group that broke a rule.
      * RULECHK numbers the owner 0 (group rules land there too) and
      * the lines from 1 in the order held, one behind the record.
           MOVE 0 TO WS-OWN-HITS
           PERFORM VARYING WS-VIOL-IX FROM 1 BY 1
                   UNTIL WS-VIOL-IX > RULE-VIOL-COUNT
             IF RULE-VIOL-LINE(WS-VIOL-IX) = WS-GRP-IX - 1
                 ADD 1 TO WS-OWN-HITS
                 IF WS-OWN-HITS = 1
                     MOVE RULE-VIOL-ID(WS-VIOL-IX) TO WS-OWN-RULE
                 END-IF
             END-IF
           END-PERFORM

           MOVE SPACE TO WS-REJ-REASON
           IF WS-OWN-HITS = 0
               STRING 'GROUP RULE ' RULE-VIOL-ID(1)
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
           ELSE
               STRING 'RULE ' WS-OWN-RULE
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               IF WS-OWN-HITS > 1
                   COMPUTE WS-MORE-DISP = WS-OWN-HITS - 1
                   STRING ' +' WS-MORE-DISP ' MORE'
                          DELIMITED BY SIZE
                          INTO WS-REJ-REASON(14:)
                   END-STRING
               END-IF
           END-IF
           ADD 1 TO WS-RULE-REJ-COUNT
           PERFORM 055-WRITE-REJECT
           EXIT.
      ************************************************************************
       025-APPLY-ADD-RECORD    SECTION.
           EVALUATE WS-IN-REC-TYPE
             WHEN 'P '
           MOVE 1 TO FETCH-VERSION
           SET FETCH-ACTIVE TO TRUE
           MOVE SPACE TO FETCH-DEL-TS
           MOVE FUNCTION CURRENT-DATE TO FETCH-CREATED-TS
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
      * Keyed insert - keeps the upstream FETCH-ID and rejects a
           MOVE 'N' TO WS-TRL-SW
           MOVE 'N' TO WS-OWNER-OK-SW
           MOVE 0 TO WS-FILE-COUNT
           MOVE 'C ' TO WS-GRP-OWNER-TYPE
           PERFORM UNTIL WS-EOF
             READ FETCHCHG-FILE
                 AT END
                         PERFORM 060-CHECK-TRAILER
                     ELSE
                         ADD 1 TO WS-FILE-COUNT
                         PERFORM 021-COLLECT-RECORD
                     END-IF
             END-READ
           END-PERFORM
           PERFORM 022-FLUSH-GROUP
           ADD WS-FILE-COUNT TO WS-READ-COUNT
           IF NOT WS-TRL-SEEN
               DISPLAY 'FETCHAPL FETCHCHG trailer missing'
               MOVE 3 TO WS-PRG-RC
               GO TO 035A-UPDATE-PARENT-EXIT
           END-IF

           MOVE 'UPDATE' TO WS-HIST-VERB
           PERFORM 065-WRITE-HISTORY
           IF NOT WS-HIST-OK
               GO TO 035A-UPDATE-PARENT-EXIT
           END-IF

           MOVE WS-IN-CHG-NEW TO FETCH-DATA1
           ADD 1 TO FETCH-VERSION
           MOVE 'DBUPDATE' TO MCP-FUNC
                     END-IF
             END-READ
           END-PERFORM
           ADD WS-FILE-COUNT TO WS-READ-COUNT
           IF NOT WS-TRL-SEEN
               DISPLAY 'FETCHAPL FETCHDEL trailer missing'
               MOVE 3 TO WS-PRG-RC
               GO TO 045-APPLY-DEL-RECORD-EXIT
           END-IF

      * Read the row back and keep its before-image first; a delete
      * whose target is gone is a reject, same as a change's.
           MOVE WS-IN-ID TO FETCH-ID
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
               MOVE SPACE TO WS-REJ-REASON
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'DEL DBSELECT RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               PERFORM 055-WRITE-REJECT
               GO TO 045-APPLY-DEL-RECORD-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
               MOVE 'DEL TARGET NOT FOUND' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 045-APPLY-DEL-RECORD-EXIT
           END-IF

           MOVE 'PURGE' TO WS-HIST-VERB
           PERFORM 065-WRITE-HISTORY
           IF NOT WS-HIST-OK
               GO TO 045-APPLY-DEL-RECORD-EXIT
           END-IF

      * Children first, so a failed parent delete never strands the
      * line items - the same order the online DELETE uses.  Deleting
      * a parent that has no lines is a clean no-op on the 'parent'
               MOVE 3 TO WS-PRG-RC
           END-IF
           EXIT.
      ************************************************************************
       065-WRITE-HISTORY       SECTION.
      * Lands the before-image of the row in DB-FETCH in
      * tbl_fetch_history: the parent columns as read back, and the
      * line set cursored off tbl_fetch_detail straight into the
      * image.  More lines than the image holds, or a failed read or
      * insert, rejects the record - the change must not go through
      * without its history.
           MOVE 'N' TO WS-HIST-OK-SW
           MOVE FETCH-ID TO HIST-FETCH-ID
           MOVE FUNCTION CURRENT-DATE TO HIST-TS
           MOVE WS-HIST-VERB TO HIST-VERB
           MOVE 'FETCHAPL' TO HIST-CLIENT-ID
           MOVE FETCH-VERSION TO HIST-VERSION
           MOVE FETCH-DATA1 TO HIST-DATA1
           MOVE FETCH-DEL-SW TO HIST-DEL-SW
           MOVE FETCH-DEL-TS TO HIST-DEL-TS
           MOVE FETCH-CREATED-TS TO HIST-CREATED-TS
           MOVE 0 TO HIST-LINE-CNT
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > 100
             MOVE 0 TO HIST-LINE-NO(WS-HIST-IX)
             MOVE SPACE TO HIST-LINE-VALUE(WS-HIST-IX)
           END-PERFORM

           MOVE FETCH-ID TO DET-FETCH-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               MOVE SPACE TO WS-REJ-REASON
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'HIST DETAIL RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               PERFORM 055-WRITE-REJECT
               GO TO 065-WRITE-HISTORY-EXIT
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
               IF HIST-LINE-CNT >= 100
                   MOVE 'HIST OVER 100 LINES' TO WS-REJ-REASON
                   PERFORM 055-WRITE-REJECT
                   GO TO 065-WRITE-HISTORY-EXIT
               END-IF
               ADD 1 TO HIST-LINE-CNT
               MOVE DET-LINE-NO TO HIST-LINE-NO(HIST-LINE-CNT)
               MOVE DET-VALUE TO HIST-LINE-VALUE(HIST-LINE-CNT)
             END-IF
           END-PERFORM

           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_history' TO MCP-TABLE
           MOVE SPACE TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-HISTORY
           IF MCP-RC = 0
               SET WS-HIST-OK TO TRUE
               ADD 1 TO WS-HIST-COUNT
           ELSE
               MOVE SPACE TO WS-REJ-REASON
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'HIST DBINSERT RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               PERFORM 055-WRITE-REJECT
           END-IF.

       065-WRITE-HISTORY-EXIT.
           EXIT.
      ************************************************************************
       050-TERM                 SECTION.
           CLOSE FETCHADD-FILE
           DISPLAY 'FETCHAPL rows changed:    ' WS-CHG-COUNT
           DISPLAY 'FETCHAPL rows deleted:    ' WS-DEL-COUNT
           DISPLAY 'FETCHAPL lines inserted:  ' WS-LINE-COUNT
           DISPLAY 'FETCHAPL images kept:     ' WS-HIST-COUNT
           DISPLAY 'FETCHAPL records rejected:' WS-REJ-COUNT
           DISPLAY 'FETCHAPL  of which rules: ' WS-RULE-REJ-COUNT
           IF WS-REJ-COUNT > 0 AND WS-PRG-RC = 0
               MOVE 1 TO WS-PRG-RC
           END-IF
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = delta records read, out = groups applied,
      * rejects = records sent to FETCHAPJ.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-READ-COUNT TO RUN-IN-CNT
           COMPUTE RUN-OUT-CNT = WS-ADD-COUNT + WS-CHG-COUNT
                               + WS-DEL-COUNT
           MOVE WS-REJ-COUNT TO RUN-REJ-CNT
           MOVE 0 TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
