      * reloaded.  A clean end-of-load clears the checkpoint
      * (CKPTCLEAR) so the next refresh starts from record one.
      *
      * Content rules: each group - a parent and its lines - is held
      * until the next 'P' record (or end of file) and judged whole
      * by RULECHK against the rules in tbl_fetch_rule, the same
      * check the online POST and PUT run.  A group that breaks a
      * rule loads nothing: every record of it goes to FETCHREJ, the
      * record that broke a rule with 'RULE id' (and how many more
      * it broke), the rest with 'GROUP RULE id' naming the first
      * rule the group broke.  A group of more than 500 lines cannot
      * be judged and is rejected whole as well.  Rules that cannot
      * be read stop the run before anything is loaded.
      *
      * Before anything is applied, the whole file is read once to
      * validate the control records FETCHEXT brackets it with: the
      * 'HDR ' record must open the file and the 'TRL ' record must
      *
      * Invoked from a JCL step or shell wrapper, not through the REST
      * gateway; sets RETURN-CODE non-zero when any record was
      * rejected so the scheduler can flag the run (2 when a
      * checkpoint could not be written or the content rules could
      * not be read, 3 when the control-record validation failed).
      *
      * Every run is recorded in the batch run ledger through
      * RUNLEDG, which takes the business date (and FORCE) from the
      * run-control card - the first SYSIN line - and can refuse
      * the start: RETURN-CODE 8, nothing done.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
            COPY    "DB-FETCH".
            COPY    "DB-DETAIL".
            COPY    "DB-RESTART".
            COPY    "RUNAREA".
            COPY    "RULEAREA".
       01 WS-EOF-SW     PIC X(01)   VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
      * Whether the most recent 'P' record's insert came back clean -
       01 WS-VAL-HASH   PIC S9(9)   BINARY  VALUE 0.
       01 WS-TRL-COUNT  PIC 9(09).
       01 WS-TRL-HASH   PIC 9(09).
      * The group being collected - the 'P' record and its 'D' lines,
      * as read - held until the group is complete so the content
      * rules can judge it whole before any of it is applied.  501 is
      * a parent and the 500 lines RULEAREA carries.
       01 WS-GRP-MAX    PIC S9(4)   BINARY  VALUE 501.
       01 WS-GRP-COUNT  PIC S9(4)   BINARY  VALUE 0.
       01 WS-GRP-IX     PIC S9(4)   BINARY.
       01 WS-GRP-TABLE.
           05  WS-GRP-REC          PIC X(97)   OCCURS 501.
       01 WS-GRP-OVER-SW PIC X(01)  VALUE 'N'.
           88  WS-GRP-OVERFLOW         VALUE 'Y'.
       01 WS-GRP-BROKEN-SW PIC X(01) VALUE 'N'.
           88  WS-GRP-BROKEN           VALUE 'Y'.
      * The record just read, parked while the group before it is
      * replayed through FETCHIN-RECORD.
       01 WS-HOLD-REC   PIC X(97).
       01 WS-VIOL-IX    PIC S9(4)   BINARY.
       01 WS-OWN-HITS   PIC S9(4)   BINARY.
       01 WS-OWN-RULE   PIC X(08).
       01 WS-MORE-DISP  PIC 9(02).
       01 WS-RULE-REJ-COUNT PIC S9(9) BINARY VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 005-VALIDATE-CONTROL
           PERFORM 010-INIT
           PERFORM 020-LOAD
           PERFORM 030-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'FETCHLOD' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'FETCHLOD refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       005-VALIDATE-CONTROL    SECTION.
      * One full read of FETCHIN before anything is applied: prove
           IF NOT WS-HDR-SEEN
               DISPLAY 'FETCHLOD FETCHIN header missing'
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           IF NOT WS-TRL-SEEN
               DISPLAY 'FETCHLOD FETCHIN trailer missing'
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           IF WS-TRL-COUNT NOT = WS-VAL-COUNT
               DISPLAY 'FETCHLOD trailer count ' WS-TRL-COUNT
                       ' but records found ' WS-VAL-COUNT
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           IF WS-TRL-HASH NOT = WS-VAL-HASH
               DISPLAY 'FETCHLOD trailer hash ' WS-TRL-HASH
                       ' but hash found ' WS-VAL-HASH
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           DISPLAY 'FETCHLOD control records ok - '
           IF WS-TRL-SEEN
               DISPLAY 'FETCHLOD records after trailer'
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           EVALUATE TRUE
               ELSE
                   DISPLAY 'FETCHLOD header not first record'
                   MOVE 3 TO RETURN-CODE
                   PERFORM 099-LEDGER-END
                   STOP RUN
               END-IF
             WHEN FETCHIN-RECORD(1:4) = 'TRL '
           ELSE
               DISPLAY '...no checkpoint'
               MOVE 0 TO WS-SKIP-TO
           END-IF

      * Nothing is loaded against rules that could not be read - a
      * refresh judged by no rules would let in what the gateway
      * refuses.
           MOVE 'LOAD' TO RULE-FUNC
           CALL 'RULECHK' USING
                MCPAREA
                RULEAREA
           IF RULE-RC NOT = 0
               MOVE RULE-RC TO WS-ERR-RC
               DISPLAY 'FETCHLOD content rules not read RC=' WS-ERR-RC
               MOVE 2 TO RETURN-CODE
               PERFORM 030-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           DISPLAY 'FETCHLOD content rules in force ' RULE-COUNT.

       010-INIT-EXIT.
           EXIT.
                     IF WS-REC-NUM > WS-SKIP-TO
                        AND FETCHIN-RECORD(1:4) NOT = 'HDR '
                        AND FETCHIN-RECORD(1:4) NOT = 'TRL '
                         PERFORM 021-COLLECT-RECORD
                     END-IF
             END-READ
           END-PERFORM
      * The last group has no 'P' record behind it to close it out.
           PERFORM 022-FLUSH-GROUP.

           EXIT.
      ************************************************************************
       021-COLLECT-RECORD      SECTION.
      * A new parent record closes out the previous group: the group
      * is judged and applied, then - if the checkpoint interval is
      * up - the watermark docks at the last record of the completed
      * group, never between a parent and its lines.
           EVALUATE FI-REC-TYPE
             WHEN 'P '
               MOVE FETCHIN-RECORD TO WS-HOLD-REC
               PERFORM 022-FLUSH-GROUP
               MOVE WS-HOLD-REC TO FETCHIN-RECORD
               IF WS-ROWS-SINCE-CKPT >= WS-CKPT-EVERY
                   COMPUTE WS-CKPT-AT = WS-REC-NUM - 1
                   PERFORM 027-CHECKPOINT
                   MOVE 0 TO WS-ROWS-SINCE-CKPT
               END-IF
               PERFORM 021A-HOLD-RECORD
             WHEN 'D '
               PERFORM 021A-HOLD-RECORD
             WHEN OTHER
               MOVE 'BAD RECORD TYPE' TO WS-REJ-REASON
               PERFORM 026-WRITE-REJECT
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
               PERFORM 026-WRITE-REJECT
               GO TO 021A-HOLD-RECORD-EXIT
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE FETCHIN-RECORD TO WS-GRP-REC(WS-GRP-COUNT).

       021A-HOLD-RECORD-EXIT.
           EXIT.
      ************************************************************************
       022-FLUSH-GROUP         SECTION.
      * Judges the held group and applies it record by record through
      * 025-LOAD-RECORD, or rejects all of it.  Only a group that
      * opens with a well-formed parent is judged; lines with no
      * parent ahead of them, or behind a malformed one, go through
      * 025 and are rejected there for the reason they always were.
           IF WS-GRP-COUNT = 0
               GO TO 022-FLUSH-GROUP-EXIT
           END-IF
           MOVE 'N' TO WS-GRP-BROKEN-SW
           MOVE 0 TO RULE-VIOL-COUNT
           MOVE WS-GRP-REC(1) TO FETCHIN-RECORD
           IF NOT WS-GRP-OVERFLOW
              AND FI-REC-TYPE = 'P '
              AND FI-FETCH-ID NUMERIC
               MOVE FI-FETCH-DATA1 TO RULE-DATA1
               MOVE 0 TO RULE-LINE-COUNT
               PERFORM VARYING WS-GRP-IX FROM 2 BY 1
                       UNTIL WS-GRP-IX > WS-GRP-COUNT
                 MOVE WS-GRP-REC(WS-GRP-IX) TO FETCHIN-RECORD
                 ADD 1 TO RULE-LINE-COUNT
                 MOVE FI-DET-VALUE TO RULE-LINE(RULE-LINE-COUNT)
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
             MOVE WS-GRP-REC(WS-GRP-IX) TO FETCHIN-RECORD
             EVALUATE TRUE
               WHEN WS-GRP-OVERFLOW
                 MOVE 'GROUP OVER 500 LINES' TO WS-REJ-REASON
                 PERFORM 026-WRITE-REJECT
               WHEN WS-GRP-BROKEN
                 PERFORM 022A-RULE-REJECT
               WHEN OTHER
                 PERFORM 025-LOAD-RECORD
             END-EVALUATE
           END-PERFORM

      * A rejected group leaves no parent for stray lines to follow.
           IF WS-GRP-OVERFLOW OR WS-GRP-BROKEN
               MOVE 'N' TO WS-PARENT-OK-SW
           END-IF
           MOVE 0 TO WS-GRP-COUNT
           MOVE 'N' TO WS-GRP-OVER-SW.

       022-FLUSH-GROUP-EXIT.
           EXIT.
      ************************************************************************
       022A-RULE-REJECT        SECTION.
      * Rejects held record WS-GRP-IX of a group that broke a rule.
      * RULECHK numbers the parent 0 (group rules land there too) and
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
           PERFORM 026-WRITE-REJECT
           EXIT.
      ************************************************************************
       025-LOAD-RECORD         SECTION.
           EXIT.
      ************************************************************************
       025A-LOAD-PARENT        SECTION.
           MOVE 'N' TO WS-PARENT-OK-SW
           IF FI-FETCH-ID NOT NUMERIC
               MOVE 'BAD RECORD FORMAT' TO WS-REJ-REASON
           MOVE 1 TO FETCH-VERSION
           SET FETCH-ACTIVE TO TRUE
           MOVE SPACE TO FETCH-DEL-TS
           MOVE FUNCTION CURRENT-DATE TO FETCH-CREATED-TS
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
      * Keyed insert - keeps the upstream FETCH-ID and rejects a
               DISPLAY '...ng - stopping load'
               MOVE 2 TO RETURN-CODE
               PERFORM 030-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           EXIT.
           DISPLAY 'FETCHLOD rows inserted:    ' WS-INS-COUNT
           DISPLAY 'FETCHLOD lines inserted:   ' WS-DET-COUNT
           DISPLAY 'FETCHLOD records rejected: ' WS-REJ-COUNT
           DISPLAY 'FETCHLOD  of which rules:  ' WS-RULE-REJ-COUNT
           IF WS-REJ-COUNT > 0 AND RETURN-CODE = 0
               MOVE 1 TO RETURN-CODE
           END-IF
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = records read, out = rows inserted,
      * rejects = records sent to FETCHREJ.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-REC-NUM TO RUN-IN-CNT
           MOVE WS-INS-COUNT TO RUN-OUT-CNT
           MOVE WS-REJ-COUNT TO RUN-REJ-CNT
           MOVE 0 TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
