       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RULECHK.
      ************************************************************************
      * Content rule checker, CALLed (CALL 'RULECHK' USING MCPAREA
      * RULEAREA) by everything that lets a value into tbl_fetch_test
      * or tbl_fetch_detail - the online POST and PUT, FETCHLOD and
      * FETCHAPL - and by the nightly RULESCAN, so a record is judged
      * the same way whichever door it came in by.  The rules are the
      * rows of tbl_fetch_rule (DB-RULE, which describes the rule
      * types); operations maintain them without a program change.
      *
      * LOAD reads the rules into working storage, where they stay
      * until the next LOAD - a batch run loads once, the online
      * transaction once per call so a rule added during the day is
      * in force on the next call.  CHECK judges one parent and its
      * line set against every active rule and hands back each rule
      * broken, with the line it was broken on.  CHECK before any
      * successful LOAD finds no rules and passes everything.
      *
      * The caller's MCPAREA is used for the one cursor LOAD opens, on
      * tbl_fetch_rule only; the caller's own cursors are untouched.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "DB-RULE".
       01 FETCH-RC  PIC S9(9)   BINARY.
      * Every rule row loaded.  WS-RL-FIRST marks the first row of
      * each rule - the one whose type, scope and text apply; the
      * rows behind it under the same id only add allowed values.
       01 WS-RL-MAX       PIC S9(4)  BINARY   VALUE 500.
       01 WS-RL-COUNT     PIC S9(4)  BINARY   VALUE 0.
       01 WS-RL-TABLE.
           05  WS-RL               OCCURS 500.
               10  WS-RL-ID        PIC X(08).
               10  WS-RL-FIRST-SW  PIC X(01).
                   88  WS-RL-FIRST             VALUE 'Y'.
               10  WS-RL-ACTIVE-SW PIC X(01).
                   88  WS-RL-ACTIVE            VALUE 'Y'.
               10  WS-RL-SCOPE     PIC X(01).
               10  WS-RL-TYPE      PIC X(08).
               10  WS-RL-NUM       PIC S9(4)  BINARY.
               10  WS-RL-ARG       PIC X(80).
               10  WS-RL-ARG-LEN   PIC S9(4)  BINARY.
               10  WS-RL-TEXT      PIC X(40).
       01 WS-RL-SUB       PIC S9(4)  BINARY.
       01 WS-ALT-SUB      PIC S9(4)  BINARY.
       01 WS-LINE-SUB     PIC S9(4)  BINARY.
       01 WS-PRIOR-SUB    PIC S9(4)  BINARY.
       01 WS-LINE-MAX     PIC S9(4)  BINARY   VALUE 500.
       01 WS-LINES-HELD   PIC S9(4)  BINARY.
       01 WS-ACTIVE-COUNT PIC S9(4)  BINARY.
      * The value under judgement and the verdict on it.
       01 WS-VALUE        PIC X(80).
       01 WS-VALUE-LEN    PIC S9(4)  BINARY.
       01 WS-PASS-SW      PIC X(01).
           88  WS-PASSES               VALUE 'Y'.
       01 WS-VIOL-LINE    PIC S9(4)  BINARY.
      * Pattern matching work.
       01 WS-POS          PIC S9(4)  BINARY.
       01 WS-MASK-CHAR    PIC X(01).
       01 WS-VAL-CHAR     PIC X(01).
       01 WS-HITS         PIC S9(4)  BINARY.
       01 WS-ERR-RC       PIC -(9)9.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "RULEAREA".

      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           RULEAREA.
       000-MAIN                SECTION.
           EVALUATE RULE-FUNC
             WHEN 'LOAD'
               PERFORM 010-LOAD
             WHEN 'CHECK'
               PERFORM 020-CHECK
             WHEN OTHER
               DISPLAY 'RULECHK unknown function ' RULE-FUNC
               MOVE 99 TO RULE-RC
           END-EVALUATE.
           EXIT PROGRAM.
      ************************************************************************
       010-LOAD                SECTION.
      * A failed load leaves no rules at all rather than half of
      * them; the caller is told and decides whether to go on.
           MOVE 0 TO RULE-RC
           MOVE 0 TO RULE-COUNT
           MOVE 0 TO WS-RL-COUNT
           MOVE 0 TO WS-ACTIVE-COUNT
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'RULECHK DBSELECT rule'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_rule' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RULE
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE MCP-RC TO RULE-RC
               GO TO 010-LOAD-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_rule' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-RULE
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               IF WS-RL-COUNT >= WS-RL-MAX
                   DISPLAY 'RULECHK more than ' WS-RL-MAX
                           ' rule rows'
                   MOVE 0 TO WS-RL-COUNT
                   MOVE 98 TO RULE-RC
                   GO TO 010-LOAD-EXIT
               END-IF
               PERFORM 015-KEEP-ROW
             END-IF
           END-PERFORM

           MOVE WS-ACTIVE-COUNT TO RULE-COUNT
           DISPLAY 'RULECHK rule rows ' WS-RL-COUNT
                   ' active rules ' WS-ACTIVE-COUNT.

       010-LOAD-EXIT.
           EXIT.
      ************************************************************************
       015-KEEP-ROW            SECTION.
      * The cursor returns the rows in id order, so a rule's first row
      * is the one whose id differs from the row before it.
           ADD 1 TO WS-RL-COUNT
           MOVE RL-ID TO WS-RL-ID(WS-RL-COUNT)
           MOVE 'Y' TO WS-RL-FIRST-SW(WS-RL-COUNT)
           IF WS-RL-COUNT > 1
               IF WS-RL-ID(WS-RL-COUNT - 1) = RL-ID
                   MOVE 'N' TO WS-RL-FIRST-SW(WS-RL-COUNT)
               END-IF
           END-IF
           MOVE RL-ACTIVE-SW TO WS-RL-ACTIVE-SW(WS-RL-COUNT)
           MOVE RL-SCOPE TO WS-RL-SCOPE(WS-RL-COUNT)
           MOVE RL-TYPE TO WS-RL-TYPE(WS-RL-COUNT)
           MOVE RL-COUNT TO WS-RL-NUM(WS-RL-COUNT)
           MOVE RL-ARG TO WS-RL-ARG(WS-RL-COUNT)
           MOVE RL-TEXT TO WS-RL-TEXT(WS-RL-COUNT)
           IF WS-RL-TEXT(WS-RL-COUNT) = SPACE
               MOVE RL-TYPE TO WS-RL-TEXT(WS-RL-COUNT)
           END-IF
           PERFORM VARYING WS-POS FROM 80 BY -1
                   UNTIL WS-POS = 0
                      OR RL-ARG(WS-POS:1) NOT = SPACE
             CONTINUE
           END-PERFORM
           MOVE WS-POS TO WS-RL-ARG-LEN(WS-RL-COUNT)
           IF WS-RL-FIRST(WS-RL-COUNT) AND RL-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           EXIT.
      ************************************************************************
       020-CHECK               SECTION.
           MOVE 0 TO RULE-RC
           MOVE 0 TO RULE-VIOL-COUNT
           MOVE 'N' TO RULE-VIOL-OVER-SW
           IF RULE-LINE-COUNT > WS-LINE-MAX
               MOVE WS-LINE-MAX TO WS-LINES-HELD
           ELSE
               MOVE RULE-LINE-COUNT TO WS-LINES-HELD
           END-IF

           PERFORM VARYING WS-RL-SUB FROM 1 BY 1
                   UNTIL WS-RL-SUB > WS-RL-COUNT
             IF WS-RL-FIRST(WS-RL-SUB) AND WS-RL-ACTIVE(WS-RL-SUB)
               PERFORM 025-APPLY-RULE
             END-IF
           END-PERFORM
           EXIT.
      ************************************************************************
       025-APPLY-RULE          SECTION.
      * One rule against the parent in RULEAREA.  A value rule runs
      * on the parent value or on each line by its scope; a line-set
      * rule on the set.  An unknown type or scope judges nothing -
      * a rule row typed wrong must not reject every record there is.
           EVALUATE WS-RL-TYPE(WS-RL-SUB)
             WHEN 'PATTERN'
             WHEN 'ALLOWED'
             WHEN 'FORBID'
               EVALUATE WS-RL-SCOPE(WS-RL-SUB)
                 WHEN 'P'
                   MOVE RULE-DATA1 TO WS-VALUE
                   PERFORM 030-JUDGE-VALUE
                   IF NOT WS-PASSES
                       MOVE 0 TO WS-VIOL-LINE
                       PERFORM 090-NOTE-VIOLATION
                   END-IF
                 WHEN 'D'
                   PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                           UNTIL WS-LINE-SUB > WS-LINES-HELD
                     MOVE RULE-LINE(WS-LINE-SUB) TO WS-VALUE
                     PERFORM 030-JUDGE-VALUE
                     IF NOT WS-PASSES
                         MOVE WS-LINE-SUB TO WS-VIOL-LINE
                         PERFORM 090-NOTE-VIOLATION
                     END-IF
                   END-PERFORM
               END-EVALUATE
             WHEN 'MINLINES'
               IF RULE-LINE-COUNT < WS-RL-NUM(WS-RL-SUB)
                   MOVE 0 TO WS-VIOL-LINE
                   PERFORM 090-NOTE-VIOLATION
               END-IF
             WHEN 'MAXLINES'
               IF RULE-LINE-COUNT > WS-RL-NUM(WS-RL-SUB)
                   MOVE 0 TO WS-VIOL-LINE
                   PERFORM 090-NOTE-VIOLATION
               END-IF
             WHEN 'NODUPDET'
               PERFORM 040-FIND-DUPLICATES
           END-EVALUATE
           EXIT.
      ************************************************************************
       030-JUDGE-VALUE         SECTION.
      * WS-VALUE against the value rule at WS-RL-SUB; sets WS-PASSES.
           MOVE 'Y' TO WS-PASS-SW
           PERFORM VARYING WS-VALUE-LEN FROM 80 BY -1
                   UNTIL WS-VALUE-LEN = 0
                      OR WS-VALUE(WS-VALUE-LEN:1) NOT = SPACE
             CONTINUE
           END-PERFORM
           EVALUATE WS-RL-TYPE(WS-RL-SUB)
             WHEN 'PATTERN'
               PERFORM 032-MATCH-PATTERN
             WHEN 'ALLOWED'
               PERFORM 034-MATCH-ALLOWED
             WHEN 'FORBID'
               PERFORM 036-MATCH-FORBID
           END-EVALUATE
           EXIT.
      ************************************************************************
       032-MATCH-PATTERN       SECTION.
      * Position for position against the mask.  The value may not
      * run past the mask, nor stop short of it, unless the mask ends
      * in '*'.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-RL-ARG-LEN(WS-RL-SUB)
                      OR NOT WS-PASSES
             MOVE WS-RL-ARG(WS-RL-SUB)(WS-POS:1) TO WS-MASK-CHAR
             MOVE WS-VALUE(WS-POS:1) TO WS-VAL-CHAR
             IF WS-MASK-CHAR = '*'
                AND WS-POS = WS-RL-ARG-LEN(WS-RL-SUB)
                 GO TO 032-MATCH-PATTERN-EXIT
             END-IF
             EVALUATE WS-MASK-CHAR
               WHEN '9'
                 IF WS-VAL-CHAR NOT NUMERIC
                     MOVE 'N' TO WS-PASS-SW
                 END-IF
               WHEN 'A'
                 IF WS-VAL-CHAR NOT ALPHABETIC
                    OR WS-VAL-CHAR = SPACE
                     MOVE 'N' TO WS-PASS-SW
                 END-IF
               WHEN 'N'
                 IF WS-VAL-CHAR = SPACE
                     MOVE 'N' TO WS-PASS-SW
                 END-IF
                 IF WS-VAL-CHAR NOT NUMERIC
                    AND WS-VAL-CHAR NOT ALPHABETIC
                     MOVE 'N' TO WS-PASS-SW
                 END-IF
               WHEN 'X'
                 CONTINUE
               WHEN OTHER
                 IF WS-VAL-CHAR NOT = WS-MASK-CHAR
                     MOVE 'N' TO WS-PASS-SW
                 END-IF
             END-EVALUATE
           END-PERFORM

           IF WS-VALUE-LEN NOT = WS-RL-ARG-LEN(WS-RL-SUB)
               MOVE 'N' TO WS-PASS-SW
           END-IF.

       032-MATCH-PATTERN-EXIT.
           EXIT.
      ************************************************************************
       034-MATCH-ALLOWED       SECTION.
      * Any row of the rule may carry the value - the first row and
      * every row behind it under the same id.
           MOVE 'N' TO WS-PASS-SW
           PERFORM VARYING WS-ALT-SUB FROM WS-RL-SUB BY 1
                   UNTIL WS-ALT-SUB > WS-RL-COUNT
                      OR WS-PASSES
                      OR WS-RL-ID(WS-ALT-SUB) NOT = WS-RL-ID(WS-RL-SUB)
             IF WS-RL-ARG(WS-ALT-SUB) = WS-VALUE
                 MOVE 'Y' TO WS-PASS-SW
             END-IF
           END-PERFORM
           EXIT.
      ************************************************************************
       036-MATCH-FORBID        SECTION.
           IF WS-VALUE-LEN = 0
               GO TO 036-MATCH-FORBID-EXIT
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-RL-ARG-LEN(WS-RL-SUB)
                      OR NOT WS-PASSES
             MOVE WS-RL-ARG(WS-RL-SUB)(WS-POS:1) TO WS-MASK-CHAR
             MOVE 0 TO WS-HITS
             INSPECT WS-VALUE(1:WS-VALUE-LEN)
                 TALLYING WS-HITS FOR ALL WS-MASK-CHAR
             IF WS-HITS > 0
                 MOVE 'N' TO WS-PASS-SW
             END-IF
           END-PERFORM.

       036-MATCH-FORBID-EXIT.
           EXIT.
      ************************************************************************
       040-FIND-DUPLICATES     SECTION.
      * Every line that repeats an earlier line's value is a breach,
      * named by its own line number; the first occurrence is not.
           PERFORM VARYING WS-LINE-SUB FROM 2 BY 1
                   UNTIL WS-LINE-SUB > WS-LINES-HELD
             MOVE 'Y' TO WS-PASS-SW
             PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                     UNTIL WS-PRIOR-SUB >= WS-LINE-SUB
                        OR NOT WS-PASSES
               IF RULE-LINE(WS-PRIOR-SUB) = RULE-LINE(WS-LINE-SUB)
                   MOVE 'N' TO WS-PASS-SW
               END-IF
             END-PERFORM
             IF NOT WS-PASSES
                 MOVE WS-LINE-SUB TO WS-VIOL-LINE
                 PERFORM 090-NOTE-VIOLATION
             END-IF
           END-PERFORM
           EXIT.
      ************************************************************************
       090-NOTE-VIOLATION      SECTION.
           IF RULE-VIOL-COUNT >= 50
               SET RULE-VIOL-OVERFLOW TO TRUE
               GO TO 090-NOTE-VIOLATION-EXIT
           END-IF
           ADD 1 TO RULE-VIOL-COUNT
           MOVE WS-RL-ID(WS-RL-SUB) TO RULE-VIOL-ID(RULE-VIOL-COUNT)
           MOVE WS-VIOL-LINE TO RULE-VIOL-LINE(RULE-VIOL-COUNT)
           MOVE WS-RL-TEXT(WS-RL-SUB)
             TO RULE-VIOL-TEXT(RULE-VIOL-COUNT).

       090-NOTE-VIOLATION-EXIT.
           EXIT.
