      * the table back the way FETCHEXT reads tbl_fetch_test and rolls
      * it up into a printable summary: calls per hour, distribution of
      * requested limits, total rows served, and the count of calls
      * that came back with zero rows.  A per-client section follows:
      * for each AUDIT-CLIENT-ID seen that day, its calls, rows served,
      * zero-row calls and refused calls (limit 0 - turned away before
      * DBSELECT, which is where a 401/403/429 lands), heaviest reader
      * first.
      *
      * The report date is ACCEPTed (YYYYMMDD); when it is blank the
      * current date is used, so the overnight scheduler can run it
      * last bucket so oversized-pull attempts still show up.
       01 WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT  PIC S9(9)  BINARY  OCCURS 6   VALUE 0.
      * Per-client tallies, appended in the order clients first show
      * up.  The last slot is reserved as '*OTHER*' so a day with more
      * clients than the table still adds up to the totals above.
       01 WS-CLI-MAX      PIC S9(4)  BINARY   VALUE 200.
       01 WS-CLI-CNT      PIC S9(4)  BINARY   VALUE 0.
       01 WS-CLI-TABLE.
           05  WS-CLI          OCCURS 200.
               10  WS-CLI-ID       PIC X(16).
               10  WS-CLI-CALLS    PIC S9(9)  BINARY.
               10  WS-CLI-ROWS     PIC S9(9)  BINARY.
               10  WS-CLI-ZERO     PIC S9(9)  BINARY.
               10  WS-CLI-REFUSED  PIC S9(9)  BINARY.
       01 WS-CLI-SWAP.
           05  FILLER          PIC X(16).
           05  FILLER          PIC S9(9)  BINARY  OCCURS 4.
       01 WS-CLI-SUB      PIC S9(4)  BINARY.
       01 WS-CLI-SUB2     PIC S9(4)  BINARY.
       01 WS-CLI-HIT      PIC S9(4)  BINARY.
       01 WS-CLI-KEY      PIC X(16).
       01 WS-CLI-LINE.
           05  WS-CLI-OUT-ID   PIC X(18).
           05  WS-CLI-OUT-CALLS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(02)   VALUE SPACE.
           05  WS-CLI-OUT-ROWS     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(02)   VALUE SPACE.
           05  WS-CLI-OUT-ZERO     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(02)   VALUE SPACE.
           05  WS-CLI-OUT-REFUSED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE SPACE.
       01 WS-RPT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-LINE.
           05  WS-RPT-LABEL    PIC X(24).
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF
           DISPLAY 'AUDITRPT report date ' WS-REPORT-DATE
           INITIALIZE WS-CLI-TABLE

      * tbl_fetch_audit is a DBxxxx-function table, same as
      * tbl_fetch_test in FETCHEXT - DBSELECT alone starts the cursor.
               ADD 1 TO WS-LIMIT-COUNT(6)
           END-EVALUATE

           PERFORM 027-TALLY-CLIENT
           EXIT.
      ************************************************************************
       027-TALLY-CLIENT        SECTION.
      * Find (or open) this row's client slot.  Rows written before
      * the client id was recorded, and 401s for a missing id, carry
      * spaces and are reported as '(none)'.
           IF AUDIT-CLIENT-ID = SPACE
               MOVE '(none)' TO WS-CLI-KEY
           ELSE
               MOVE AUDIT-CLIENT-ID TO WS-CLI-KEY
           END-IF
           MOVE 0 TO WS-CLI-HIT
           PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                   UNTIL WS-CLI-SUB > WS-CLI-CNT OR WS-CLI-HIT > 0
             IF WS-CLI-ID(WS-CLI-SUB) = WS-CLI-KEY
                 MOVE WS-CLI-SUB TO WS-CLI-HIT
             END-IF
           END-PERFORM

           IF WS-CLI-HIT = 0
               IF WS-CLI-CNT < WS-CLI-MAX - 1
                   ADD 1 TO WS-CLI-CNT
                   MOVE WS-CLI-CNT TO WS-CLI-HIT
                   MOVE WS-CLI-KEY TO WS-CLI-ID(WS-CLI-HIT)
               ELSE
                   MOVE WS-CLI-MAX TO WS-CLI-HIT
                   MOVE '*OTHER*' TO WS-CLI-ID(WS-CLI-HIT)
               END-IF
           END-IF

           ADD 1 TO WS-CLI-CALLS(WS-CLI-HIT)
           ADD AUDIT-ROWCOUNT TO WS-CLI-ROWS(WS-CLI-HIT)
           IF AUDIT-ROWCOUNT = 0
               ADD 1 TO WS-CLI-ZERO(WS-CLI-HIT)
           END-IF
           IF AUDIT-LIMIT = 0
               ADD 1 TO WS-CLI-REFUSED(WS-CLI-HIT)
           END-IF
           EXIT.
      ************************************************************************
       030-REPORT              SECTION.
           MOVE WS-RPT-LINE TO AUDITRPT-RECORD
           WRITE AUDITRPT-RECORD

           PERFORM 037-CLIENT-LINES
           EXIT.
      ************************************************************************
       035-LIMIT-LINES         SECTION.

           EXIT.
      ************************************************************************
       037-CLIENT-LINES        SECTION.
      * Heaviest reader first: a plain exchange sort on rows served -
      * a couple of hundred entries at most, once a night.  The
      * '*OTHER*' overflow slot is appended after the sort.
           PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                   UNTIL WS-CLI-SUB >= WS-CLI-CNT
             PERFORM VARYING WS-CLI-SUB2 FROM WS-CLI-SUB BY 1
                     UNTIL WS-CLI-SUB2 > WS-CLI-CNT
               IF WS-CLI-ROWS(WS-CLI-SUB2) > WS-CLI-ROWS(WS-CLI-SUB)
                   MOVE WS-CLI(WS-CLI-SUB) TO WS-CLI-SWAP
                   MOVE WS-CLI(WS-CLI-SUB2) TO WS-CLI(WS-CLI-SUB)
                   MOVE WS-CLI-SWAP TO WS-CLI(WS-CLI-SUB2)
               END-IF
             END-PERFORM
           END-PERFORM

           MOVE SPACE TO AUDITRPT-RECORD
           WRITE AUDITRPT-RECORD
           MOVE 'Per-client usage' TO AUDITRPT-RECORD
           WRITE AUDITRPT-RECORD
           MOVE SPACE TO AUDITRPT-RECORD
           STRING '  client                calls'
                  '  rows served     zero-row      refused'
                  DELIMITED BY SIZE
                  INTO AUDITRPT-RECORD
           END-STRING
           WRITE AUDITRPT-RECORD

           IF WS-CLI-CNT = 0 AND WS-CLI-CALLS(WS-CLI-MAX) = 0
               MOVE '  no calls on file' TO AUDITRPT-RECORD
               WRITE AUDITRPT-RECORD
               GO TO 037-CLIENT-LINES-EXIT
           END-IF

           PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                   UNTIL WS-CLI-SUB > WS-CLI-CNT
             PERFORM 038-CLIENT-LINE
           END-PERFORM
           MOVE WS-CLI-MAX TO WS-CLI-SUB
           IF WS-CLI-ID(WS-CLI-SUB) = '*OTHER*'
               PERFORM 038-CLIENT-LINE
           END-IF.

       037-CLIENT-LINES-EXIT.
           EXIT.
      ************************************************************************
       038-CLIENT-LINE         SECTION.
           MOVE SPACE TO WS-CLI-OUT-ID
           STRING '  ' WS-CLI-ID(WS-CLI-SUB)
                  DELIMITED BY SIZE
                  INTO WS-CLI-OUT-ID
           END-STRING
           MOVE WS-CLI-CALLS(WS-CLI-SUB) TO WS-CLI-OUT-CALLS
           MOVE WS-CLI-ROWS(WS-CLI-SUB) TO WS-CLI-OUT-ROWS
           MOVE WS-CLI-ZERO(WS-CLI-SUB) TO WS-CLI-OUT-ZERO
           MOVE WS-CLI-REFUSED(WS-CLI-SUB) TO WS-CLI-OUT-REFUSED
           MOVE WS-CLI-LINE TO AUDITRPT-RECORD
           WRITE AUDITRPT-RECORD
           EXIT.
      ************************************************************************
       040-TERM                 SECTION.
           CLOSE AUDITRPT-FILE
           MOVE WS-CALL-COUNT TO WS-RPT-COUNT
