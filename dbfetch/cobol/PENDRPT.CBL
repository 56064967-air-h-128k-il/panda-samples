       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PENDRPT.
      ************************************************************************
      * Nightly four-eyes report over tbl_fetch_pending (DB-PENDING).
      * A PUT or DELETE from a four-eyes client waits there for a
      * second user to approve or reject it through TEST1; this report
      * keeps the queue from silently rotting.  Two sections:
      *   1. Open changes by age - every change still waiting, oldest
      *      first (PEND-ID order is submission order), with its age
      *      in days.  Each one is checked against the live row in
      *      tbl_fetch_test: a row that is gone, tombstoned or no
      *      longer at the version the change was based on is flagged
      *      STALE - approving it will only ever give a 409, so it
      *      can be rejected and made again against the current row
      *      now rather than at the checker's desk.
      *   2. Changes found stale at approval - every change a checker
      *      tried to approve on the report date whose base version
      *      had moved on (PEND-STALE, decided that day).
      * Summary counts close the report, with the open changes split
      * into age buckets.
      *
      * The report date is ACCEPTed (YYYYMMDD); blank means today, the
      * same as AUDITRPT, and ages are counted to it.  A date that is
      * not a real YYYYMMDD ends the run with RETURN-CODE 2 before
      * anything is read.  RETURN-CODE 1 means a DBSELECT failed.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  PENDRPT-FILE    ASSIGN TO "PENDRPT"
                   ORGANIZATION    IS LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  PENDRPT-FILE.
       01  PENDRPT-RECORD          PIC X(80).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-PENDING".
            COPY    "DB-FETCH".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-REPORT-DATE  PIC X(08).
       01 WS-REPORT-INT   PIC S9(9)  BINARY.
       01 WS-PEND-INT     PIC S9(9)  BINARY.
       01 WS-AGE-DAYS     PIC S9(9)  BINARY.
       01 WS-STALE-SW     PIC X(01).
           88  WS-BASE-STALE           VALUE 'Y'.
           88  WS-BASE-UNREAD          VALUE 'E'.
       01 WS-OPEN-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-OPEN-STALE   PIC S9(9)  BINARY   VALUE 0.
       01 WS-FOUND-STALE  PIC S9(9)  BINARY   VALUE 0.
      * Open changes by age: 0 days, 1 day, 2-6 days, 7 days and up.
       01 WS-AGE-TABLE.
           05  WS-AGE-COUNT    PIC S9(9)  BINARY  OCCURS 4   VALUE 0.
       01 WS-OPEN-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-PEND-ID     PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-FETCH-ID    PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-VERB        PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-MAKER       PIC X(16).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-TS          PIC X(16).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-AGE         PIC ZZZ9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-BASE        PIC ZZZZZZ9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-OPEN-FLAG        PIC X(05).
       01 WS-STALE-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-STALE-PEND-ID    PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-STALE-FETCH-ID   PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-STALE-VERB       PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-STALE-MAKER      PIC X(16).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-STALE-CHECKER    PIC X(16).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-STALE-TS         PIC X(16).
           05  FILLER              PIC X(02)   VALUE SPACE.
       01 WS-TS-IN        PIC X(26).
       01 WS-TS-OUT       PIC X(16).
       01 WS-RPT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-LINE.
           05  WS-RPT-LABEL    PIC X(24).
           05  WS-RPT-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(45)   VALUE SPACE.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination - RETURN-CODE itself is reset by every CALL.
       01 WS-PRG-RC       PIC S9(4)  BINARY   VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-INIT
           IF WS-PRG-RC = 0
               PERFORM 020-OPEN-CHANGES
               PERFORM 030-STALE-CHANGES
               PERFORM 040-SUMMARY
           END-IF
           PERFORM 050-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           OPEN OUTPUT PENDRPT-FILE

           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF
           DISPLAY 'PENDRPT report date ' WS-REPORT-DATE
           IF WS-REPORT-DATE NOT NUMERIC
               DISPLAY 'PENDRPT report date must be YYYYMMDD'
               MOVE 2 TO WS-PRG-RC
               GO TO 010-INIT-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(WS-REPORT-DATE)) NOT = 0
               DISPLAY 'PENDRPT report date must be YYYYMMDD'
               MOVE 2 TO WS-PRG-RC
               GO TO 010-INIT-EXIT
           END-IF
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-REPORT-DATE))

           MOVE SPACE TO PENDRPT-RECORD
           STRING 'tbl_fetch_pending four-eyes report for '
                  WS-REPORT-DATE
                  DELIMITED BY SIZE
                  INTO PENDRPT-RECORD
           END-STRING
           WRITE PENDRPT-RECORD
           MOVE ALL '-' TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD.

       010-INIT-EXIT.
           EXIT.
      ************************************************************************
       020-OPEN-CHANGES        SECTION.
      * The 'open' path hands back only changes still waiting, in
      * PEND-ID order - oldest first, which is the order the report
      * wants them in.
           MOVE SPACE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE 'Open changes by age' TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE SPACE TO PENDRPT-RECORD
           STRING '    change  fetch id verb   maker           '
                  ' submitted         age    base flag'
                  DELIMITED BY SIZE
                  INTO PENDRPT-RECORD
           END-STRING
           WRITE PENDRPT-RECORD

           DISPLAY 'PENDRPT DBSELECT open'
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'open' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 020-OPEN-CHANGES-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_pending' TO MCP-TABLE
             MOVE 'open' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-PENDING

             MOVE MCP-RC TO FETCH-RC

             IF FETCH-RC = 0
               PERFORM 025-OPEN-LINE
             END-IF
           END-PERFORM

           IF WS-OPEN-COUNT = 0
               MOVE '  no changes waiting' TO PENDRPT-RECORD
               WRITE PENDRPT-RECORD
           END-IF.

       020-OPEN-CHANGES-EXIT.
           EXIT.
      ************************************************************************
       025-OPEN-LINE           SECTION.
           ADD 1 TO WS-OPEN-COUNT

      * Age in whole days to the report date.  A mangled stamp, or one
      * after the report date on a rerun for a past day, counts as 0.
           MOVE 0 TO WS-AGE-DAYS
           IF PEND-TS(1:8) NUMERIC
               COMPUTE WS-PEND-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(PEND-TS(1:8)))
               IF WS-PEND-INT < WS-REPORT-INT
                   COMPUTE WS-AGE-DAYS = WS-REPORT-INT - WS-PEND-INT
               END-IF
           END-IF
           EVALUATE TRUE
             WHEN WS-AGE-DAYS = 0
               ADD 1 TO WS-AGE-COUNT(1)
             WHEN WS-AGE-DAYS = 1
               ADD 1 TO WS-AGE-COUNT(2)
             WHEN WS-AGE-DAYS < 7
               ADD 1 TO WS-AGE-COUNT(3)
             WHEN OTHER
               ADD 1 TO WS-AGE-COUNT(4)
           END-EVALUATE

           PERFORM 027-CHECK-BASE

           MOVE PEND-ID TO WS-OPEN-PEND-ID
           MOVE PEND-FETCH-ID TO WS-OPEN-FETCH-ID
           MOVE PEND-VERB TO WS-OPEN-VERB
           MOVE PEND-MAKER TO WS-OPEN-MAKER
           MOVE PEND-TS TO WS-TS-IN
           PERFORM 029-FORMAT-TS
           MOVE WS-TS-OUT TO WS-OPEN-TS
           IF WS-AGE-DAYS > 9999
               MOVE 9999 TO WS-OPEN-AGE
           ELSE
               MOVE WS-AGE-DAYS TO WS-OPEN-AGE
           END-IF
           MOVE PEND-BASE-VERSION TO WS-OPEN-BASE
           EVALUATE TRUE
             WHEN WS-BASE-STALE
               MOVE 'STALE' TO WS-OPEN-FLAG
               ADD 1 TO WS-OPEN-STALE
             WHEN WS-BASE-UNREAD
               MOVE 'ERROR' TO WS-OPEN-FLAG
             WHEN OTHER
               MOVE SPACE TO WS-OPEN-FLAG
           END-EVALUATE
           MOVE WS-OPEN-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           EXIT.
      ************************************************************************
       027-CHECK-BASE          SECTION.
      * Same test TEST1's approval applies: the row has to still be
      * there, not tombstoned, and at the change's base version.  The
      * keyed read runs on tbl_fetch_test's own cursor, so the open
      * walk on tbl_fetch_pending carries on undisturbed.  A read that
      * fails outright is shown as ERROR and flags the run.
           MOVE 'N' TO WS-STALE-SW
           MOVE PEND-FETCH-ID TO FETCH-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
               DISPLAY 'DBSELECT id ...ng for change ' PEND-ID
               MOVE 1 TO WS-PRG-RC
               SET WS-BASE-UNREAD TO TRUE
               GO TO 027-CHECK-BASE-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
              OR FETCH-TOMBSTONED
              OR FETCH-VERSION NOT = PEND-BASE-VERSION
               SET WS-BASE-STALE TO TRUE
           END-IF.

       027-CHECK-BASE-EXIT.
           EXIT.
      ************************************************************************
       029-FORMAT-TS           SECTION.
      * CURRENT-DATE stamp to 'YYYY-MM-DD HH:MM'.
           MOVE SPACE TO WS-TS-OUT
           IF WS-TS-IN NOT = SPACE
               STRING WS-TS-IN(1:4) '-' WS-TS-IN(5:2) '-'
                      WS-TS-IN(7:2) ' ' WS-TS-IN(9:2) ':'
                      WS-TS-IN(11:2)
                      DELIMITED BY SIZE
                      INTO WS-TS-OUT
               END-STRING
           END-IF
           EXIT.
      ************************************************************************
       030-STALE-CHANGES       SECTION.
           MOVE SPACE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE 'Changes found stale at approval' TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE SPACE TO PENDRPT-RECORD
           STRING '    change  fetch id verb   maker           '
                  ' checker          decided'
                  DELIMITED BY SIZE
                  INTO PENDRPT-RECORD
           END-STRING
           WRITE PENDRPT-RECORD

           DISPLAY 'PENDRPT DBSELECT all'
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 030-STALE-CHANGES-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_pending' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-PENDING

             MOVE MCP-RC TO FETCH-RC

             IF FETCH-RC = 0
               IF PEND-STALE
                  AND PEND-DECIDED-TS(1:8) = WS-REPORT-DATE
                 PERFORM 035-STALE-LINE
               END-IF
             END-IF
           END-PERFORM

           IF WS-FOUND-STALE = 0
               MOVE '  none on the report date' TO PENDRPT-RECORD
               WRITE PENDRPT-RECORD
           END-IF.

       030-STALE-CHANGES-EXIT.
           EXIT.
      ************************************************************************
       035-STALE-LINE          SECTION.
           ADD 1 TO WS-FOUND-STALE
           MOVE PEND-ID TO WS-STALE-PEND-ID
           MOVE PEND-FETCH-ID TO WS-STALE-FETCH-ID
           MOVE PEND-VERB TO WS-STALE-VERB
           MOVE PEND-MAKER TO WS-STALE-MAKER
           MOVE PEND-CHECKER TO WS-STALE-CHECKER
           MOVE PEND-DECIDED-TS TO WS-TS-IN
           PERFORM 029-FORMAT-TS
           MOVE WS-TS-OUT TO WS-STALE-TS
           MOVE WS-STALE-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           EXIT.
      ************************************************************************
       040-SUMMARY             SECTION.
           MOVE SPACE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           MOVE 'Summary' TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  open changes' TO WS-RPT-LABEL
           MOVE WS-OPEN-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    waiting 0 days' TO WS-RPT-LABEL
           MOVE WS-AGE-COUNT(1) TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    waiting 1 day' TO WS-RPT-LABEL
           MOVE WS-AGE-COUNT(2) TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    waiting 2-6 days' TO WS-RPT-LABEL
           MOVE WS-AGE-COUNT(3) TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    waiting 7+ days' TO WS-RPT-LABEL
           MOVE WS-AGE-COUNT(4) TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  open but already stale' TO WS-RPT-LABEL
           MOVE WS-OPEN-STALE TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  stale at approval' TO WS-RPT-LABEL
           MOVE WS-FOUND-STALE TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO PENDRPT-RECORD
           WRITE PENDRPT-RECORD
           EXIT.
      ************************************************************************
       050-TERM                 SECTION.
           CLOSE PENDRPT-FILE
           MOVE WS-OPEN-COUNT TO WS-RPT-COUNT
           DISPLAY 'PENDRPT open changes:     ' WS-RPT-COUNT
           MOVE WS-OPEN-STALE TO WS-RPT-COUNT
           DISPLAY 'PENDRPT open but stale:   ' WS-RPT-COUNT
           MOVE WS-FOUND-STALE TO WS-RPT-COUNT
           DISPLAY 'PENDRPT stale at approval:' WS-RPT-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
