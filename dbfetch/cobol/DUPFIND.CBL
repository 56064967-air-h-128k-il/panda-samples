       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DUPFIND.
      ************************************************************************
      * Candidate duplicate finder over tbl_fetch_test.  Capture-tool
      * retries and overlapping FETCHLOD refreshes have left records
      * stored twice under different FETCH-IDs - the same value give
      * or take case, spacing and punctuation, and the same lines.
      * This job finds them for review; it changes nothing.
      *
      * Every live row is read with its line set and reduced to a
      * match key:
      *   - FETCH-DATA1 folded to upper case with everything but
      *     letters and digits dropped, so 'Acme  Ltd.' and 'ACME LTD'
      *     fold to the same 'ACMELTD';
      *   - the number of lines and a pair of check sums over the
      *     line values - each line's own Adler-32 pair, added up, so
      *     the same lines in a different order still match.  The sums
      *     stand in for comparing the sets line by line; the listing
      *     is for a person to confirm, and a pair of chance matches
      *     under an identical folded value is not worth a second pass.
      * Tombstoned rows are left out - they are deleted as far as
      * callers are concerned - and so is a row whose value folds to
      * nothing at all.  The keys are SORTed and every key carried by
      * more than one row is a candidate group.
      *
      * Two outputs:
      *   DUPRPT  the review listing - one block per group, each
      *           member with its version, line count, whether it has
      *           an attachment and its value as stored.
      *   DUPPROP proposed merge records in the layout DUPMERGE reads
      *           (survivor id, victim id), the lowest FETCH-ID of each
      *           group - the first one stored - proposed as survivor.
      *           Operations keep the records they approve and hand
      *           the file to DUPMERGE; nothing is merged unreviewed.
      *
      * Invoked from a JCL step or shell wrapper; RETURN-CODE 1 when
      * tbl_fetch_test cannot be read, or when the line set of any
      * row could not be read - that row is named on the console and
      * left out of the listing and the proposals.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  DUPRPT-FILE     ASSIGN TO "DUPRPT"
                   ORGANIZATION    IS LINE SEQUENTIAL.
           SELECT  DUPPROP-FILE    ASSIGN TO "DUPPROP"
                   ORGANIZATION    IS LINE SEQUENTIAL.
           SELECT  DUPSORT-FILE    ASSIGN TO "DUPSORT".
       DATA                DIVISION.
       FILE                SECTION.
       FD  DUPRPT-FILE.
       01  DUPRPT-RECORD           PIC X(80).
       FD  DUPPROP-FILE.
       01  DUPPROP-RECORD.
           05  DP-SURVIVOR-ID      PIC 9(09).
           05  FILLER              PIC X(01).
           05  DP-VICTIM-ID        PIC 9(09).
       SD  DUPSORT-FILE.
       01  DUPSORT-RECORD.
           05  DS-KEY              PIC X(80).
           05  DS-LINE-CNT         PIC 9(04).
           05  DS-LINE-SUM-A       PIC 9(09).
           05  DS-LINE-SUM-B       PIC 9(09).
           05  DS-FETCH-ID         PIC 9(09).
           05  DS-VERSION          PIC 9(09).
           05  DS-BLOB-SW          PIC X(01).
           05  DS-DATA1            PIC X(80).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-FETCH".
            COPY    "DB-DETAIL".
            COPY    "DB-BLOB".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ROW-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-KEYED-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-GROUP-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-DUP-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-EOF-SW       PIC X(01).
           88  WS-EOF                  VALUE 'Y'.
      * Match-key work.
       01 WS-UPPER        PIC X(80).
       01 WS-KEY          PIC X(80).
       01 WS-KEY-LEN      PIC S9(4)  BINARY.
       01 WS-POS          PIC S9(4)  BINARY.
       01 WS-CHAR         PIC X(01).
       01 WS-LINE-CNT     PIC S9(4)  BINARY.
       01 WS-LINES-SW     PIC X(01).
           88  WS-LINES-READ           VALUE 'Y'.
       01 WS-UNREAD-COUNT PIC S9(9)  BINARY   VALUE 0.
       01 WS-ERR-RC       PIC -(9)9.
       01 WS-LINE-SUM-A   PIC S9(9)  BINARY.
       01 WS-LINE-SUM-B   PIC S9(9)  BINARY.
       01 WS-HASH-A       PIC S9(9)  BINARY.
       01 WS-HASH-B       PIC S9(9)  BINARY.
      * The group being gathered off the sort.  A group holds the
      * members the listing can show; any more are counted, and
      * named in the listing, but not proposed for merging.
       01 WS-MEMBER-MAX   PIC S9(4)  BINARY   VALUE 100.
       01 WS-MEMBER-COUNT PIC S9(4)  BINARY   VALUE 0.
       01 WS-MEMBER-OVER  PIC S9(9)  BINARY   VALUE 0.
       01 WS-MEMBER-IX    PIC S9(4)  BINARY.
       01 WS-MEMBER-TABLE.
           05  WS-MEMBER           OCCURS 100.
               10  WS-MEM-FETCH-ID PIC 9(09).
               10  WS-MEM-VERSION  PIC 9(09).
               10  WS-MEM-BLOB-SW  PIC X(01).
               10  WS-MEM-DATA1    PIC X(80).
       01 WS-GROUP-KEY.
           05  WS-GRP-KEY          PIC X(80).
           05  WS-GRP-LINE-CNT     PIC 9(04).
           05  WS-GRP-LINE-SUM-A   PIC 9(09).
           05  WS-GRP-LINE-SUM-B   PIC 9(09).
       01 WS-THIS-KEY.
           05  WS-THIS-KEY-VAL     PIC X(80).
           05  WS-THIS-LINE-CNT    PIC 9(04).
           05  WS-THIS-LINE-SUM-A  PIC 9(09).
           05  WS-THIS-LINE-SUM-B  PIC 9(09).
       01 WS-GROUP-LINE.
           05  FILLER              PIC X(06)   VALUE 'GROUP '.
           05  WS-GL-GROUP-NO      PIC Z(5)9.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  WS-GL-MEMBERS       PIC Z(4)9.
           05  FILLER              PIC X(09)   VALUE ' RECORDS '.
           05  WS-GL-LINES         PIC Z(3)9.
           05  FILLER              PIC X(07)   VALUE ' LINES '.
           05  WS-GL-KEY           PIC X(41).
       01 WS-MEMBER-LINE.
           05  FILLER              PIC X(02)   VALUE SPACE.
           05  WS-ML-FETCH-ID      PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-ML-VERSION       PIC Z(6)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-ML-BLOB          PIC X(03).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-ML-ROLE          PIC X(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-ML-DATA1         PIC X(47).
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
           SORT DUPSORT-FILE
               ON ASCENDING KEY DS-KEY
                                DS-LINE-CNT
                                DS-LINE-SUM-A
                                DS-LINE-SUM-B
                                DS-FETCH-ID
               INPUT PROCEDURE  IS 020-COLLECT
               OUTPUT PROCEDURE IS 030-LIST-GROUPS
           PERFORM 040-SUMMARY
           PERFORM 050-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           OPEN OUTPUT DUPRPT-FILE
                       DUPPROP-FILE
           MOVE SPACE TO DUPRPT-RECORD
           STRING 'tbl_fetch_test candidate duplicates as of '
                  FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE
                  INTO DUPRPT-RECORD
           END-STRING
           WRITE DUPRPT-RECORD
           MOVE ALL '-' TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           EXIT.
      ************************************************************************
       020-COLLECT             SECTION.
      * Sort input: one record per live row with a non-empty folded
      * value.  A failed DBSELECT releases nothing; the listing then
      * says no groups and the run ends RETURN-CODE 1.
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'DUPFIND DBSELECT'
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
               MOVE 1 TO WS-PRG-RC
               GO TO 020-COLLECT-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_test' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-FETCH
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0 AND NOT FETCH-TOMBSTONED
               ADD 1 TO WS-ROW-COUNT
               PERFORM 022-FOLD-VALUE
               IF WS-KEY-LEN > 0
                   PERFORM 024-SUM-LINES
                   IF WS-LINES-READ
                       PERFORM 026-RELEASE-ROW
                   END-IF
               END-IF
             END-IF
           END-PERFORM.

       020-COLLECT-EXIT.
           EXIT.
      ************************************************************************
       022-FOLD-VALUE          SECTION.
      * FETCH-DATA1 to upper case, then only its letters and digits,
      * closed up, into WS-KEY.
           MOVE FETCH-DATA1 TO WS-UPPER
           INSPECT WS-UPPER CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACE TO WS-KEY
           MOVE 0 TO WS-KEY-LEN
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 80
             MOVE WS-UPPER(WS-POS:1) TO WS-CHAR
             IF (WS-CHAR ALPHABETIC AND WS-CHAR NOT = SPACE)
                OR WS-CHAR NUMERIC
                 ADD 1 TO WS-KEY-LEN
                 MOVE WS-CHAR TO WS-KEY(WS-KEY-LEN:1)
             END-IF
           END-PERFORM
           EXIT.
      ************************************************************************
       024-SUM-LINES           SECTION.
      * The row's lines, counted and summed.  Each line's Adler-32
      * pair is worked out on its own and added in, so the sums do not
      * depend on the order the lines are stored in.  A line set that
      * cannot be selected leaves the row out of the sort altogether;
      * keyed as having no lines, it could be proposed as a duplicate
      * of a row that truly has none.  The FETCH-ID goes to
      * the console and the run ends RETURN-CODE 1.  The monitor
      * ends a DBFETCH cursor with a non-zero MCP-RC and gives no
      * separate code for a fetch that failed part way, so the fetch
      * loop stops on any non-zero return, as every cursor here does.
           MOVE 'N' TO WS-LINES-SW
           MOVE 0 TO WS-LINE-CNT
           MOVE 0 TO WS-LINE-SUM-A
           MOVE 0 TO WS-LINE-SUM-B
           MOVE FETCH-ID TO DET-FETCH-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               GO TO 024-SUM-LINES-FAILED
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
                 ADD 1 TO WS-LINE-CNT
                 MOVE 1 TO WS-HASH-A
                 MOVE 0 TO WS-HASH-B
                 PERFORM VARYING WS-POS FROM 1 BY 1
                         UNTIL WS-POS > 80
                   COMPUTE WS-HASH-A = FUNCTION MOD
                       (WS-HASH-A + FUNCTION ORD(DET-VALUE(WS-POS:1)),
                        65521)
                   COMPUTE WS-HASH-B = FUNCTION MOD
                       (WS-HASH-B + WS-HASH-A, 65521)
                 END-PERFORM
                 COMPUTE WS-LINE-SUM-A = FUNCTION MOD
                     (WS-LINE-SUM-A + WS-HASH-A, 999999937)
                 COMPUTE WS-LINE-SUM-B = FUNCTION MOD
                     (WS-LINE-SUM-B + WS-HASH-B, 999999937)
             END-IF
           END-PERFORM
           SET WS-LINES-READ TO TRUE
           GO TO 024-SUM-LINES-EXIT.

       024-SUM-LINES-FAILED.
           MOVE MCP-RC TO WS-ERR-RC
           DISPLAY 'DUPFIND lines not read for ' FETCH-ID
                   ' RC=' WS-ERR-RC ' - row left out'
           ADD 1 TO WS-UNREAD-COUNT
           MOVE 1 TO WS-PRG-RC.

       024-SUM-LINES-EXIT.
           EXIT.
      ************************************************************************
       026-RELEASE-ROW         SECTION.
      * Whether the row has an attachment goes with it - the reviewer
      * picking a survivor wants to know, and DUPMERGE carries a
      * victim's attachment over only when the survivor has none.
           MOVE 'N' TO DS-BLOB-SW
           MOVE FETCH-ID TO BLOB-ID
           MOVE 'DBFETCHBLOB' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-BLOB
           IF MCP-RC = 0
               IF BLOB-LEN > 0
                   MOVE 'Y' TO DS-BLOB-SW
               END-IF
           ELSE
               MOVE '?' TO DS-BLOB-SW
           END-IF
           MOVE WS-KEY TO DS-KEY
           MOVE WS-LINE-CNT TO DS-LINE-CNT
           MOVE WS-LINE-SUM-A TO DS-LINE-SUM-A
           MOVE WS-LINE-SUM-B TO DS-LINE-SUM-B
           MOVE FETCH-ID TO DS-FETCH-ID
           MOVE FETCH-VERSION TO DS-VERSION
           MOVE FETCH-DATA1 TO DS-DATA1
           RELEASE DUPSORT-RECORD
           ADD 1 TO WS-KEYED-COUNT
           EXIT.
      ************************************************************************
       030-LIST-GROUPS         SECTION.
      * Sort output: rows come back key by key, lowest FETCH-ID first
      * within a key.  A key change closes the group before it.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE 0 TO WS-MEMBER-OVER
           MOVE LOW-VALUE TO WS-GROUP-KEY
           PERFORM UNTIL WS-EOF
             RETURN DUPSORT-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     PERFORM 032-TAKE-ROW
             END-RETURN
           END-PERFORM
           PERFORM 035-CLOSE-GROUP
           IF WS-GROUP-COUNT = 0
               MOVE '  no candidate duplicates' TO DUPRPT-RECORD
               WRITE DUPRPT-RECORD
           END-IF
           EXIT.
      ************************************************************************
       032-TAKE-ROW            SECTION.
           MOVE DS-KEY TO WS-THIS-KEY-VAL
           MOVE DS-LINE-CNT TO WS-THIS-LINE-CNT
           MOVE DS-LINE-SUM-A TO WS-THIS-LINE-SUM-A
           MOVE DS-LINE-SUM-B TO WS-THIS-LINE-SUM-B
           IF WS-THIS-KEY NOT = WS-GROUP-KEY
               PERFORM 035-CLOSE-GROUP
               MOVE WS-THIS-KEY TO WS-GROUP-KEY
           END-IF
           IF WS-MEMBER-COUNT >= WS-MEMBER-MAX
               ADD 1 TO WS-MEMBER-OVER
               GO TO 032-TAKE-ROW-EXIT
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
           MOVE DS-FETCH-ID TO WS-MEM-FETCH-ID(WS-MEMBER-COUNT)
           MOVE DS-VERSION TO WS-MEM-VERSION(WS-MEMBER-COUNT)
           MOVE DS-BLOB-SW TO WS-MEM-BLOB-SW(WS-MEMBER-COUNT)
           MOVE DS-DATA1 TO WS-MEM-DATA1(WS-MEMBER-COUNT).

       032-TAKE-ROW-EXIT.
           EXIT.
      ************************************************************************
       035-CLOSE-GROUP         SECTION.
      * A key held by one row is no group.  Otherwise the group block
      * goes to the listing and a proposed merge record per member
      * after the first to DUPPROP.
           IF WS-MEMBER-COUNT + WS-MEMBER-OVER < 2
               GO TO 035-CLOSE-GROUP-RESET
           END-IF

           ADD 1 TO WS-GROUP-COUNT
           MOVE SPACE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           MOVE WS-GROUP-COUNT TO WS-GL-GROUP-NO
           COMPUTE WS-GL-MEMBERS = WS-MEMBER-COUNT + WS-MEMBER-OVER
           MOVE WS-GRP-LINE-CNT TO WS-GL-LINES
           MOVE WS-GRP-KEY TO WS-GL-KEY
           MOVE WS-GROUP-LINE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD

           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > WS-MEMBER-COUNT
             MOVE WS-MEM-FETCH-ID(WS-MEMBER-IX) TO WS-ML-FETCH-ID
             MOVE WS-MEM-VERSION(WS-MEMBER-IX) TO WS-ML-VERSION
             EVALUATE WS-MEM-BLOB-SW(WS-MEMBER-IX)
               WHEN 'Y'
                 MOVE 'ATT' TO WS-ML-BLOB
               WHEN '?'
                 MOVE '???' TO WS-ML-BLOB
               WHEN OTHER
                 MOVE SPACE TO WS-ML-BLOB
             END-EVALUATE
             IF WS-MEMBER-IX = 1
                 MOVE 'SURVIVOR' TO WS-ML-ROLE
             ELSE
                 MOVE 'VICTIM' TO WS-ML-ROLE
                 ADD 1 TO WS-DUP-COUNT
                 MOVE SPACE TO DUPPROP-RECORD
                 MOVE WS-MEM-FETCH-ID(1) TO DP-SURVIVOR-ID
                 MOVE WS-MEM-FETCH-ID(WS-MEMBER-IX) TO DP-VICTIM-ID
                 WRITE DUPPROP-RECORD
             END-IF
             MOVE WS-MEM-DATA1(WS-MEMBER-IX) TO WS-ML-DATA1
             MOVE WS-MEMBER-LINE TO DUPRPT-RECORD
             WRITE DUPRPT-RECORD
           END-PERFORM
           IF WS-MEMBER-OVER > 0
               MOVE WS-MEMBER-OVER TO WS-RPT-COUNT
               MOVE SPACE TO DUPRPT-RECORD
               STRING '  and ' WS-RPT-COUNT
                      ' more, not listed or proposed'
                      DELIMITED BY SIZE
                      INTO DUPRPT-RECORD
               END-STRING
               WRITE DUPRPT-RECORD
           END-IF.

       035-CLOSE-GROUP-RESET.
           MOVE 0 TO WS-MEMBER-COUNT
           MOVE 0 TO WS-MEMBER-OVER.

       035-CLOSE-GROUP-EXIT.
           EXIT.
      ************************************************************************
       040-SUMMARY             SECTION.
           MOVE SPACE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           MOVE 'Summary' TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           MOVE SPACE TO WS-RPT-LINE
           MOVE '  live rows read' TO WS-RPT-LABEL
           MOVE WS-ROW-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           MOVE SPACE TO WS-RPT-LINE
           MOVE '  lines not read' TO WS-RPT-LABEL
           MOVE WS-UNREAD-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           MOVE SPACE TO WS-RPT-LINE
           MOVE '  rows keyed' TO WS-RPT-LABEL
           MOVE WS-KEYED-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           MOVE SPACE TO WS-RPT-LINE
           MOVE '  candidate groups' TO WS-RPT-LABEL
           MOVE WS-GROUP-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           MOVE SPACE TO WS-RPT-LINE
           MOVE '  merges proposed' TO WS-RPT-LABEL
           MOVE WS-DUP-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO DUPRPT-RECORD
           WRITE DUPRPT-RECORD
           EXIT.
      ************************************************************************
       050-TERM                 SECTION.
           CLOSE DUPRPT-FILE
                 DUPPROP-FILE
           MOVE WS-ROW-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPFIND live rows read:   ' WS-RPT-COUNT
           MOVE WS-UNREAD-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPFIND lines not read:   ' WS-RPT-COUNT
           MOVE WS-GROUP-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPFIND candidate groups: ' WS-RPT-COUNT
           MOVE WS-DUP-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPFIND merges proposed:  ' WS-RPT-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
