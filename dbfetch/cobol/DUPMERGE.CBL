       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DUPMERGE.
      ************************************************************************
      * Merges approved duplicate records in tbl_fetch_test.  Reads
      * MERGEIN, one approved merge per record - the surviving
      * FETCH-ID and one victim FETCH-ID, the layout DUPFIND proposes
      * in DUPPROP:
      *   cols  1- 9  survivor FETCH-ID, zero-padded
      *   col  10     space
      *   cols 11-19  victim FETCH-ID, zero-padded
      * Consecutive records naming the same survivor are one merge
      * group.  For each victim, in turn:
      *   - any line the survivor lacks - matched on value, not line
      *     number - is added to the survivor after its last line;
      *   - the victim's attachment is copied to the survivor when the
      *     survivor has none - a survivor's own attachment is never
      *     replaced;
      *   - the victim is tombstoned, version bumped, exactly as the
      *     gateway's DELETE does, with a history image and a DELETE
      *     outbox event.  Its lines and attachment stay with it, so
      *     the restore call can still undo a wrong merge.
      * Once the group's victims are through, the survivor's version
      * is bumped and an UPDATE outbox event written, so the warehouse
      * sees both sides of the merge through the relay.  Before its
      * first change the survivor's own before-image goes to the
      * history with the verb MERGE.
      *
      * Neither side may end up with more lines than the 100 a
      * DB-HISTORY image holds: a row past that could never again be
      * changed, deleted or restored by any writer that keeps history.
      * A victim is refused - MERGEREJ, the record and a reason - when
      * it is the survivor itself, not found, already tombstoned, has
      * more than 100 lines, would take the survivor past 100 lines,
      * or any call on its way through fails.  A survivor that is not
      * found, tombstoned or already over 100 lines refuses its whole
      * group.  A rerun of the same file is safe: a victim merged
      * first time round is refused as already deleted, and only
      * lines the survivor still lacks are ever added.
      *
      * Invoked from a JCL step or shell wrapper once operations have
      * reviewed the DUPFIND listing; RETURN-CODE 1 when any record
      * was refused.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  MERGEIN-FILE    ASSIGN TO "MERGEIN"
                   ORGANIZATION    IS LINE SEQUENTIAL.
      * OPTIONAL, and opened EXTEND: a rerun appends its rejects after
      * the first attempt's instead of wiping them - same as FETCHREJ.
           SELECT  OPTIONAL MERGEREJ-FILE
                   ASSIGN TO "MERGEREJ"
                   ORGANIZATION    IS LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  MERGEIN-FILE.
       01  MERGEIN-RECORD          PIC X(19).
       FD  MERGEREJ-FILE.
       01  MERGEREJ-RECORD.
           05  MJ-INPUT-IMAGE      PIC X(19).
           05  FILLER              PIC X(01).
           05  MJ-REASON           PIC X(30).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-FETCH".
            COPY    "DB-DETAIL".
            COPY    "DB-BLOB".
            COPY    "DB-HISTORY".
            COPY    "DB-OUTBOX".
       01 WS-IN-RECORD.
           05  WS-IN-SURVIVOR      PIC X(09).
           05  WS-IN-SURVIVOR-N REDEFINES WS-IN-SURVIVOR
                                   PIC 9(09).
           05  FILLER              PIC X(01).
           05  WS-IN-VICTIM        PIC X(09).
           05  WS-IN-VICTIM-N REDEFINES WS-IN-VICTIM
                                   PIC 9(09).
       01 WS-EOF-SW     PIC X(01).
           88  WS-EOF                  VALUE 'Y'.
      * The merge group open: whose group it is, whether the survivor
      * passed its checks (and if not, why - every record of the group
      * is refused with it), and whether the survivor has been changed
      * yet - its before-image is landed just ahead of the first
      * change and its version bumped when the group closes.
       01 WS-GRP-OPEN-SW PIC X(01)  VALUE 'N'.
           88  WS-GRP-OPEN             VALUE 'Y'.
       01 WS-GRP-SURVIVOR PIC X(09).
       01 WS-GRP-OK-SW  PIC X(01).
           88  WS-GRP-OK               VALUE 'Y'.
       01 WS-GRP-REASON PIC X(30).
       01 WS-GRP-CHANGED-SW PIC X(01).
           88  WS-GRP-CHANGED          VALUE 'Y'.
       01 WS-SURV-ID    PIC S9(9)   BINARY.
       01 WS-VICT-ID    PIC S9(9)   BINARY.
      * The survivor's and the victim's rows as read - DB-FETCH is
      * reloaded by every read, so each side is kept here between
      * calls.
       01 WS-SURV-ROW   PIC X(200).
       01 WS-VICT-ROW   PIC X(200).
      * Row-read result for 030-READ-ROW.
       01 WS-ROW-SW     PIC X(01).
           88  WS-ROW-FOUND            VALUE 'F'.
           88  WS-ROW-MISSING          VALUE 'M'.
           88  WS-ROW-FAILED           VALUE 'E'.
      * The survivor's line set as it grows through the group, and
      * the last line number it holds - added lines go after it.
      * 100 is the line set a DB-HISTORY image carries - the most a
      * row can hold and still be changed by a history writer.
       01 WS-SURV-LINE-MAX PIC S9(4) BINARY  VALUE 100.
       01 WS-SURV-LINE-CNT PIC S9(4) BINARY.
       01 WS-SURV-LAST-NO  PIC S9(4) BINARY.
       01 WS-SURV-LINES.
           05  WS-SURV-VALUE       PIC X(80)   OCCURS 100.
       01 WS-SURV-BLOB-SW PIC X(01).
           88  WS-SURV-HAS-BLOB        VALUE 'Y'.
      * The victim's lines, each flagged 'Y' when the survivor lacks
      * it.  A victim is held to the 100 lines a history image carries.
       01 WS-VICT-LINE-CNT PIC S9(4) BINARY.
       01 WS-VICT-LINES.
           05  WS-VICT-LINE        OCCURS 100.
               10  WS-VICT-VALUE   PIC X(80).
               10  WS-VICT-NEW-SW  PIC X(01).
       01 WS-VICT-NEW-CNT PIC S9(4) BINARY.
       01 WS-VICT-BLOB-SW PIC X(01).
           88  WS-VICT-BLOB-MOVES      VALUE 'Y'.
       01 WS-LINE-IX    PIC S9(4)   BINARY.
       01 WS-SURV-IX    PIC S9(4)   BINARY.
       01 WS-LINE-READ-SW PIC X(01).
           88  WS-LINE-READ-OK         VALUE 'Y'.
      * Before-image state for 065-WRITE-HISTORY.
       01 WS-HIST-VERB  PIC X(07).
       01 WS-HIST-OK-SW PIC X(01).
           88  WS-HIST-OK              VALUE 'Y'.
       01 WS-HIST-IX    PIC S9(4)   BINARY.
       01 WS-OUTBOX-VERB PIC X(06).
       01 WS-ERR-RC     PIC -(9)9.
       01 WS-REJ-REASON PIC X(30).
       01 WS-READ-COUNT  PIC S9(9)  BINARY  VALUE 0.
       01 WS-GROUP-COUNT PIC S9(9)  BINARY  VALUE 0.
       01 WS-MERGE-COUNT PIC S9(9)  BINARY  VALUE 0.
       01 WS-LINE-COUNT  PIC S9(9)  BINARY  VALUE 0.
       01 WS-BLOB-COUNT  PIC S9(9)  BINARY  VALUE 0.
       01 WS-REJ-COUNT   PIC S9(9)  BINARY  VALUE 0.
       01 WS-HIST-COUNT  PIC S9(9)  BINARY  VALUE 0.
       01 WS-RPT-COUNT   PIC ZZZ,ZZZ,ZZ9.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination - RETURN-CODE itself is reset by every CALL.
       01 WS-PRG-RC     PIC S9(4)   BINARY  VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-INIT
           PERFORM 020-READ-MERGES
           PERFORM 050-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           OPEN INPUT  MERGEIN-FILE
           OPEN EXTEND MERGEREJ-FILE
           EXIT.
      ************************************************************************
       020-READ-MERGES         SECTION.
      * A change of survivor closes the group before it; the last
      * group is closed at end of file.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
             READ MERGEIN-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     ADD 1 TO WS-READ-COUNT
                     MOVE MERGEIN-RECORD TO WS-IN-RECORD
                     IF NOT WS-GRP-OPEN
                        OR WS-IN-SURVIVOR NOT = WS-GRP-SURVIVOR
                         PERFORM 040-CLOSE-GROUP
                         PERFORM 025-OPEN-GROUP
                     END-IF
                     PERFORM 035-MERGE-VICTIM
             END-READ
           END-PERFORM
           PERFORM 040-CLOSE-GROUP
           EXIT.
      ************************************************************************
       025-OPEN-GROUP          SECTION.
      * Reads the survivor, its lines and whether it has an attachment.
      * Nothing is changed here - a group whose victims are all
      * refused leaves the survivor as it was.
           SET WS-GRP-OPEN TO TRUE
           MOVE WS-IN-SURVIVOR TO WS-GRP-SURVIVOR
           MOVE 'N' TO WS-GRP-OK-SW
           MOVE 'N' TO WS-GRP-CHANGED-SW
           MOVE SPACE TO WS-GRP-REASON
           ADD 1 TO WS-GROUP-COUNT

           IF WS-IN-SURVIVOR NOT NUMERIC
               MOVE 'SURVIVOR ID NOT NUMERIC' TO WS-GRP-REASON
               GO TO 025-OPEN-GROUP-EXIT
           END-IF
           MOVE WS-IN-SURVIVOR-N TO WS-SURV-ID

           MOVE WS-SURV-ID TO FETCH-ID
           PERFORM 030-READ-ROW
           IF WS-ROW-FAILED
               STRING 'SURVIVOR ' WS-REJ-REASON
                      DELIMITED BY SIZE
                      INTO WS-GRP-REASON
               END-STRING
               GO TO 025-OPEN-GROUP-EXIT
           END-IF
           IF WS-ROW-MISSING
               MOVE 'SURVIVOR NOT FOUND' TO WS-GRP-REASON
               GO TO 025-OPEN-GROUP-EXIT
           END-IF
           IF FETCH-TOMBSTONED
               MOVE 'SURVIVOR ALREADY DELETED' TO WS-GRP-REASON
               GO TO 025-OPEN-GROUP-EXIT
           END-IF
           MOVE DB-FETCH TO WS-SURV-ROW

           MOVE 0 TO WS-SURV-LINE-CNT
           MOVE 0 TO WS-SURV-LAST-NO
           MOVE 'N' TO WS-LINE-READ-SW
           MOVE WS-SURV-ID TO DET-FETCH-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'SURVIVOR DETAIL RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-GRP-REASON
               END-STRING
               GO TO 025-OPEN-GROUP-EXIT
           END-IF

           SET WS-LINE-READ-OK TO TRUE
           MOVE 0 TO MCP-RC
           PERFORM UNTIL MCP-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_detail' TO MCP-TABLE
             MOVE 'parent' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-DETAIL
             IF MCP-RC = 0
               IF WS-SURV-LINE-CNT >= WS-SURV-LINE-MAX
                   MOVE 'N' TO WS-LINE-READ-SW
               ELSE
                   ADD 1 TO WS-SURV-LINE-CNT
                   MOVE DET-VALUE TO WS-SURV-VALUE(WS-SURV-LINE-CNT)
                   IF DET-LINE-NO > WS-SURV-LAST-NO
                       MOVE DET-LINE-NO TO WS-SURV-LAST-NO
                   END-IF
               END-IF
             END-IF
           END-PERFORM
           IF NOT WS-LINE-READ-OK
               MOVE 'SURVIVOR OVER 100 LINES' TO WS-GRP-REASON
               GO TO 025-OPEN-GROUP-EXIT
           END-IF

           MOVE 'N' TO WS-SURV-BLOB-SW
           MOVE WS-SURV-ID TO BLOB-ID
           MOVE 'DBFETCHBLOB' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-BLOB
           IF MCP-RC NOT = 0
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'SURVIVOR BLOB RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-GRP-REASON
               END-STRING
               GO TO 025-OPEN-GROUP-EXIT
           END-IF
           IF BLOB-LEN > 0
               SET WS-SURV-HAS-BLOB TO TRUE
           END-IF

           SET WS-GRP-OK TO TRUE.

       025-OPEN-GROUP-EXIT.
           EXIT.
      ************************************************************************
       030-READ-ROW            SECTION.
      * Reads the tbl_fetch_test row whose id is in FETCH-ID into
      * DB-FETCH.  WS-REJ-REASON carries the return code on a failed
      * select.
           MOVE 'M' TO WS-ROW-SW
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
               STRING 'DBSELECT RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               SET WS-ROW-FAILED TO TRUE
               GO TO 030-READ-ROW-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC = 0
               SET WS-ROW-FOUND TO TRUE
           END-IF.

       030-READ-ROW-EXIT.
           EXIT.
      ************************************************************************
       035-MERGE-VICTIM        SECTION.
      * Everything about the victim is read and checked before the
      * first write, so a refused victim leaves both rows untouched.
      * From the first write on, a failure stops the victim where it
      * stands and is refused; lines already added stay, and a rerun
      * adds only the ones still missing.
           IF NOT WS-GRP-OK
               MOVE WS-GRP-REASON TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF
           IF WS-IN-VICTIM NOT NUMERIC
               MOVE 'VICTIM ID NOT NUMERIC' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF
           MOVE WS-IN-VICTIM-N TO WS-VICT-ID
           IF WS-VICT-ID = WS-SURV-ID
               MOVE 'VICTIM IS THE SURVIVOR' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF

           MOVE WS-VICT-ID TO FETCH-ID
           PERFORM 030-READ-ROW
           IF WS-ROW-FAILED
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF
           IF WS-ROW-MISSING
               MOVE 'VICTIM NOT FOUND' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF
           IF FETCH-TOMBSTONED
               MOVE 'VICTIM ALREADY DELETED' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF
           MOVE DB-FETCH TO WS-VICT-ROW

      * The victim's lines, and which of them the survivor lacks.
           MOVE 0 TO WS-VICT-LINE-CNT
           MOVE 0 TO WS-VICT-NEW-CNT
           MOVE 'N' TO WS-LINE-READ-SW
           MOVE WS-VICT-ID TO DET-FETCH-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               MOVE SPACE TO WS-REJ-REASON
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'VICTIM DETAIL RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF

           SET WS-LINE-READ-OK TO TRUE
           MOVE 0 TO MCP-RC
           PERFORM UNTIL MCP-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_detail' TO MCP-TABLE
             MOVE 'parent' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-DETAIL
             IF MCP-RC = 0
               IF WS-VICT-LINE-CNT >= 100
                   MOVE 'N' TO WS-LINE-READ-SW
               ELSE
                   ADD 1 TO WS-VICT-LINE-CNT
                   MOVE DET-VALUE TO WS-VICT-VALUE(WS-VICT-LINE-CNT)
                   MOVE 'Y' TO WS-VICT-NEW-SW(WS-VICT-LINE-CNT)
               END-IF
             END-IF
           END-PERFORM
           IF NOT WS-LINE-READ-OK
               MOVE 'VICTIM OVER 100 LINES' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF

           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-VICT-LINE-CNT
             PERFORM VARYING WS-SURV-IX FROM 1 BY 1
                     UNTIL WS-SURV-IX > WS-SURV-LINE-CNT
                        OR WS-VICT-NEW-SW(WS-LINE-IX) = 'N'
               IF WS-SURV-VALUE(WS-SURV-IX)
                  = WS-VICT-VALUE(WS-LINE-IX)
                   MOVE 'N' TO WS-VICT-NEW-SW(WS-LINE-IX)
               END-IF
             END-PERFORM
      * A line the victim holds twice is added to the survivor once.
             IF WS-VICT-NEW-SW(WS-LINE-IX) = 'Y'
                 PERFORM VARYING WS-SURV-IX FROM 1 BY 1
                         UNTIL WS-SURV-IX >= WS-LINE-IX
                   IF WS-VICT-NEW-SW(WS-SURV-IX) = 'Y'
                      AND WS-VICT-VALUE(WS-SURV-IX)
                        = WS-VICT-VALUE(WS-LINE-IX)
                       MOVE 'N' TO WS-VICT-NEW-SW(WS-LINE-IX)
                   END-IF
                 END-PERFORM
             END-IF
             IF WS-VICT-NEW-SW(WS-LINE-IX) = 'Y'
                 ADD 1 TO WS-VICT-NEW-CNT
             END-IF
           END-PERFORM
           IF WS-SURV-LINE-CNT + WS-VICT-NEW-CNT > WS-SURV-LINE-MAX
               MOVE 'SURVIVOR WOULD PASS 100 LINES' TO WS-REJ-REASON
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF

      * The attachment moves only onto a survivor without one.
           MOVE 'N' TO WS-VICT-BLOB-SW
           IF NOT WS-SURV-HAS-BLOB
               MOVE WS-VICT-ID TO BLOB-ID
               MOVE 'DBFETCHBLOB' TO MCP-FUNC
               MOVE 'tbl_fetch_test' TO MCP-TABLE
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-BLOB
               IF MCP-RC NOT = 0
                   MOVE SPACE TO WS-REJ-REASON
                   MOVE MCP-RC TO WS-ERR-RC
                   STRING 'VICTIM BLOB RC=' WS-ERR-RC
                          DELIMITED BY SIZE
                          INTO WS-REJ-REASON
                   END-STRING
                   PERFORM 055-WRITE-REJECT
                   GO TO 035-MERGE-VICTIM-EXIT
               END-IF
               IF BLOB-LEN > 0
                   SET WS-VICT-BLOB-MOVES TO TRUE
               END-IF
           END-IF

      * Before-images: the survivor's once per group, ahead of its
      * first change, then the victim's.
           IF NOT WS-GRP-CHANGED
               MOVE WS-SURV-ROW TO DB-FETCH
               MOVE 'MERGE' TO WS-HIST-VERB
               PERFORM 065-WRITE-HISTORY
               IF NOT WS-HIST-OK
                   GO TO 035-MERGE-VICTIM-EXIT
               END-IF
               SET WS-GRP-CHANGED TO TRUE
           END-IF
           MOVE WS-VICT-ROW TO DB-FETCH
           MOVE 'DELETE' TO WS-HIST-VERB
           PERFORM 065-WRITE-HISTORY
           IF NOT WS-HIST-OK
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF

      * The missing lines, numbered on from the survivor's last.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-VICT-LINE-CNT
             IF WS-VICT-NEW-SW(WS-LINE-IX) = 'Y'
                 ADD 1 TO WS-SURV-LAST-NO
                 MOVE WS-SURV-ID TO DET-FETCH-ID
                 MOVE WS-SURV-LAST-NO TO DET-LINE-NO
                 MOVE WS-VICT-VALUE(WS-LINE-IX) TO DET-VALUE
                 MOVE 'DBINSERT' TO MCP-FUNC
                 MOVE 'tbl_fetch_detail' TO MCP-TABLE
                 MOVE SPACE TO MCP-PATHNAME
                 CALL 'MONFUNC' USING
                      MCPAREA
                      DB-DETAIL
                 IF MCP-RC NOT = 0
                     MOVE SPACE TO WS-REJ-REASON
                     MOVE MCP-RC TO WS-ERR-RC
                     STRING 'LINE DBINSERT RC=' WS-ERR-RC
                            DELIMITED BY SIZE
                            INTO WS-REJ-REASON
                     END-STRING
                     PERFORM 055-WRITE-REJECT
                     GO TO 035-MERGE-VICTIM-EXIT
                 END-IF
                 ADD 1 TO WS-SURV-LINE-CNT
                 MOVE WS-VICT-VALUE(WS-LINE-IX)
                   TO WS-SURV-VALUE(WS-SURV-LINE-CNT)
                 ADD 1 TO WS-LINE-COUNT
             END-IF
           END-PERFORM

      * DB-BLOB still holds the victim's attachment as fetched.
           IF WS-VICT-BLOB-MOVES
               MOVE WS-SURV-ID TO BLOB-ID
               MOVE 'DBSTOREBLOB' TO MCP-FUNC
               MOVE 'tbl_fetch_test' TO MCP-TABLE
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-BLOB
               IF MCP-RC NOT = 0
                   MOVE SPACE TO WS-REJ-REASON
                   MOVE MCP-RC TO WS-ERR-RC
                   STRING 'BLOB DBSTOREBLOB RC=' WS-ERR-RC
                          DELIMITED BY SIZE
                          INTO WS-REJ-REASON
                   END-STRING
                   PERFORM 055-WRITE-REJECT
                   GO TO 035-MERGE-VICTIM-EXIT
               END-IF
               SET WS-SURV-HAS-BLOB TO TRUE
               ADD 1 TO WS-BLOB-COUNT
           END-IF

      * The tombstone, as the gateway's DELETE lays it down.
           MOVE WS-VICT-ROW TO DB-FETCH
           SET FETCH-TOMBSTONED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO FETCH-DEL-TS
           ADD 1 TO FETCH-VERSION
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
               MOVE SPACE TO WS-REJ-REASON
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'VICTIM DBUPDATE RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               PERFORM 055-WRITE-REJECT
               GO TO 035-MERGE-VICTIM-EXIT
           END-IF
           MOVE 'DELETE' TO WS-OUTBOX-VERB
           PERFORM 085-WRITE-OUTBOX
           ADD 1 TO WS-MERGE-COUNT.

       035-MERGE-VICTIM-EXIT.
           EXIT.
      ************************************************************************
       040-CLOSE-GROUP         SECTION.
      * A survivor that took any change moves on a version, read back
      * fresh so the bump rides on what is in the table now, and its
      * UPDATE event goes to the outbox with the after-image.
           IF NOT WS-GRP-OPEN
              OR NOT WS-GRP-CHANGED
               GO TO 040-CLOSE-GROUP-EXIT
           END-IF

           MOVE WS-SURV-ID TO FETCH-ID
           PERFORM 030-READ-ROW
           IF WS-ROW-MISSING
               MOVE 'SURVIVOR GONE AT CLOSE' TO WS-REJ-REASON
           END-IF
           IF NOT WS-ROW-FOUND
               PERFORM 045-REJECT-SURVIVOR
               GO TO 040-CLOSE-GROUP-EXIT
           END-IF

           ADD 1 TO FETCH-VERSION
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
               MOVE SPACE TO WS-REJ-REASON
               MOVE MCP-RC TO WS-ERR-RC
               STRING 'SURVIVOR DBUPDATE RC=' WS-ERR-RC
                      DELIMITED BY SIZE
                      INTO WS-REJ-REASON
               END-STRING
               PERFORM 045-REJECT-SURVIVOR
               GO TO 040-CLOSE-GROUP-EXIT
           END-IF
           MOVE 'UPDATE' TO WS-OUTBOX-VERB
           PERFORM 085-WRITE-OUTBOX.

       040-CLOSE-GROUP-EXIT.
           EXIT.
      ************************************************************************
       045-REJECT-SURVIVOR     SECTION.
      * The survivor's own step failed after its victims went through.
      * The record in hand may already belong to the next group, so
      * the reject carries the survivor's id alone.
           MOVE SPACE TO MERGEREJ-RECORD
           MOVE WS-GRP-SURVIVOR TO MJ-INPUT-IMAGE(1:9)
           MOVE WS-REJ-REASON TO MJ-REASON
           WRITE MERGEREJ-RECORD
           ADD 1 TO WS-REJ-COUNT
           EXIT.
      ************************************************************************
       055-WRITE-REJECT        SECTION.
      * The whole record is blanked first - the FD record's filler
      * byte is never touched otherwise and must not leak whatever
      * the buffer held into the reject file.  Same rule as FETCHREJ.
           MOVE SPACE TO MERGEREJ-RECORD
           MOVE WS-IN-RECORD TO MJ-INPUT-IMAGE
           MOVE WS-REJ-REASON TO MJ-REASON
           WRITE MERGEREJ-RECORD
           ADD 1 TO WS-REJ-COUNT
           EXIT.
      ************************************************************************
       065-WRITE-HISTORY       SECTION.
      * Lands the before-image of the row in DB-FETCH in
      * tbl_fetch_history: the parent columns as read, and the line
      * set cursored off tbl_fetch_detail straight into the image.
      * More lines than the image holds, or a failed read or insert,
      * refuses the victim - the merge must not go through without
      * its history.
           MOVE 'N' TO WS-HIST-OK-SW
           MOVE FETCH-ID TO HIST-FETCH-ID
           MOVE FUNCTION CURRENT-DATE TO HIST-TS
           MOVE WS-HIST-VERB TO HIST-VERB
           MOVE 'DUPMERGE' TO HIST-CLIENT-ID
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
       085-WRITE-OUTBOX        SECTION.
      * The event for the row in DB-FETCH, after the change.  As on
      * the gateway, the change already stands, so a failed outbox
      * write is logged and tolerated - the nightly reconciliation
      * (OUTBXRCN) catches anything that slips.
           MOVE FUNCTION CURRENT-DATE TO OUTBOX-TS
           MOVE WS-OUTBOX-VERB TO OUTBOX-VERB
           MOVE FETCH-ID TO OUTBOX-FETCH-ID
           MOVE FETCH-DATA1 TO OUTBOX-DATA1
           SET OUTBOX-UNSENT TO TRUE
           MOVE 0 TO OUTBOX-RETRY-CNT
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE SPACE TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC NOT = 0
               MOVE MCP-RC TO WS-ERR-RC
               DISPLAY 'DUPMERGE outbox not written for ' FETCH-ID
                       ' RC=' WS-ERR-RC
           END-IF
           EXIT.
      ************************************************************************
       050-TERM                 SECTION.
           CLOSE MERGEIN-FILE
                 MERGEREJ-FILE
           MOVE WS-READ-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPMERGE records read:    ' WS-RPT-COUNT
           MOVE WS-GROUP-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPMERGE merge groups:    ' WS-RPT-COUNT
           MOVE WS-MERGE-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPMERGE victims merged:  ' WS-RPT-COUNT
           MOVE WS-LINE-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPMERGE lines moved:     ' WS-RPT-COUNT
           MOVE WS-BLOB-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPMERGE attachments:     ' WS-RPT-COUNT
           MOVE WS-HIST-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPMERGE history images:  ' WS-RPT-COUNT
           MOVE WS-REJ-COUNT TO WS-RPT-COUNT
           DISPLAY 'DUPMERGE refused:         ' WS-RPT-COUNT
           IF WS-REJ-COUNT > 0
               MOVE 1 TO WS-PRG-RC
           END-IF
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
