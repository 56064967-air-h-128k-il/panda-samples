       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OUTBXRCN.
      ************************************************************************
      * Nightly proof that every change to tbl_fetch_test reached the
      * warehouse as an outbox event.  TEST1's 085-WRITE-OUTBOX logs
      * and tolerates a failed event insert, and FETCHLOD, FETCHAPL and
      * FETCHPRG change the table without writing events at all, so
      * the warehouse can drift from the table with nothing on the
      * feed to show for it.  This run matches the day's FETCHCMP
      * delta against the events OUTBXRLY delivered in the day's
      * OUTBFEED hand-off file, by FETCH-ID and verb:
      *   FETCHADD 'P' group  - wants an INSERT event for the id
      *   FETCHCHG 'C' group  - wants an UPDATE event for the id
      *   FETCHDEL 'P' group  - wants a DELETE event for the id
      * The delta is the net of the day, so once a group has its event
      * every other event for the same id (a POST followed by a PUT,
      * say) is part of that same net change and matched with it.
      *
      * The report (OUTBRCN) lists every change the warehouse never
      * heard about, then every event with no matching change, and
      * closes with summary counts.  Each missed change also gets one
      * compensating event in OUTBCMP, in the OUTBFEED record shape
      * with a zero event id, for OUTBXCMP to feed back into
      * tbl_fetch_outbox:
      *   - a missed add      INSERT with the new value
      *   - a missed change   UPDATE with the new value
      *   - a missed delete   DELETE with the last value
      * OUTBXCMP re-reads the live row as it loads each one, so a row
      * that has moved on since is sent as it stands then.
      * An event with no change behind it - an attachment PUT, a
      * delete and restore on the same day, an event relayed after
      * the extract was cut, or a compensating event itself coming
      * back through a later day's feed - is listed only.  The
      * warehouse already heard it, and re-asserting the row would
      * come back the next night as another event with no change
      * behind it, for ever.
      *
      * OUTBFEED is validated before anything is matched.  Each run of
      * the relay brackets its events with 'HDR ' and 'TRL ' records;
      * every closed bracket's trailer count and event-id hash must
      * agree with the events in it.  A bracket opened by an attempt
      * that abended is closed by the next 'HDR ' of its rerun, so it
      * is accepted unchecked, but the file must end on a trailer - a
      * hand-off that does not is not from a clean relay run.  A
      * failure there stops the run with RETURN-CODE 3 before any
      * matching.  A delta file with a missing or wrong trailer also
      * gives RETURN-CODE 3; the report still runs, but OUTBCMP is
      * left without its trailer so OUTBXCMP will not load it.
      *
      * RETURN-CODE 1 means missed changes were found and OUTBCMP has
      * work in it - events with no change behind them are listed but
      * do not raise it; 2 means the feed held more events than the
      * matching table - nothing was matched.
      *
      * Invoked from a JCL step or shell wrapper, not through the REST
      * gateway.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  FETCHADD-FILE   ASSIGN TO "FETCHADD"
                   ORGANIZATION    IS LINE SEQUENTIAL.
           SELECT  FETCHCHG-FILE   ASSIGN TO "FETCHCHG"
                   ORGANIZATION    IS LINE SEQUENTIAL.
           SELECT  FETCHDEL-FILE   ASSIGN TO "FETCHDEL"
                   ORGANIZATION    IS LINE SEQUENTIAL.
           SELECT  OUTBFEED-FILE   ASSIGN TO "OUTBFEED"
                   ORGANIZATION    IS LINE SEQUENTIAL.
           SELECT  OUTBRCN-FILE    ASSIGN TO "OUTBRCN"
                   ORGANIZATION    IS LINE SEQUENTIAL.
           SELECT  OUTBCMP-FILE    ASSIGN TO "OUTBCMP"
                   ORGANIZATION    IS LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  FETCHADD-FILE.
       01  FETCHADD-RECORD         PIC X(97).
       FD  FETCHCHG-FILE.
       01  FETCHCHG-RECORD         PIC X(181).
       FD  FETCHDEL-FILE.
       01  FETCHDEL-RECORD         PIC X(97).
      * Same layout OUTBXRLY writes.
       FD  OUTBFEED-FILE.
       01  OUTBFEED-RECORD.
           05  OF-EVENT-ID         PIC 9(09).
           05  FILLER              PIC X(01).
           05  OF-TS               PIC X(26).
           05  FILLER              PIC X(01).
           05  OF-VERB             PIC X(06).
           05  FILLER              PIC X(01).
           05  OF-FETCH-ID         PIC 9(09).
           05  FILLER              PIC X(01).
           05  OF-DATA1            PIC X(80).
       FD  OUTBRCN-FILE.
       01  OUTBRCN-RECORD          PIC X(80).
       FD  OUTBCMP-FILE.
       01  OUTBCMP-RECORD          PIC X(134).
       WORKING-STORAGE     SECTION.
      * The delta record in hand, through the same views FETCHAPL
      * reads it with.
       01 WS-IN-RECORD.
           05  WS-IN-REC-TYPE      PIC X(02).
           05  WS-IN-ID            PIC X(09).
           05  FILLER              PIC X(01).
           05  WS-IN-DATA1         PIC X(80).
           05  FILLER              PIC X(89).
       01 WS-IN-CHANGE REDEFINES WS-IN-RECORD.
           05  FILLER              PIC X(02).
           05  WS-IN-CHG-ID        PIC X(09).
           05  FILLER              PIC X(05).
           05  WS-IN-CHG-OLD       PIC X(80).
           05  FILLER              PIC X(05).
           05  WS-IN-CHG-NEW       PIC X(80).
      * Every event in the hand-off file, in feed order.  The match
      * state starts blank; 'M' is an event some delta group matched,
      * 'C' one whose id has a compensating event for a missed change.
       01 WS-EVT-MAX      PIC S9(9)  BINARY   VALUE 20000.
       01 WS-EVT-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-EVT-TABLE.
           05  WS-EVT              OCCURS 20000.
               10  WS-EVT-ID       PIC 9(09).
               10  WS-EVT-FETCH-ID PIC 9(09).
               10  WS-EVT-VERB     PIC X(06).
               10  WS-EVT-TS       PIC X(26).
               10  WS-EVT-DATA1    PIC X(80).
               10  WS-EVT-STATE    PIC X(01).
                   88  WS-EVT-OPEN             VALUE SPACE.
                   88  WS-EVT-MATCHED          VALUE 'M'.
                   88  WS-EVT-COVERED          VALUE 'C'.
       01 WS-EVT-SUB      PIC S9(9)  BINARY.
      * The delta group being matched.
       01 WS-ITEM-ID      PIC 9(09).
       01 WS-ITEM-KIND    PIC X(06).
       01 WS-ITEM-VERB    PIC X(06).
       01 WS-ITEM-DATA1   PIC X(80).
       01 WS-MATCH-SW     PIC X(01).
           88  WS-ITEM-MATCHED         VALUE 'Y'.
       01 WS-EOF-SW       PIC X(01).
           88  WS-EOF                  VALUE 'Y'.
       01 WS-TRL-SW       PIC X(01).
           88  WS-TRL-SEEN             VALUE 'Y'.
       01 WS-FILE-NAME    PIC X(08).
       01 WS-FILE-COUNT   PIC S9(9)  BINARY.
       01 WS-TRL-VALUE    PIC 9(09).
      * Feed validation: the bracket being read, and what it held.
       01 WS-BRACKET-SW   PIC X(01)  VALUE 'N'.
           88  WS-IN-BRACKET           VALUE 'Y'.
       01 WS-BRACKET-COUNT PIC S9(9) BINARY.
       01 WS-BRACKET-HASH PIC S9(9)  BINARY.
       01 WS-FEED-TRL-SW  PIC X(01)  VALUE 'N'.
           88  WS-FEED-ENDS-TRL        VALUE 'Y'.
       01 WS-TRL-COUNT-IN PIC 9(09).
       01 WS-TRL-HASH-IN  PIC 9(09).
       01 WS-RUN-DATE     PIC X(08).
      * Compensating event file: same record shape as OUTBFEED, zero
      * event id (the monitor assigns the real one at load), bracketed
      * the same way.  Its hash runs over the FETCH-IDs, the only id
      * the records carry.
       01 CMP-RECORD.
           05  CMP-EVENT-ID        PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  CMP-TS              PIC X(26).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  CMP-VERB            PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  CMP-FETCH-ID        PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  CMP-DATA1           PIC X(80).
       01 CMP-HDR-RECORD.
           05  FILLER              PIC X(04)   VALUE 'HDR '.
           05  CMP-HDR-DATE        PIC X(08).
       01 CMP-TRL-RECORD.
           05  FILLER              PIC X(04)   VALUE 'TRL '.
           05  CMP-TRL-DATE        PIC X(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  CMP-TRL-COUNT       PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  CMP-TRL-HASH        PIC 9(09).
       01 WS-CMP-HASH     PIC S9(9)  BINARY   VALUE 0.
      * Report lines.
       01 WS-CHG-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-CHG-FETCH-ID     PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-CHG-KIND         PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-CHG-WANTED       PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-CHG-DATA1        PIC X(55).
       01 WS-EVT-LINE.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-EVT-L-ID         PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-EVT-L-FETCH-ID   PIC Z(8)9.
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-EVT-L-VERB       PIC X(06).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-EVT-L-TS         PIC X(16).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  WS-EVT-L-DATA1      PIC X(35).
       01 WS-TS-IN        PIC X(26).
       01 WS-TS-OUT       PIC X(16).
       01 WS-RPT-LINE.
           05  WS-RPT-LABEL    PIC X(32).
           05  WS-RPT-VALUE    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(37)   VALUE SPACE.
       01 WS-ADD-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-CHG-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-DEL-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-ADD-MISSED   PIC S9(9)  BINARY   VALUE 0.
       01 WS-CHG-MISSED   PIC S9(9)  BINARY   VALUE 0.
       01 WS-DEL-MISSED   PIC S9(9)  BINARY   VALUE 0.
       01 WS-EVT-MATCHES  PIC S9(9)  BINARY   VALUE 0.
       01 WS-EVT-ORPHANS  PIC S9(9)  BINARY   VALUE 0.
       01 WS-CMP-COUNT    PIC S9(9)  BINARY   VALUE 0.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination; the worst finding wins.
       01 WS-PRG-RC       PIC S9(4)  BINARY   VALUE 0.
       01 WS-CTL-FAIL-SW  PIC X(01)  VALUE 'N'.
           88  WS-CTL-FAILED           VALUE 'Y'.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-INIT
           PERFORM 020-LOAD-FEED
           IF WS-PRG-RC = 0
               PERFORM 030-MATCH-DELTA
               PERFORM 050-ORPHAN-EVENTS
               PERFORM 060-SUMMARY
           END-IF
           PERFORM 070-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT OUTBRCN-FILE
                       OUTBCMP-FILE

           MOVE SPACE TO OUTBRCN-RECORD
           STRING 'tbl_fetch_outbox reconciliation for '
                  WS-RUN-DATE
                  DELIMITED BY SIZE
                  INTO OUTBRCN-RECORD
           END-STRING
           WRITE OUTBRCN-RECORD
           MOVE ALL '-' TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE WS-RUN-DATE TO CMP-HDR-DATE
           MOVE WS-RUN-DATE TO CMP-TRL-DATE
           WRITE OUTBCMP-RECORD FROM CMP-HDR-RECORD
           EXIT.
      ************************************************************************
       020-LOAD-FEED           SECTION.
      * One pass over the hand-off file: control brackets checked as
      * they close, every event loaded into the matching table.
           OPEN INPUT OUTBFEED-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF OR WS-PRG-RC NOT = 0
             READ OUTBFEED-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     PERFORM 025-FEED-RECORD
             END-READ
           END-PERFORM
           CLOSE OUTBFEED-FILE
           IF WS-PRG-RC NOT = 0
               GO TO 020-LOAD-FEED-EXIT
           END-IF

           IF NOT WS-FEED-ENDS-TRL
               DISPLAY 'OUTBXRCN OUTBFEED does not end on a trailer'
               MOVE 3 TO WS-PRG-RC
               GO TO 020-LOAD-FEED-EXIT
           END-IF
           DISPLAY 'OUTBXRCN OUTBFEED control records ok, events '
                   WS-EVT-COUNT.

       020-LOAD-FEED-EXIT.
           EXIT.
      ************************************************************************
       025-FEED-RECORD         SECTION.
           MOVE 'N' TO WS-FEED-TRL-SW
           EVALUATE TRUE
             WHEN OUTBFEED-RECORD(1:4) = 'HDR '
               IF WS-IN-BRACKET
                   DISPLAY 'OUTBXRCN OUTBFEED bracket with no trailer'
                           ' - abended relay attempt, not checked'
               END-IF
               SET WS-IN-BRACKET TO TRUE
               MOVE 0 TO WS-BRACKET-COUNT
               MOVE 0 TO WS-BRACKET-HASH
             WHEN OUTBFEED-RECORD(1:4) = 'TRL '
               MOVE OUTBFEED-RECORD(14:9) TO WS-TRL-COUNT-IN
               MOVE OUTBFEED-RECORD(24:9) TO WS-TRL-HASH-IN
               IF NOT WS-IN-BRACKET
                  OR WS-TRL-COUNT-IN NOT = WS-BRACKET-COUNT
                  OR WS-TRL-HASH-IN NOT = WS-BRACKET-HASH
                   DISPLAY 'OUTBXRCN OUTBFEED trailer count '
                           WS-TRL-COUNT-IN ' hash ' WS-TRL-HASH-IN
                           ' but found ' WS-BRACKET-COUNT
                           ' hash ' WS-BRACKET-HASH
                   MOVE 3 TO WS-PRG-RC
               END-IF
               MOVE 'N' TO WS-BRACKET-SW
               SET WS-FEED-ENDS-TRL TO TRUE
             WHEN OF-EVENT-ID NUMERIC AND OF-FETCH-ID NUMERIC
               IF WS-EVT-COUNT >= WS-EVT-MAX
                   DISPLAY 'OUTBXRCN OUTBFEED over ' WS-EVT-MAX
                           ' events'
                   MOVE 2 TO WS-PRG-RC
                   GO TO 025-FEED-RECORD-EXIT
               END-IF
               ADD 1 TO WS-EVT-COUNT
               MOVE OF-EVENT-ID TO WS-EVT-ID(WS-EVT-COUNT)
               MOVE OF-FETCH-ID TO WS-EVT-FETCH-ID(WS-EVT-COUNT)
               MOVE OF-VERB TO WS-EVT-VERB(WS-EVT-COUNT)
               MOVE OF-TS TO WS-EVT-TS(WS-EVT-COUNT)
               MOVE OF-DATA1 TO WS-EVT-DATA1(WS-EVT-COUNT)
               MOVE SPACE TO WS-EVT-STATE(WS-EVT-COUNT)
               ADD 1 TO WS-BRACKET-COUNT
               ADD WS-EVT-ID(WS-EVT-COUNT) TO WS-BRACKET-HASH
               IF WS-BRACKET-HASH >= 1000000000
                   SUBTRACT 1000000000 FROM WS-BRACKET-HASH
               END-IF
             WHEN OTHER
               DISPLAY 'OUTBXRCN OUTBFEED unreadable record '
                       OUTBFEED-RECORD(1:20)
               MOVE 3 TO WS-PRG-RC
           END-EVALUATE.

       025-FEED-RECORD-EXIT.
           EXIT.
      ************************************************************************
       030-MATCH-DELTA         SECTION.
           MOVE SPACE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD
           MOVE 'Changes the warehouse never heard about'
             TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD
           MOVE SPACE TO OUTBRCN-RECORD
           STRING '  fetch id delta  wanted value'
                  DELIMITED BY SIZE
                  INTO OUTBRCN-RECORD
           END-STRING
           WRITE OUTBRCN-RECORD

      * Adds: a 'P' record per group, its 'D' lines only count
      * toward the trailer.
           OPEN INPUT FETCHADD-FILE
           MOVE 'FETCHADD' TO WS-FILE-NAME
           PERFORM 031-RESET-FILE-STATE
           PERFORM UNTIL WS-EOF
             READ FETCHADD-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     MOVE SPACE TO WS-IN-RECORD
                     MOVE FETCHADD-RECORD TO WS-IN-RECORD(1:97)
                     MOVE 'ADD' TO WS-ITEM-KIND
                     MOVE 'INSERT' TO WS-ITEM-VERB
                     PERFORM 032-DELTA-RECORD
             END-READ
           END-PERFORM
           PERFORM 033-CHECK-TRAILER
           CLOSE FETCHADD-FILE

      * Changes: the 'C' record carries the new value.
           OPEN INPUT FETCHCHG-FILE
           MOVE 'FETCHCHG' TO WS-FILE-NAME
           PERFORM 031-RESET-FILE-STATE
           PERFORM UNTIL WS-EOF
             READ FETCHCHG-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     MOVE FETCHCHG-RECORD TO WS-IN-RECORD
                     MOVE 'CHANGE' TO WS-ITEM-KIND
                     MOVE 'UPDATE' TO WS-ITEM-VERB
                     PERFORM 032-DELTA-RECORD
             END-READ
           END-PERFORM
           PERFORM 033-CHECK-TRAILER
           CLOSE FETCHCHG-FILE

      * Deletes: the 'P' record carries the last value the row had.
           OPEN INPUT FETCHDEL-FILE
           MOVE 'FETCHDEL' TO WS-FILE-NAME
           PERFORM 031-RESET-FILE-STATE
           PERFORM UNTIL WS-EOF
             READ FETCHDEL-FILE
                 AT END
                     SET WS-EOF TO TRUE
                 NOT AT END
                     MOVE SPACE TO WS-IN-RECORD
                     MOVE FETCHDEL-RECORD TO WS-IN-RECORD(1:97)
                     MOVE 'DELETE' TO WS-ITEM-KIND
                     MOVE 'DELETE' TO WS-ITEM-VERB
                     PERFORM 032-DELTA-RECORD
             END-READ
           END-PERFORM
           PERFORM 033-CHECK-TRAILER
           CLOSE FETCHDEL-FILE

           IF WS-ADD-MISSED + WS-CHG-MISSED + WS-DEL-MISSED = 0
               MOVE '  none' TO OUTBRCN-RECORD
               WRITE OUTBRCN-RECORD
           END-IF
           EXIT.
      ************************************************************************
       031-RESET-FILE-STATE    SECTION.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-TRL-SW
           MOVE 0 TO WS-FILE-COUNT
           EXIT.
      ************************************************************************
       032-DELTA-RECORD        SECTION.
      * Trailer, line, or the group's owning record - only the owner
      * is matched.
           IF WS-IN-RECORD(1:4) = 'TRL '
               SET WS-TRL-SEEN TO TRUE
               MOVE WS-IN-RECORD(5:9) TO WS-TRL-VALUE
               GO TO 032-DELTA-RECORD-EXIT
           END-IF
           ADD 1 TO WS-FILE-COUNT
           IF WS-IN-REC-TYPE NOT = 'P ' AND WS-IN-REC-TYPE NOT = 'C '
               GO TO 032-DELTA-RECORD-EXIT
           END-IF
           IF WS-IN-ID NOT NUMERIC
               DISPLAY 'OUTBXRCN ' WS-FILE-NAME ' bad record '
                       WS-IN-RECORD(1:20)
               SET WS-CTL-FAILED TO TRUE
               GO TO 032-DELTA-RECORD-EXIT
           END-IF

           MOVE WS-IN-ID TO WS-ITEM-ID
           IF WS-IN-REC-TYPE = 'C '
               MOVE WS-IN-CHG-NEW TO WS-ITEM-DATA1
               ADD 1 TO WS-CHG-COUNT
           ELSE
               MOVE WS-IN-DATA1 TO WS-ITEM-DATA1
               IF WS-ITEM-KIND = 'ADD'
                   ADD 1 TO WS-ADD-COUNT
               ELSE
                   ADD 1 TO WS-DEL-COUNT
               END-IF
           END-IF
           PERFORM 035-MATCH-ITEM.

       032-DELTA-RECORD-EXIT.
           EXIT.
      ************************************************************************
       033-CHECK-TRAILER       SECTION.
           IF NOT WS-TRL-SEEN
               DISPLAY 'OUTBXRCN ' WS-FILE-NAME ' trailer missing'
               SET WS-CTL-FAILED TO TRUE
           ELSE
               IF WS-TRL-VALUE NOT = WS-FILE-COUNT
                   DISPLAY 'OUTBXRCN ' WS-FILE-NAME ' trailer count '
                           WS-TRL-VALUE ' but records found '
                           WS-FILE-COUNT
                   SET WS-CTL-FAILED TO TRUE
               END-IF
           END-IF
           EXIT.
      ************************************************************************
       035-MATCH-ITEM          SECTION.
      * An event for the id with the group's verb matches it; once
      * matched, every event for the id is settled by the same net
      * change.  Unmatched, the id's events are left to the orphan
      * pass to list, but the compensating event written here already
      * covers them.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-COUNT
                      OR WS-ITEM-MATCHED
             IF WS-EVT-FETCH-ID(WS-EVT-SUB) = WS-ITEM-ID
                AND WS-EVT-VERB(WS-EVT-SUB) = WS-ITEM-VERB
                 SET WS-ITEM-MATCHED TO TRUE
             END-IF
           END-PERFORM

           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-COUNT
             IF WS-EVT-FETCH-ID(WS-EVT-SUB) = WS-ITEM-ID
                 IF WS-ITEM-MATCHED
                     SET WS-EVT-MATCHED(WS-EVT-SUB) TO TRUE
                     ADD 1 TO WS-EVT-MATCHES
                 ELSE
                     SET WS-EVT-COVERED(WS-EVT-SUB) TO TRUE
                 END-IF
             END-IF
           END-PERFORM

           IF WS-ITEM-MATCHED
               GO TO 035-MATCH-ITEM-EXIT
           END-IF

           EVALUATE WS-ITEM-KIND
             WHEN 'ADD'
               ADD 1 TO WS-ADD-MISSED
             WHEN 'CHANGE'
               ADD 1 TO WS-CHG-MISSED
             WHEN OTHER
               ADD 1 TO WS-DEL-MISSED
           END-EVALUATE
           MOVE WS-ITEM-ID TO WS-CHG-FETCH-ID
           MOVE WS-ITEM-KIND TO WS-CHG-KIND
           MOVE WS-ITEM-VERB TO WS-CHG-WANTED
           MOVE WS-ITEM-DATA1 TO WS-CHG-DATA1
           MOVE WS-CHG-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE WS-ITEM-VERB TO CMP-VERB
           PERFORM 040-WRITE-COMPENSATING.

       035-MATCH-ITEM-EXIT.
           EXIT.
      ************************************************************************
       040-WRITE-COMPENSATING  SECTION.
      * One compensating event for WS-ITEM-ID, verb already in
      * CMP-VERB.
           MOVE 0 TO CMP-EVENT-ID
           MOVE FUNCTION CURRENT-DATE TO CMP-TS
           MOVE WS-ITEM-ID TO CMP-FETCH-ID
           MOVE WS-ITEM-DATA1 TO CMP-DATA1
           WRITE OUTBCMP-RECORD FROM CMP-RECORD
           ADD 1 TO WS-CMP-COUNT
           ADD WS-ITEM-ID TO WS-CMP-HASH
           IF WS-CMP-HASH >= 1000000000
               SUBTRACT 1000000000 FROM WS-CMP-HASH
           END-IF
           EXIT.
      ************************************************************************
       050-ORPHAN-EVENTS       SECTION.
      * Every event no delta group matched, listed for operations.
      * None of them gets a compensating event - see the heading.
           MOVE SPACE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD
           MOVE 'Events with no matching change' TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD
           MOVE SPACE TO OUTBRCN-RECORD
           STRING '     event  fetch id verb   stamped          value'
                  DELIMITED BY SIZE
                  INTO OUTBRCN-RECORD
           END-STRING
           WRITE OUTBRCN-RECORD

           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVT-COUNT
             IF NOT WS-EVT-MATCHED(WS-EVT-SUB)
                 PERFORM 055-ORPHAN-LINE
             END-IF
           END-PERFORM

           IF WS-EVT-ORPHANS = 0
               MOVE '  none' TO OUTBRCN-RECORD
               WRITE OUTBRCN-RECORD
           END-IF
           EXIT.
      ************************************************************************
       055-ORPHAN-LINE         SECTION.
           ADD 1 TO WS-EVT-ORPHANS
           MOVE WS-EVT-ID(WS-EVT-SUB) TO WS-EVT-L-ID
           MOVE WS-EVT-FETCH-ID(WS-EVT-SUB) TO WS-EVT-L-FETCH-ID
           MOVE WS-EVT-VERB(WS-EVT-SUB) TO WS-EVT-L-VERB
           MOVE WS-EVT-TS(WS-EVT-SUB) TO WS-TS-IN
           PERFORM 058-FORMAT-TS
           MOVE WS-TS-OUT TO WS-EVT-L-TS
           MOVE WS-EVT-DATA1(WS-EVT-SUB) TO WS-EVT-L-DATA1
           MOVE WS-EVT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD
           EXIT.
      ************************************************************************
       058-FORMAT-TS           SECTION.
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
       060-SUMMARY             SECTION.
           MOVE SPACE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD
           MOVE 'Summary' TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  delta adds' TO WS-RPT-LABEL
           MOVE WS-ADD-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    with no INSERT event' TO WS-RPT-LABEL
           MOVE WS-ADD-MISSED TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  delta changes' TO WS-RPT-LABEL
           MOVE WS-CHG-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    with no UPDATE event' TO WS-RPT-LABEL
           MOVE WS-CHG-MISSED TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  delta deletes' TO WS-RPT-LABEL
           MOVE WS-DEL-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    with no DELETE event' TO WS-RPT-LABEL
           MOVE WS-DEL-MISSED TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  feed events' TO WS-RPT-LABEL
           MOVE WS-EVT-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    matched to a change' TO WS-RPT-LABEL
           MOVE WS-EVT-MATCHES TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '    with no matching change' TO WS-RPT-LABEL
           MOVE WS-EVT-ORPHANS TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           MOVE SPACE TO WS-RPT-LINE
           MOVE '  compensating events written' TO WS-RPT-LABEL
           MOVE WS-CMP-COUNT TO WS-RPT-VALUE
           MOVE WS-RPT-LINE TO OUTBRCN-RECORD
           WRITE OUTBRCN-RECORD

           IF WS-CTL-FAILED
               MOVE SPACE TO OUTBRCN-RECORD
               WRITE OUTBRCN-RECORD
               STRING '  DELTA CONTROL RECORDS FAILED - '
                      'OUTBCMP NOT CLOSED'
                      DELIMITED BY SIZE
                      INTO OUTBRCN-RECORD
               END-STRING
               WRITE OUTBRCN-RECORD
           END-IF
           EXIT.
      ************************************************************************
       070-TERM                 SECTION.
      * The compensating file only gets its trailer from a run whose
      * inputs all proved whole - OUTBXCMP refuses a file without one.
           IF WS-PRG-RC = 0
               IF WS-CTL-FAILED
                   MOVE 3 TO WS-PRG-RC
               ELSE
                   MOVE WS-CMP-COUNT TO CMP-TRL-COUNT
                   MOVE WS-CMP-HASH TO CMP-TRL-HASH
                   WRITE OUTBCMP-RECORD FROM CMP-TRL-RECORD
                   IF WS-CMP-COUNT > 0
                       MOVE 1 TO WS-PRG-RC
                   END-IF
               END-IF
           END-IF
           CLOSE OUTBRCN-FILE
                 OUTBCMP-FILE
           DISPLAY 'OUTBXRCN changes with no event:   '
                   WS-ADD-MISSED ' ' WS-CHG-MISSED ' ' WS-DEL-MISSED
           DISPLAY 'OUTBXRCN events with no change:   ' WS-EVT-ORPHANS
           DISPLAY 'OUTBXRCN compensating events:     ' WS-CMP-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
