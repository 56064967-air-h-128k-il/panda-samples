       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ALERTMON.
      ************************************************************************
      * Threshold monitor, run by the scheduler through the day.  Every
      * incident so far was sitting in the data hours before anyone
      * looked at it - an unsent backlog aging, dead letters piling
      * up, a watermark that stopped moving, a verifier exception file
      * suddenly full.  This program looks for them and writes an
      * alert record the paging system picks up.
      *
      * The checks and their thresholds are rows in tbl_fetch_alertprm
      * (DB-ALERTPRM, which lists them and their units); a check with
      * no active row is not run.  Each check measures one value per
      * subject and breaches when it is above the row's limit:
      *   UNSENTAG  oldest OUTBOX-UNSENT event age     subject OUTBOX
      *   DEADCNT   OUTBOX-DEAD events on file         subject OUTBOX
      *   CKPTAGE   minutes a DB-RESTART watermark has not moved,
      *             watched through DB-CKPTSEEN        subject the key
      *   BLOBEXC   exceptions of the last completed BLOBVRF run in
      *             the batch run ledger               subject the run
      *   DETEXC    the same for DETVRF                subject the run
      *   ZERORATE  percent of today's 010-GET calls that returned
      *             no rows (tbl_fetch_audit)          subject the day
      *
      * A breach is alerted once.  tbl_fetch_alertst (DB-ALERTST)
      * holds every breach already raised; while it is still breached
      * it is only re-stamped there.  The first run that finds a
      * raised breach gone writes a clear record and drops the row,
      * so a breach that comes back alerts again.  A check whose data
      * could not be read this run neither raises nor clears; a check
      * operations has switched off clears what it had raised.
      *
      * ALERTOUT is appended to (SELECT OPTIONAL, OPEN EXTEND) and
      * each run that has anything to say brackets its records with
      * 'HDR ' and 'TRL ' control records, the trailer carrying the
      * run date and the count of alert and clear records between
      * them.  The alert state is only changed after ALERTOUT is
      * CLOSEd cleanly: an abend before that, or any write or the
      * close itself failing, leaves the next run to raise the same
      * breaches again, rather than record an alert that never
      * reached the file.
      *
      * The monitor runs many times a day, so it is not recorded in
      * the batch run ledger - the ledger would refuse its second run.
      *
      * RETURN-CODE 1 means a check could not read its data and was
      * skipped; 2 that the alert state or the checkpoint watch could
      * not be written, so the next run may alert or clear again;
      * 3 that the thresholds, the alert state or ALERTOUT itself
      * could not be had, or ALERTOUT could not be written, and
      * nothing was raised.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL ALERTOUT-FILE
                   ASSIGN TO "ALERTOUT"
                   ORGANIZATION    IS LINE SEQUENTIAL
                   FILE STATUS     IS WS-ALERT-STATUS.
       DATA                DIVISION.
       FILE                SECTION.
       FD  ALERTOUT-FILE.
       01  ALERTOUT-RECORD         PIC X(163).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-ALERTPRM".
            COPY    "DB-ALERTST".
            COPY    "DB-CKPTSEEN".
            COPY    "DB-OUTBOX".
            COPY    "DB-RESTART".
            COPY    "DB-RUNLOG".
            COPY    "DB-AUDIT".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ALERT-STATUS PIC X(02).
      * The ALERTOUT operation that failed, for the console.
       01 WS-ALERT-STEP   PIC X(10).
      * One alert or clear record.  The paging system reads it by
      * column, so every field is fixed width:
      *   ALRT / CLR  record type
      *   run timestamp, severity from the threshold row, check name,
      *   subject, measured value, limit, what the value is, and when
      *   the breach was first raised (the run itself for an ALRT).
       01 WS-ALERT-RECORD.
           05  AL-REC-TYPE         PIC X(04).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-TS               PIC X(26).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-SEVERITY         PIC X(01).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-CHECK            PIC X(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-SUBJECT          PIC X(40).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-VALUE            PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-LIMIT            PIC 9(09).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-TEXT             PIC X(32).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  AL-RAISED-TS        PIC X(26).
       01 WS-HDR-RECORD.
           05  FILLER              PIC X(04)   VALUE 'HDR '.
           05  HDR-RUN-DATE        PIC 9(08).
       01 WS-TRL-RECORD.
           05  FILLER              PIC X(04)   VALUE 'TRL '.
           05  TRL-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(01)   VALUE SPACE.
           05  TRL-REC-COUNT       PIC 9(09).
      * The checks this program knows, in the order it runs them, and
      * what each one's value is.  The threshold rows are loaded
      * against this table by name.
       01 WS-CHECK-VALUES.
           05  FILLER              PIC X(08)   VALUE 'UNSENTAG'.
           05  FILLER              PIC X(32)
               VALUE 'OLDEST UNSENT EVENT AGE MINUTES'.
           05  FILLER              PIC X(08)   VALUE 'DEADCNT'.
           05  FILLER              PIC X(32)
               VALUE 'DEAD-LETTERED OUTBOX EVENTS'.
           05  FILLER              PIC X(08)   VALUE 'CKPTAGE'.
           05  FILLER              PIC X(32)
               VALUE 'MINUTES CHECKPOINT HAS NOT MOVED'.
           05  FILLER              PIC X(08)   VALUE 'BLOBEXC'.
           05  FILLER              PIC X(32)
               VALUE 'BLOBVRF EXCEPTIONS LAST RUN'.
           05  FILLER              PIC X(08)   VALUE 'DETEXC'.
           05  FILLER              PIC X(32)
               VALUE 'DETVRF EXCEPTIONS LAST RUN'.
           05  FILLER              PIC X(08)   VALUE 'ZERORATE'.
           05  FILLER              PIC X(32)
               VALUE 'PERCENT ZERO-ROW GETS TODAY'.
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05  WS-CHECK            OCCURS 6.
               10  WS-CHECK-NAME   PIC X(08).
               10  WS-CHECK-TEXT   PIC X(32).
       01 WS-CHECK-MAX    PIC S9(4)  BINARY   VALUE 6.
       01 WS-UNSENT-SUB   PIC S9(4)  BINARY   VALUE 1.
       01 WS-DEAD-SUB     PIC S9(4)  BINARY   VALUE 2.
       01 WS-CKPT-SUB     PIC S9(4)  BINARY   VALUE 3.
       01 WS-BLOB-SUB     PIC S9(4)  BINARY   VALUE 4.
       01 WS-DET-SUB      PIC S9(4)  BINARY   VALUE 5.
       01 WS-ZERO-SUB     PIC S9(4)  BINARY   VALUE 6.
      * The threshold row for each check, and whether the check was
      * run to the end this time - only an evaluated check may clear
      * the breaches it raised before.
       01 WS-PRM-TABLE.
           05  WS-PRM              OCCURS 6.
               10  WS-PRM-ON-SW    PIC X(01).
                   88  WS-PRM-ON               VALUE 'Y'.
               10  WS-PRM-LIMIT    PIC S9(9)  BINARY.
               10  WS-PRM-MIN-BASE PIC S9(9)  BINARY.
               10  WS-PRM-SEVERITY PIC X(01).
               10  WS-PRM-EVAL-SW  PIC X(01).
                   88  WS-PRM-EVALUATED        VALUE 'Y'.
       01 WS-CHK-SUB      PIC S9(4)  BINARY.
       01 WS-CHK-FOUND    PIC S9(4)  BINARY.
       01 WS-SCAN-SUB     PIC S9(4)  BINARY.
      * Breaches found this run.  'H' marks one already raised and
      * still held in the alert state; the rest are new.
       01 WS-BRK-MAX      PIC S9(4)  BINARY   VALUE 300.
       01 WS-BRK-COUNT    PIC S9(4)  BINARY   VALUE 0.
       01 WS-BRK-TABLE.
           05  WS-BRK              OCCURS 300.
               10  WS-BRK-CHK      PIC S9(4)  BINARY.
               10  WS-BRK-SUBJECT  PIC X(40).
               10  WS-BRK-VALUE    PIC S9(9)  BINARY.
               10  WS-BRK-STATE    PIC X(01).
                   88  WS-BRK-HELD             VALUE 'H'.
       01 WS-BRK-SUB      PIC S9(4)  BINARY.
      * Raised breaches found cleared this run.
       01 WS-CLR-COUNT    PIC S9(4)  BINARY   VALUE 0.
       01 WS-CLR-TABLE.
           05  WS-CLR              OCCURS 300.
               10  WS-CLR-CHECK    PIC X(08).
               10  WS-CLR-SUBJECT  PIC X(40).
               10  WS-CLR-VALUE    PIC S9(9)  BINARY.
               10  WS-CLR-RAISED-TS PIC X(26).
       01 WS-CLR-SUB      PIC S9(4)  BINARY.
      * The note-a-breach section's arguments.
       01 WS-NOTE-CHK     PIC S9(4)  BINARY.
       01 WS-NOTE-SUBJECT PIC X(40).
       01 WS-NOTE-VALUE   PIC S9(9)  BINARY.
      * Checkpoint keys on file this run, for the watch.
       01 WS-CK-MAX       PIC S9(4)  BINARY   VALUE 500.
       01 WS-CK-COUNT     PIC S9(4)  BINARY   VALUE 0.
       01 WS-CK-TABLE.
           05  WS-CK               OCCURS 500.
               10  WS-CK-TABLE-NAME PIC X(18).
               10  WS-CK-LIMIT     PIC S9(9)  BINARY.
               10  WS-CK-OFFSET    PIC S9(9)  BINARY.
               10  WS-CK-LAST-ID   PIC S9(9)  BINARY.
               10  WS-CK-SEEN-SW   PIC X(01).
                   88  WS-CK-SEEN              VALUE 'Y'.
       01 WS-CK-SUB       PIC S9(4)  BINARY.
       01 WS-CK-FOUND     PIC S9(4)  BINARY.
       01 WS-LIMIT-DISP   PIC 9(09).
       01 WS-OFFSET-DISP  PIC 9(09).
      * Timestamps become minute numbers (day number times 1440 plus
      * the minute of the day) so an age is a subtraction.
       01 WS-RUN-TS       PIC X(26).
       01 WS-TS-IN        PIC X(26).
       01 WS-TS-MIN       PIC S9(11) BINARY.
       01 WS-NOW-MIN      PIC S9(11) BINARY.
       01 WS-AGE-MIN      PIC S9(11) BINARY.
       01 WS-TODAY        PIC X(08).
       01 WS-OLDEST-TS    PIC X(26).
       01 WS-DEAD-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-BLOB-SW      PIC X(01)  VALUE 'N'.
           88  WS-BLOB-FOUND           VALUE 'Y'.
       01 WS-DET-SW       PIC X(01)  VALUE 'N'.
           88  WS-DET-FOUND            VALUE 'Y'.
       01 WS-CALL-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-ZERO-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-ZERO-PCT     PIC S9(9)  BINARY   VALUE 0.
       01 WS-RAISE-COUNT  PIC S9(9)  BINARY   VALUE 0.
       01 WS-HELD-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-REC-COUNT    PIC S9(9)  BINARY   VALUE 0.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination - RETURN-CODE itself is reset by every CALL.
       01 WS-PRG-RC       PIC S9(4)  BINARY   VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-INIT
           PERFORM 020-LOAD-THRESHOLDS
           PERFORM 030-CHECK-OUTBOX
           PERFORM 040-CHECK-CKPT
           PERFORM 050-CHECK-VERIFIERS
           PERFORM 060-CHECK-ZERORATE
           PERFORM 070-MATCH-RAISED
           PERFORM 080-WRITE-ALERTS
           PERFORM 085-RECORD-STATE
           PERFORM 099-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-TODAY
           MOVE WS-RUN-TS TO WS-TS-IN
           PERFORM 090-TS-MINUTES
           MOVE WS-TS-MIN TO WS-NOW-MIN
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHECK-MAX
             MOVE 'N' TO WS-PRM-ON-SW(WS-CHK-SUB)
             MOVE 0 TO WS-PRM-LIMIT(WS-CHK-SUB)
             MOVE 0 TO WS-PRM-MIN-BASE(WS-CHK-SUB)
             MOVE SPACE TO WS-PRM-SEVERITY(WS-CHK-SUB)
             MOVE 'N' TO WS-PRM-EVAL-SW(WS-CHK-SUB)
           END-PERFORM
           DISPLAY 'ALERTMON run ' WS-RUN-TS.

       010-INIT-EXIT.
           EXIT.
      ************************************************************************
       020-LOAD-THRESHOLDS     SECTION.
           DISPLAY 'ALERTMON DBSELECT alertprm'
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_alertprm' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-ALERTPRM
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 3 TO WS-PRG-RC
               GO TO 020-LOAD-THRESHOLDS-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_alertprm' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-ALERTPRM
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               MOVE 0 TO WS-CHK-FOUND
               PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                       UNTIL WS-CHK-SUB > WS-CHECK-MAX
                 IF WS-CHECK-NAME(WS-CHK-SUB) = ALRP-CHECK
                   MOVE WS-CHK-SUB TO WS-CHK-FOUND
                   IF ALRP-ACTIVE
                     MOVE 'Y' TO WS-PRM-ON-SW(WS-CHK-SUB)
                   END-IF
                   MOVE ALRP-LIMIT TO WS-PRM-LIMIT(WS-CHK-SUB)
                   MOVE ALRP-MIN-BASE TO WS-PRM-MIN-BASE(WS-CHK-SUB)
                   MOVE ALRP-SEVERITY TO WS-PRM-SEVERITY(WS-CHK-SUB)
                 END-IF
               END-PERFORM
               IF WS-CHK-FOUND = 0
                 DISPLAY 'ALERTMON unknown check ' ALRP-CHECK
                         ' ignored'
               ELSE
                 DISPLAY 'ALERTMON check ' ALRP-CHECK
                         ' active ' ALRP-ACTIVE-SW
                         ' limit ' ALRP-LIMIT
               END-IF
             END-IF
           END-PERFORM.

       020-LOAD-THRESHOLDS-EXIT.
           EXIT.
      ************************************************************************
       030-CHECK-OUTBOX        SECTION.
      * One pass over the whole outbox serves both checks.  The 'after'
      * cursor from event id 0 returns every event whatever its relay
      * state; the oldest unsent stamp is taken as the minimum rather
      * than the first, since an event re-queued by OUTBXACK keeps its
      * original stamp behind newer ones.
           IF WS-PRG-RC = 3
               GO TO 030-CHECK-OUTBOX-EXIT
           END-IF
           IF NOT WS-PRM-ON(WS-UNSENT-SUB)
              AND NOT WS-PRM-ON(WS-DEAD-SUB)
               GO TO 030-CHECK-OUTBOX-EXIT
           END-IF

           MOVE SPACE TO WS-OLDEST-TS
           MOVE 0 TO WS-DEAD-COUNT
           DISPLAY 'ALERTMON DBSELECT outbox'
           MOVE 0 TO OUTBOX-EVENT-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'after' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               IF WS-PRG-RC < 1
                   MOVE 1 TO WS-PRG-RC
               END-IF
               GO TO 030-CHECK-OUTBOX-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_outbox' TO MCP-TABLE
             MOVE 'after' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-OUTBOX
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               IF OUTBOX-UNSENT
                 IF WS-OLDEST-TS = SPACE
                    OR OUTBOX-TS < WS-OLDEST-TS
                     MOVE OUTBOX-TS TO WS-OLDEST-TS
                 END-IF
               END-IF
               IF OUTBOX-DEAD
                   ADD 1 TO WS-DEAD-COUNT
               END-IF
             END-IF
           END-PERFORM
           DISPLAY 'ALERTMON oldest unsent ' WS-OLDEST-TS
                   ' dead ' WS-DEAD-COUNT

           IF WS-PRM-ON(WS-UNSENT-SUB)
               MOVE 'Y' TO WS-PRM-EVAL-SW(WS-UNSENT-SUB)
               IF WS-OLDEST-TS NOT = SPACE
                   MOVE WS-OLDEST-TS TO WS-TS-IN
                   PERFORM 090-TS-MINUTES
                   COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-TS-MIN
                   IF WS-AGE-MIN > WS-PRM-LIMIT(WS-UNSENT-SUB)
                       MOVE WS-UNSENT-SUB TO WS-NOTE-CHK
                       MOVE 'OUTBOX' TO WS-NOTE-SUBJECT
                       MOVE WS-AGE-MIN TO WS-NOTE-VALUE
                       PERFORM 095-NOTE-BREACH
                   END-IF
               END-IF
           END-IF
           IF WS-PRM-ON(WS-DEAD-SUB)
               MOVE 'Y' TO WS-PRM-EVAL-SW(WS-DEAD-SUB)
               IF WS-DEAD-COUNT > WS-PRM-LIMIT(WS-DEAD-SUB)
                   MOVE WS-DEAD-SUB TO WS-NOTE-CHK
                   MOVE 'OUTBOX' TO WS-NOTE-SUBJECT
                   MOVE WS-DEAD-COUNT TO WS-NOTE-VALUE
                   PERFORM 095-NOTE-BREACH
               END-IF
           END-IF.

       030-CHECK-OUTBOX-EXIT.
           EXIT.
      ************************************************************************
       040-CHECK-CKPT          SECTION.
      * DB-RESTART keeps no timestamp, so the watch table remembers
      * when each watermark was first seen at its current last id.
      * Both writers clear their checkpoint when they finish, so any
      * watermark on file belongs to a load or a pull still under way
      * or abended - one whose last id has not moved for longer than
      * the limit is stuck.  Keys are matched up in three steps: the
      * checkpoints on file are loaded, the watch rows are walked
      * against them (aged, reset or dropped), and any checkpoint no
      * watch row claimed starts being watched from this run.
           IF WS-PRG-RC = 3
               GO TO 040-CHECK-CKPT-EXIT
           END-IF
           IF NOT WS-PRM-ON(WS-CKPT-SUB)
               GO TO 040-CHECK-CKPT-EXIT
           END-IF

           MOVE 0 TO WS-CK-COUNT
           DISPLAY 'ALERTMON DBSELECT restart'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_restart' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RESTART
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               IF WS-PRG-RC < 1
                   MOVE 1 TO WS-PRG-RC
               END-IF
               GO TO 040-CHECK-CKPT-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_restart' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-RESTART
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               IF WS-CK-COUNT >= WS-CK-MAX
                 DISPLAY 'ALERTMON more than ' WS-CK-MAX
                         ' checkpoints - check skipped'
                 IF WS-PRG-RC < 1
                     MOVE 1 TO WS-PRG-RC
                 END-IF
                 GO TO 040-CHECK-CKPT-EXIT
               END-IF
               ADD 1 TO WS-CK-COUNT
               MOVE RESTART-TABLE TO WS-CK-TABLE-NAME(WS-CK-COUNT)
               MOVE RESTART-LIMIT TO WS-CK-LIMIT(WS-CK-COUNT)
               MOVE RESTART-OFFSET TO WS-CK-OFFSET(WS-CK-COUNT)
               MOVE RESTART-LAST-ID TO WS-CK-LAST-ID(WS-CK-COUNT)
               MOVE 'N' TO WS-CK-SEEN-SW(WS-CK-COUNT)
             END-IF
           END-PERFORM
           DISPLAY 'ALERTMON checkpoints on file ' WS-CK-COUNT

           DISPLAY 'ALERTMON DBSELECT ckptseen'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_ckptseen' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-CKPTSEEN
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               IF WS-PRG-RC < 1
                   MOVE 1 TO WS-PRG-RC
               END-IF
               GO TO 040-CHECK-CKPT-EXIT
           END-IF
           MOVE 'Y' TO WS-PRM-EVAL-SW(WS-CKPT-SUB)

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_ckptseen' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-CKPTSEEN
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               PERFORM 045-WATCH-ONE
             END-IF
           END-PERFORM

      * Checkpoints nobody was watching yet start their clock now.
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
             IF NOT WS-CK-SEEN(WS-CK-SUB)
               INITIALIZE DB-CKPTSEEN
               MOVE WS-CK-TABLE-NAME(WS-CK-SUB) TO CKSN-TABLE
               MOVE WS-CK-LIMIT(WS-CK-SUB) TO CKSN-LIMIT
               MOVE WS-CK-OFFSET(WS-CK-SUB) TO CKSN-OFFSET
               MOVE WS-CK-LAST-ID(WS-CK-SUB) TO CKSN-LAST-ID
               MOVE WS-RUN-TS TO CKSN-SINCE-TS
               DISPLAY 'ALERTMON DBINSERT ckptseen ' CKSN-TABLE
               MOVE 'DBINSERT' TO MCP-FUNC
               MOVE 'tbl_fetch_ckptseen' TO MCP-TABLE
               MOVE SPACE TO MCP-PATHNAME
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-CKPTSEEN
               IF MCP-RC = 0
                   DISPLAY '...ok'
               ELSE
                   DISPLAY '...ng'
                   IF WS-PRG-RC < 2
                       MOVE 2 TO WS-PRG-RC
                   END-IF
               END-IF
             END-IF
           END-PERFORM.

       040-CHECK-CKPT-EXIT.
           EXIT.
      ************************************************************************
       045-WATCH-ONE           SECTION.
      * One watch row against the checkpoints on file.  The keyed
      * update or delete goes down the 'key' path while the 'all'
      * cursor carries on behind it.
           MOVE 0 TO WS-CK-FOUND
           PERFORM VARYING WS-CK-SUB FROM 1 BY 1
                   UNTIL WS-CK-SUB > WS-CK-COUNT
             IF WS-CK-TABLE-NAME(WS-CK-SUB) = CKSN-TABLE
                AND WS-CK-LIMIT(WS-CK-SUB) = CKSN-LIMIT
                AND WS-CK-OFFSET(WS-CK-SUB) = CKSN-OFFSET
                 MOVE WS-CK-SUB TO WS-CK-FOUND
             END-IF
           END-PERFORM

           IF WS-CK-FOUND = 0
               DISPLAY 'ALERTMON DBDELETE ckptseen ' CKSN-TABLE
               MOVE 'DBDELETE' TO MCP-FUNC
               MOVE 'tbl_fetch_ckptseen' TO MCP-TABLE
               MOVE 'key' TO MCP-PATHNAME
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-CKPTSEEN
               IF MCP-RC = 0
                   DISPLAY '...ok'
               ELSE
                   DISPLAY '...ng'
                   IF WS-PRG-RC < 2
                       MOVE 2 TO WS-PRG-RC
                   END-IF
               END-IF
               GO TO 045-WATCH-ONE-EXIT
           END-IF

           MOVE 'Y' TO WS-CK-SEEN-SW(WS-CK-FOUND)
           IF WS-CK-LAST-ID(WS-CK-FOUND) NOT = CKSN-LAST-ID
               MOVE WS-CK-LAST-ID(WS-CK-FOUND) TO CKSN-LAST-ID
               MOVE WS-RUN-TS TO CKSN-SINCE-TS
               DISPLAY 'ALERTMON DBUPDATE ckptseen ' CKSN-TABLE
               MOVE 'DBUPDATE' TO MCP-FUNC
               MOVE 'tbl_fetch_ckptseen' TO MCP-TABLE
               MOVE 'key' TO MCP-PATHNAME
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-CKPTSEEN
               IF MCP-RC = 0
                   DISPLAY '...ok'
               ELSE
                   DISPLAY '...ng'
                   IF WS-PRG-RC < 2
                       MOVE 2 TO WS-PRG-RC
                   END-IF
               END-IF
               GO TO 045-WATCH-ONE-EXIT
           END-IF

           MOVE CKSN-SINCE-TS TO WS-TS-IN
           PERFORM 090-TS-MINUTES
           COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-TS-MIN
           IF WS-AGE-MIN > WS-PRM-LIMIT(WS-CKPT-SUB)
               MOVE CKSN-LIMIT TO WS-LIMIT-DISP
               MOVE CKSN-OFFSET TO WS-OFFSET-DISP
               MOVE SPACE TO WS-NOTE-SUBJECT
               STRING CKSN-TABLE ' ' WS-LIMIT-DISP '/' WS-OFFSET-DISP
                      DELIMITED BY SIZE
                      INTO WS-NOTE-SUBJECT
               END-STRING
               MOVE WS-CKPT-SUB TO WS-NOTE-CHK
               MOVE WS-AGE-MIN TO WS-NOTE-VALUE
               PERFORM 095-NOTE-BREACH
           END-IF.

       045-WATCH-ONE-EXIT.
           EXIT.
      ************************************************************************
       050-CHECK-VERIFIERS     SECTION.
      * The verifiers' exception counts come off the batch run ledger
      * rather than BLOBEXC and DETEXC themselves: the ledger row says
      * which run and which business date the count belongs to, and
      * the files are rotated away by the time the day shift looks.
      * The 'newest' cursor returns the latest attempts first; the
      * first completed row (clean or failed - a failed run's
      * exceptions are no less real) of each verifier is its last run.
      * Running and refused rows have no count to judge.
           IF WS-PRG-RC = 3
               GO TO 050-CHECK-VERIFIERS-EXIT
           END-IF
           IF NOT WS-PRM-ON(WS-BLOB-SUB)
              AND NOT WS-PRM-ON(WS-DET-SUB)
               GO TO 050-CHECK-VERIFIERS-EXIT
           END-IF

           DISPLAY 'ALERTMON DBSELECT runlog newest'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'newest' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               IF WS-PRG-RC < 1
                   MOVE 1 TO WS-PRG-RC
               END-IF
               GO TO 050-CHECK-VERIFIERS-EXIT
           END-IF

      * A verifier whose check is off counts as found already, so the
      * walk stops as soon as the wanted ones turn up.
           MOVE 'N' TO WS-BLOB-SW
           MOVE 'N' TO WS-DET-SW
           IF WS-PRM-ON(WS-BLOB-SUB)
               MOVE 'Y' TO WS-PRM-EVAL-SW(WS-BLOB-SUB)
           ELSE
               MOVE 'Y' TO WS-BLOB-SW
           END-IF
           IF WS-PRM-ON(WS-DET-SUB)
               MOVE 'Y' TO WS-PRM-EVAL-SW(WS-DET-SUB)
           ELSE
               MOVE 'Y' TO WS-DET-SW
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
                      OR (WS-BLOB-FOUND AND WS-DET-FOUND)
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_runlog' TO MCP-TABLE
             MOVE 'newest' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-RUNLOG
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0 AND (LEDG-CLEAN OR LEDG-FAILED)
               IF LEDG-PROGRAM = 'BLOBVRF' AND NOT WS-BLOB-FOUND
                 MOVE 'Y' TO WS-BLOB-SW
                 DISPLAY 'ALERTMON BLOBVRF ' LEDG-BUS-DATE
                         ' exceptions ' LEDG-EXC-CNT
                 IF LEDG-EXC-CNT > WS-PRM-LIMIT(WS-BLOB-SUB)
                   MOVE WS-BLOB-SUB TO WS-NOTE-CHK
                   PERFORM 055-NOTE-VERIFIER
                 END-IF
               END-IF
               IF LEDG-PROGRAM = 'DETVRF' AND NOT WS-DET-FOUND
                 MOVE 'Y' TO WS-DET-SW
                 DISPLAY 'ALERTMON DETVRF ' LEDG-BUS-DATE
                         ' exceptions ' LEDG-EXC-CNT
                 IF LEDG-EXC-CNT > WS-PRM-LIMIT(WS-DET-SUB)
                   MOVE WS-DET-SUB TO WS-NOTE-CHK
                   PERFORM 055-NOTE-VERIFIER
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       050-CHECK-VERIFIERS-EXIT.
           EXIT.
      ************************************************************************
       055-NOTE-VERIFIER       SECTION.
      * The subject is the run - program and business date - so each
      * night's breach is its own alert, and last night's clears once
      * a newer run of the verifier has taken its place.
           MOVE SPACE TO WS-NOTE-SUBJECT
           STRING LEDG-PROGRAM ' ' LEDG-BUS-DATE
                  DELIMITED BY SIZE
                  INTO WS-NOTE-SUBJECT
           END-STRING
           MOVE LEDG-EXC-CNT TO WS-NOTE-VALUE
           PERFORM 095-NOTE-BREACH
           EXIT.
      ************************************************************************
       060-CHECK-ZERORATE      SECTION.
      * Today's calls off tbl_fetch_audit, counted the way the OPSCONS
      * console counts them.  Below the minimum call count the rate is
      * not judged, and the check still counts as run - so a breach
      * raised earlier in a busier hour is not held open by a quiet
      * one.
           IF WS-PRG-RC = 3
               GO TO 060-CHECK-ZERORATE-EXIT
           END-IF
           IF NOT WS-PRM-ON(WS-ZERO-SUB)
               GO TO 060-CHECK-ZERORATE-EXIT
           END-IF

           MOVE 0 TO WS-CALL-COUNT
           MOVE 0 TO WS-ZERO-COUNT
           DISPLAY 'ALERTMON DBSELECT audit'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_audit' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-AUDIT
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               IF WS-PRG-RC < 1
                   MOVE 1 TO WS-PRG-RC
               END-IF
               GO TO 060-CHECK-ZERORATE-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_audit' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-AUDIT
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               IF AUDIT-TS(1:8) = WS-TODAY
                 ADD 1 TO WS-CALL-COUNT
                 IF AUDIT-ROWCOUNT = 0
                     ADD 1 TO WS-ZERO-COUNT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE 'Y' TO WS-PRM-EVAL-SW(WS-ZERO-SUB)

           IF WS-CALL-COUNT = 0
              OR WS-CALL-COUNT < WS-PRM-MIN-BASE(WS-ZERO-SUB)
               DISPLAY 'ALERTMON calls today ' WS-CALL-COUNT
                       ' - too few to judge the zero-row rate'
               GO TO 060-CHECK-ZERORATE-EXIT
           END-IF
           COMPUTE WS-ZERO-PCT = WS-ZERO-COUNT * 100 / WS-CALL-COUNT
           DISPLAY 'ALERTMON calls today ' WS-CALL-COUNT
                   ' zero-row ' WS-ZERO-COUNT
                   ' percent ' WS-ZERO-PCT
           IF WS-ZERO-PCT > WS-PRM-LIMIT(WS-ZERO-SUB)
               MOVE WS-ZERO-SUB TO WS-NOTE-CHK
               MOVE SPACE TO WS-NOTE-SUBJECT
               STRING 'AUDIT ' WS-TODAY
                      DELIMITED BY SIZE
                      INTO WS-NOTE-SUBJECT
               END-STRING
               MOVE WS-ZERO-PCT TO WS-NOTE-VALUE
               PERFORM 095-NOTE-BREACH
           END-IF.

       060-CHECK-ZERORATE-EXIT.
           EXIT.
      ************************************************************************
       070-MATCH-RAISED        SECTION.
      * Every breach raised before is either still breached (held -
      * re-stamped, not alerted again), cleared, or belongs to a check
      * that could not be judged this run and is left as it is.  A
      * check that has been switched off, or dropped from this
      * program, clears what it had raised: nothing is watching it any
      * more, and an open page that can never close helps nobody.
      * Without the raised list nothing can be told apart, so an
      * unreadable alert state raises and clears nothing.
           IF WS-PRG-RC = 3
               GO TO 070-MATCH-RAISED-EXIT
           END-IF

           DISPLAY 'ALERTMON DBSELECT alertst'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_alertst' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-ALERTST
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 3 TO WS-PRG-RC
               GO TO 070-MATCH-RAISED-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_alertst' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-ALERTST
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               PERFORM 075-MATCH-ONE
             END-IF
           END-PERFORM.

       070-MATCH-RAISED-EXIT.
           EXIT.
      ************************************************************************
       075-MATCH-ONE           SECTION.
           MOVE 0 TO WS-CHK-FOUND
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHECK-MAX
             IF WS-CHECK-NAME(WS-CHK-SUB) = ALST-CHECK
                 MOVE WS-CHK-SUB TO WS-CHK-FOUND
             END-IF
           END-PERFORM

           IF WS-CHK-FOUND NOT = 0
               IF WS-PRM-ON(WS-CHK-FOUND)
                  AND NOT WS-PRM-EVALUATED(WS-CHK-FOUND)
                   DISPLAY 'ALERTMON ' ALST-CHECK ' ' ALST-SUBJECT
                           ' not judged - held'
                   GO TO 075-MATCH-ONE-EXIT
               END-IF
           END-IF

           MOVE 0 TO WS-BRK-SUB
           IF WS-CHK-FOUND NOT = 0
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-BRK-COUNT
                 IF WS-BRK-CHK(WS-SCAN-SUB) = WS-CHK-FOUND
                    AND WS-BRK-SUBJECT(WS-SCAN-SUB) = ALST-SUBJECT
                     MOVE WS-SCAN-SUB TO WS-BRK-SUB
                 END-IF
               END-PERFORM
           END-IF

           IF WS-BRK-SUB NOT = 0
               MOVE 'H' TO WS-BRK-STATE(WS-BRK-SUB)
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-RUN-TS TO ALST-SEEN-TS
               MOVE WS-BRK-VALUE(WS-BRK-SUB) TO ALST-VALUE
               DISPLAY 'ALERTMON held ' ALST-CHECK ' ' ALST-SUBJECT
               MOVE 'DBUPDATE' TO MCP-FUNC
               MOVE 'tbl_fetch_alertst' TO MCP-TABLE
               MOVE 'key' TO MCP-PATHNAME
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-ALERTST
               IF MCP-RC NOT = 0
                   DISPLAY '...ng'
                   IF WS-PRG-RC < 2
                       MOVE 2 TO WS-PRG-RC
                   END-IF
               END-IF
               GO TO 075-MATCH-ONE-EXIT
           END-IF

           IF WS-CLR-COUNT >= WS-BRK-MAX
               DISPLAY 'ALERTMON more than ' WS-BRK-MAX
                       ' clears - ' ALST-CHECK ' ' ALST-SUBJECT
                       ' left for the next run'
               IF WS-PRG-RC < 1
                   MOVE 1 TO WS-PRG-RC
               END-IF
               GO TO 075-MATCH-ONE-EXIT
           END-IF
           ADD 1 TO WS-CLR-COUNT
           MOVE ALST-CHECK TO WS-CLR-CHECK(WS-CLR-COUNT)
           MOVE ALST-SUBJECT TO WS-CLR-SUBJECT(WS-CLR-COUNT)
           MOVE ALST-VALUE TO WS-CLR-VALUE(WS-CLR-COUNT)
           MOVE ALST-RAISED-TS TO WS-CLR-RAISED-TS(WS-CLR-COUNT)
           DISPLAY 'ALERTMON cleared ' ALST-CHECK ' ' ALST-SUBJECT.

       075-MATCH-ONE-EXIT.
           EXIT.
      ************************************************************************
       080-WRITE-ALERTS        SECTION.
           IF WS-PRG-RC = 3
               GO TO 080-WRITE-ALERTS-EXIT
           END-IF
           COMPUTE WS-RAISE-COUNT = WS-BRK-COUNT - WS-HELD-COUNT
           IF WS-RAISE-COUNT = 0 AND WS-CLR-COUNT = 0
               DISPLAY 'ALERTMON nothing to raise or clear'
               GO TO 080-WRITE-ALERTS-EXIT
           END-IF

           OPEN EXTEND ALERTOUT-FILE
           IF WS-ALERT-STATUS NOT = '00'
              AND WS-ALERT-STATUS NOT = '05'
               DISPLAY 'ALERTMON ALERTOUT open failed status '
                       WS-ALERT-STATUS
               MOVE 3 TO WS-PRG-RC
               GO TO 080-WRITE-ALERTS-EXIT
           END-IF
           MOVE WS-TODAY TO HDR-RUN-DATE
           MOVE WS-TODAY TO TRL-RUN-DATE
           WRITE ALERTOUT-RECORD FROM WS-HDR-RECORD
           IF WS-ALERT-STATUS NOT = '00'
               MOVE 'HDR write' TO WS-ALERT-STEP
               GO TO 080-WRITE-ALERTS-FAILED
           END-IF

           MOVE 0 TO WS-REC-COUNT
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-BRK-COUNT
             IF NOT WS-BRK-HELD(WS-BRK-SUB)
               MOVE WS-BRK-CHK(WS-BRK-SUB) TO WS-CHK-SUB
               MOVE 'ALRT' TO AL-REC-TYPE
               MOVE WS-RUN-TS TO AL-TS
               MOVE WS-PRM-SEVERITY(WS-CHK-SUB) TO AL-SEVERITY
               MOVE WS-CHECK-NAME(WS-CHK-SUB) TO AL-CHECK
               MOVE WS-BRK-SUBJECT(WS-BRK-SUB) TO AL-SUBJECT
               MOVE WS-BRK-VALUE(WS-BRK-SUB) TO AL-VALUE
               MOVE WS-PRM-LIMIT(WS-CHK-SUB) TO AL-LIMIT
               MOVE WS-CHECK-TEXT(WS-CHK-SUB) TO AL-TEXT
               MOVE WS-RUN-TS TO AL-RAISED-TS
               WRITE ALERTOUT-RECORD FROM WS-ALERT-RECORD
               IF WS-ALERT-STATUS NOT = '00'
                   MOVE 'ALRT write' TO WS-ALERT-STEP
                   GO TO 080-WRITE-ALERTS-FAILED
               END-IF
               ADD 1 TO WS-REC-COUNT
               DISPLAY 'ALERTMON ALRT ' AL-CHECK ' ' AL-SUBJECT
                       ' value ' AL-VALUE ' limit ' AL-LIMIT
             END-IF
           END-PERFORM

      * A clear carries the value last seen while breached and the
      * threshold row as it stands, if it still stands.
           PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
                   UNTIL WS-CLR-SUB > WS-CLR-COUNT
             MOVE 'CLR ' TO AL-REC-TYPE
             MOVE WS-RUN-TS TO AL-TS
             MOVE SPACE TO AL-SEVERITY
             MOVE 0 TO AL-LIMIT
             MOVE SPACE TO AL-TEXT
             PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                     UNTIL WS-CHK-SUB > WS-CHECK-MAX
               IF WS-CHECK-NAME(WS-CHK-SUB) = WS-CLR-CHECK(WS-CLR-SUB)
                 MOVE WS-PRM-SEVERITY(WS-CHK-SUB) TO AL-SEVERITY
                 MOVE WS-PRM-LIMIT(WS-CHK-SUB) TO AL-LIMIT
                 MOVE WS-CHECK-TEXT(WS-CHK-SUB) TO AL-TEXT
               END-IF
             END-PERFORM
             MOVE WS-CLR-CHECK(WS-CLR-SUB) TO AL-CHECK
             MOVE WS-CLR-SUBJECT(WS-CLR-SUB) TO AL-SUBJECT
             MOVE WS-CLR-VALUE(WS-CLR-SUB) TO AL-VALUE
             MOVE WS-CLR-RAISED-TS(WS-CLR-SUB) TO AL-RAISED-TS
             WRITE ALERTOUT-RECORD FROM WS-ALERT-RECORD
             IF WS-ALERT-STATUS NOT = '00'
                 MOVE 'CLR write' TO WS-ALERT-STEP
                 GO TO 080-WRITE-ALERTS-FAILED
             END-IF
             ADD 1 TO WS-REC-COUNT
             DISPLAY 'ALERTMON CLR  ' AL-CHECK ' ' AL-SUBJECT
           END-PERFORM

           MOVE WS-REC-COUNT TO TRL-REC-COUNT
           WRITE ALERTOUT-RECORD FROM WS-TRL-RECORD
           IF WS-ALERT-STATUS NOT = '00'
               MOVE 'TRL write' TO WS-ALERT-STEP
               GO TO 080-WRITE-ALERTS-FAILED
           END-IF
           CLOSE ALERTOUT-FILE
           IF WS-ALERT-STATUS NOT = '00'
               MOVE 'close' TO WS-ALERT-STEP
               GO TO 080-WRITE-ALERTS-FAILED
           END-IF
           GO TO 080-WRITE-ALERTS-EXIT.

      * A record that did not reach ALERTOUT - a full disk, say - must
      * not be recorded as raised or cleared: the rest of the run's
      * records are skipped and RETURN-CODE 3 keeps 085 from touching
      * the alert state, so the next run raises and clears them again.
       080-WRITE-ALERTS-FAILED.
           DISPLAY 'ALERTMON ALERTOUT ' WS-ALERT-STEP
                   ' failed status ' WS-ALERT-STATUS
           MOVE 3 TO WS-PRG-RC
           IF WS-ALERT-STEP NOT = 'close'
               CLOSE ALERTOUT-FILE
           END-IF.

       080-WRITE-ALERTS-EXIT.
           EXIT.
      ************************************************************************
       085-RECORD-STATE        SECTION.
      * Only now that ALERTOUT is closed are the new breaches recorded
      * as raised and the cleared ones dropped.
           IF WS-PRG-RC = 3
               GO TO 085-RECORD-STATE-EXIT
           END-IF

           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-BRK-COUNT
             IF NOT WS-BRK-HELD(WS-BRK-SUB)
               INITIALIZE DB-ALERTST
               MOVE WS-BRK-CHK(WS-BRK-SUB) TO WS-CHK-SUB
               MOVE WS-CHECK-NAME(WS-CHK-SUB) TO ALST-CHECK
               MOVE WS-BRK-SUBJECT(WS-BRK-SUB) TO ALST-SUBJECT
               MOVE WS-RUN-TS TO ALST-RAISED-TS
               MOVE WS-RUN-TS TO ALST-SEEN-TS
               MOVE WS-BRK-VALUE(WS-BRK-SUB) TO ALST-VALUE
               DISPLAY 'ALERTMON DBINSERT alertst ' ALST-CHECK
               MOVE 'DBINSERT' TO MCP-FUNC
               MOVE 'tbl_fetch_alertst' TO MCP-TABLE
               MOVE SPACE TO MCP-PATHNAME
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-ALERTST
               IF MCP-RC = 0
                   DISPLAY '...ok'
               ELSE
                   DISPLAY '...ng'
                   IF WS-PRG-RC < 2
                       MOVE 2 TO WS-PRG-RC
                   END-IF
               END-IF
             END-IF
           END-PERFORM

           PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
                   UNTIL WS-CLR-SUB > WS-CLR-COUNT
             INITIALIZE DB-ALERTST
             MOVE WS-CLR-CHECK(WS-CLR-SUB) TO ALST-CHECK
             MOVE WS-CLR-SUBJECT(WS-CLR-SUB) TO ALST-SUBJECT
             DISPLAY 'ALERTMON DBDELETE alertst ' ALST-CHECK
             MOVE 'DBDELETE' TO MCP-FUNC
             MOVE 'tbl_fetch_alertst' TO MCP-TABLE
             MOVE 'key' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-ALERTST
             IF MCP-RC = 0
                 DISPLAY '...ok'
             ELSE
                 DISPLAY '...ng'
                 IF WS-PRG-RC < 2
                     MOVE 2 TO WS-PRG-RC
                 END-IF
             END-IF
           END-PERFORM.

       085-RECORD-STATE-EXIT.
           EXIT.
      ************************************************************************
       090-TS-MINUTES          SECTION.
      * WS-TS-IN (a CURRENT-DATE stamp) as a minute number in
      * WS-TS-MIN.
           COMPUTE WS-TS-MIN =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-TS-IN(1:8))) * 1440
               + FUNCTION NUMVAL(WS-TS-IN(9:2)) * 60
               + FUNCTION NUMVAL(WS-TS-IN(11:2))
           EXIT.
      ************************************************************************
       095-NOTE-BREACH         SECTION.
      * Adds WS-NOTE-CHK / WS-NOTE-SUBJECT / WS-NOTE-VALUE to this
      * run's breaches.  A full table loses the breach, and the check
      * is marked not judged so none of its raised breaches is
      * cleared on the strength of a list that was cut short.
           IF WS-BRK-COUNT >= WS-BRK-MAX
               DISPLAY 'ALERTMON more than ' WS-BRK-MAX
                       ' breaches - ' WS-NOTE-SUBJECT ' dropped'
               MOVE 'N' TO WS-PRM-EVAL-SW(WS-NOTE-CHK)
               IF WS-PRG-RC < 1
                   MOVE 1 TO WS-PRG-RC
               END-IF
               GO TO 095-NOTE-BREACH-EXIT
           END-IF
           ADD 1 TO WS-BRK-COUNT
           MOVE WS-NOTE-CHK TO WS-BRK-CHK(WS-BRK-COUNT)
           MOVE WS-NOTE-SUBJECT TO WS-BRK-SUBJECT(WS-BRK-COUNT)
           MOVE WS-NOTE-VALUE TO WS-BRK-VALUE(WS-BRK-COUNT)
           MOVE SPACE TO WS-BRK-STATE(WS-BRK-COUNT).

       095-NOTE-BREACH-EXIT.
           EXIT.
      ************************************************************************
       099-TERM                SECTION.
           DISPLAY 'ALERTMON breaches found ' WS-BRK-COUNT
                   ' raised ' WS-RAISE-COUNT
                   ' held ' WS-HELD-COUNT
                   ' cleared ' WS-CLR-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
