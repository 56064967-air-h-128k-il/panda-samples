       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         IDEMPRG.
      ************************************************************************
      * Nightly expiry of tbl_fetch_idemkey.  TEST1's 020-POST writes a
      * row for every create that arrives with a request key, holding
      * the FETCH-IDs the batch created and the full response it got
      * back, so the table grows with every tagged create.  A key only
      * has to outlive the caller's retry window; this job copies every
      * key older than the retention window out to the IDEMARC
      * sequential archive (client, key, stamp, state, status and the
      * FETCH-IDs - the stored response is not kept, it was handed
      * back already)
      * and deletes it from the live table, then prints counts.
      *
      * The retention window is ACCEPTed as a day count; blank or
      * junk falls back to 7 days - well past any gateway or client
      * retry - so an unparameterized scheduler step still behaves.
      * The cutoff is midnight - anything stamped before
      * (today - retention) 00:00 goes, in-flight keys included: a
      * call that died holding its key has long since been dealt with.
      *
      * Two passes, for the same reason AUDITPRG has two: a sequential
      * WRITE only becomes durable at CLOSE while a DBDELETE commits
      * immediately.
      *   1. Archive pass - writes every qualifying key to IDEMARC,
      *      then CLOSEs it to force the records to disk.
      *   2. Purge pass - re-selects the table and deletes the keys
      *      the closed archive now provably holds.
      * IDEMARC is OPENed EXTEND, so a rerun appends rather than
      * truncating what an abended attempt already secured; it is a
      * logical name the scheduler points at the dated physical file.
      *
      * A delete failure leaves its key for the next night and flags
      * the run with RETURN-CODE 2.  RETURN-CODE 1 means a DBSELECT
      * failed.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT  OPTIONAL IDEMARC-FILE
                   ASSIGN TO "IDEMARC"
                   ORGANIZATION    IS LINE SEQUENTIAL.
       DATA                DIVISION.
       FILE                SECTION.
       FD  IDEMARC-FILE.
       01  IDEMARC-RECORD.
           05  IA-CLIENT-ID        PIC X(16).
           05  FILLER              PIC X(01).
           05  IA-KEY              PIC X(40).
           05  FILLER              PIC X(01).
           05  IA-TS               PIC X(26).
           05  FILLER              PIC X(01).
           05  IA-STATE            PIC X(01).
           05  FILLER              PIC X(01).
           05  IA-HTTP-STATUS      PIC 9(03).
           05  FILLER              PIC X(01).
           05  IA-ID-COUNT         PIC 9(02).
           05  IA-ID-ENTRY         OCCURS 50.
               10  FILLER          PIC X(01).
               10  IA-FETCH-ID     PIC 9(09).
       WORKING-STORAGE     SECTION.
            COPY    "MCPAREA".
            COPY    "DB-IDEMKEY".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-RETAIN-DAYS  PIC X(03).
       01 WS-RETAIN-CHK   PIC X(03).
       01 WS-RETAIN-NUM   PIC 9(03).
       01 WS-CUTOFF-DATE  PIC 9(08).
       01 WS-CUTOFF-INT   PIC S9(9)  BINARY.
       01 WS-ID-IX        PIC S9(4)  BINARY.
       01 WS-SCAN-COUNT   PIC S9(9)  BINARY   VALUE 0.
       01 WS-ARC-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-DEL-COUNT    PIC S9(9)  BINARY   VALUE 0.
       01 WS-REMAIN-COUNT PIC S9(9)  BINARY   VALUE 0.
      * Run status is staged here and moved to RETURN-CODE once at
      * termination - RETURN-CODE itself is reset by every CALL.
       01 WS-PRG-RC       PIC S9(4)  BINARY   VALUE 0.

      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 010-INIT
           PERFORM 020-ARCHIVE-PASS
           PERFORM 030-PURGE-PASS
           PERFORM 040-TERM.
           STOP RUN.
      ************************************************************************
       010-INIT                SECTION.
           OPEN EXTEND IDEMARC-FILE

           ACCEPT WS-RETAIN-DAYS
      * Digits-and-spaces check, same as AUDITPRG: '7' arrives
      * space-padded and would fail a plain NUMERIC test.
           MOVE WS-RETAIN-DAYS TO WS-RETAIN-CHK
           INSPECT WS-RETAIN-CHK CONVERTING '0123456789' TO '          '
           IF WS-RETAIN-DAYS NOT = SPACE AND WS-RETAIN-CHK = SPACE
               COMPUTE WS-RETAIN-NUM =
                   FUNCTION NUMVAL(WS-RETAIN-DAYS)
           ELSE
               MOVE 7 TO WS-RETAIN-NUM
           END-IF
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - WS-RETAIN-NUM
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
             TO WS-CUTOFF-DATE
           DISPLAY 'IDEMPRG retention days ' WS-RETAIN-NUM
                   ' cutoff ' WS-CUTOFF-DATE

           DISPLAY 'IDEMPRG DBSELECT'
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO FETCH-RC
               MOVE 1 TO WS-PRG-RC
           END-IF.

       010-INIT-EXIT.
           EXIT.
      ************************************************************************
       020-ARCHIVE-PASS        SECTION.
      * Copy every qualifying key to the archive; nothing is deleted
      * until the CLOSE below has forced the copies to disk.
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-IDEMKEY

             MOVE MCP-RC TO FETCH-RC

             IF FETCH-RC = 0
               ADD 1 TO WS-SCAN-COUNT
               IF IDEM-TS(1:8) NUMERIC
                  AND IDEM-TS(1:8) < WS-CUTOFF-DATE
                 PERFORM 025-ARCHIVE-KEY
               END-IF
             END-IF
           END-PERFORM

      * Durability point: after this close the archive provably
      * holds every key the purge pass is allowed to delete.
           CLOSE IDEMARC-FILE.

           EXIT.
      ************************************************************************
       025-ARCHIVE-KEY         SECTION.
           MOVE SPACE TO IDEMARC-RECORD
           MOVE IDEM-CLIENT-ID TO IA-CLIENT-ID
           MOVE IDEM-KEY TO IA-KEY
           MOVE IDEM-TS TO IA-TS
           MOVE IDEM-STATE TO IA-STATE
           MOVE IDEM-HTTP-STATUS TO IA-HTTP-STATUS
           MOVE IDEM-ID-COUNT TO IA-ID-COUNT
           PERFORM VARYING WS-ID-IX FROM 1 BY 1
                   UNTIL WS-ID-IX > 50
             IF WS-ID-IX <= IDEM-ID-COUNT
                 MOVE IDEM-FETCH-ID(WS-ID-IX) TO IA-FETCH-ID(WS-ID-IX)
             ELSE
                 MOVE 0 TO IA-FETCH-ID(WS-ID-IX)
             END-IF
           END-PERFORM
           WRITE IDEMARC-RECORD
           ADD 1 TO WS-ARC-COUNT
           EXIT.
      ************************************************************************
       030-PURGE-PASS          SECTION.
      * Second trip down the table: the archive is closed and safe,
      * so the qualifying keys can leave the live table.  The 'id'
      * path deletes exactly the key in the buffer and the cursor
      * carries on behind it, as it does for AUDITPRG.
           IF WS-PRG-RC NOT = 0
               GO TO 030-PURGE-PASS-EXIT
           END-IF

           DISPLAY 'IDEMPRG DBSELECT purge pass'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 0 TO FETCH-RC
           ELSE
               DISPLAY '...ng'
               MOVE 1 TO WS-PRG-RC
               GO TO 030-PURGE-PASS-EXIT
           END-IF

           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-IDEMKEY

             MOVE MCP-RC TO FETCH-RC

             IF FETCH-RC = 0
               IF IDEM-TS(1:8) NUMERIC
                  AND IDEM-TS(1:8) < WS-CUTOFF-DATE
                 PERFORM 035-PURGE-KEY
               ELSE
                 ADD 1 TO WS-REMAIN-COUNT
               END-IF
             END-IF
           END-PERFORM.

       030-PURGE-PASS-EXIT.
           EXIT.
      ************************************************************************
       035-PURGE-KEY           SECTION.
           MOVE 'DBDELETE' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC = 0
               ADD 1 TO WS-DEL-COUNT
           ELSE
               DISPLAY 'DBDELETE request key ...ng at ' IDEM-TS
               ADD 1 TO WS-REMAIN-COUNT
               MOVE 2 TO WS-PRG-RC
           END-IF
           EXIT.
      ************************************************************************
       040-TERM                 SECTION.
           DISPLAY 'IDEMPRG keys scanned:   ' WS-SCAN-COUNT
           DISPLAY 'IDEMPRG keys archived:  ' WS-ARC-COUNT
           DISPLAY 'IDEMPRG keys deleted:   ' WS-DEL-COUNT
           DISPLAY 'IDEMPRG keys remaining: ' WS-REMAIN-COUNT
           MOVE WS-PRG-RC TO RETURN-CODE
           EXIT.
