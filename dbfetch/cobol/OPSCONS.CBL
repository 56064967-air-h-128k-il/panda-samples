      *          - the count of OUTBOX-UNSENT events and the oldest
      *            unsent timestamp, so a relay falling behind is
      *            visible before the warehouse calls;
      *          - today's tbl_fetch_audit call and zero-row counts;
      *          - the newest outbox event id, then one row per
      *            change-feed subscriber (DB-SUBSCR) with its last
      *            acknowledged event, its lag behind the newest event
      *            and when it last polled CHGFEED;
      *          - last night's batch run ledger (DB-RUNLOG): every
      *            attempt recorded against the newest business date
      *            on file, with its status, start and end times,
      *            return code and counts, and the reason for any run
      *            that was refused or failed.
      *   DELETE clears one specific checkpoint key: the table name in
      *          the request body, the limit in SCR-ARG1, the offset
      *          in SCR-ARG2 - recovering from a corrupted FETCHLOD
      *          watermark (table tbl_fetch_test, window 0/0) no
      *          longer means hand-editing the table.
      *
      * Every call names its client in SCR-CLIENT-ID and is checked
      * against the client registry the same way TEST1 checks: an
      * unknown client is a 401, a suspended one a 403, and the GET
      * needs the READ grant while the checkpoint clear - which
      * rewrites a live watermark - needs MAINT.  The console has no
      * row quota; its GET is not charged against one.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
            COPY    "DB-OUTBOX".
            COPY    "DB-RESTART".
            COPY    "DB-AUDIT".
            COPY    "DB-CLIENT".
            COPY    "DB-SUBSCR".
            COPY    "DB-RUNLOG".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ERR-RC    PIC -(9)9.
       01 WS-ARG1-NUM  PIC 9(10).
       01 WS-OLDEST-TS    PIC X(26).
       01 WS-CALL-COUNT   PIC S9(9)  BINARY.
       01 WS-ZERO-COUNT   PIC S9(9)  BINARY.
       01 WS-NEWEST-ID    PIC S9(9)  BINARY.
       01 WS-SUB-COUNT    PIC S9(9)  BINARY.
       01 WS-LAG          PIC S9(9)  BINARY.
      * Display-form work fields for the STRINGed row texts.
       01 WS-LIMIT-DISP   PIC 9(09).
       01 WS-OFFSET-DISP  PIC 9(09).
       01 WS-COUNT-DISP   PIC 9(09).
       01 WS-LAG-DISP     PIC 9(09).
       01 WS-LEDG-COUNT   PIC S9(9)  BINARY.
       01 WS-LEDG-DATE    PIC X(08).
       01 WS-IN-DISP      PIC 9(09).
       01 WS-OUT-DISP     PIC 9(09).
       01 WS-REJ-DISP     PIC 9(09).
       01 WS-EXC-DISP     PIC 9(09).
       01 WS-CLEAR-TABLE  PIC X(18).
      * Caller identification (005-IDENTIFY-CALLER), as in TEST1.
       01 WS-CALLER-SW  PIC X(01).
           88  WS-CALLER-OK            VALUE 'Y'.
       01 WS-NEED-VERB  PIC X(08).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           SCRAREA.
       000-MAIN                SECTION.
           DISPLAY  SCR-HTTP-METHOD
           PERFORM 005-IDENTIFY-CALLER
           IF NOT WS-CALLER-OK
               EXIT PROGRAM
           END-IF
           EVALUATE    SCR-HTTP-METHOD
             WHEN     'GET'
               PERFORM 010-GET
               PERFORM 040-CLEAR-CKPT
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       005-IDENTIFY-CALLER    SECTION.
      * Client registry lookup for the console: GET needs READ, the
      * DELETE checkpoint clear needs MAINT.  401 for an unknown or
      * missing client id, 403 for a suspended client or a verb it
      * was not granted.
           DISPLAY '005-IDENTIFY-CALLER ' SCR-CLIENT-ID
           MOVE 'N' TO WS-CALLER-SW
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           IF SCR-HTTP-METHOD = 'GET'
               MOVE 'READ' TO WS-NEED-VERB
           ELSE
               MOVE 'MAINT' TO WS-NEED-VERB
           END-IF

           IF SCR-CLIENT-ID = SPACE
               DISPLAY 'no client id on request'
               MOVE 401 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client id required'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-EXIT
           END-IF

           MOVE SCR-CLIENT-ID TO CLIENT-ID
           DISPLAY 'DBSELECT client'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_client' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-CLIENT
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 005-IDENTIFY-CALLER-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_client' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-CLIENT
           IF MCP-RC NOT = 0
               DISPLAY 'client not registered'
               MOVE 401 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'unknown client ' SCR-CLIENT-ID
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-EXIT
           END-IF

           IF NOT CLIENT-ACTIVE
               DISPLAY 'client suspended'
               MOVE 403 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client ' SCR-CLIENT-ID ' is suspended'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-EXIT
           END-IF

           IF (WS-NEED-VERB = 'READ' AND NOT CLIENT-MAY-READ)
              OR (WS-NEED-VERB = 'MAINT' AND NOT CLIENT-MAY-MAINT)
               DISPLAY 'verb not granted ' WS-NEED-VERB
               MOVE 403 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client ' SCR-CLIENT-ID
                      ' not authorized for ' WS-NEED-VERB
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-EXIT
           END-IF

           SET WS-CALLER-OK TO TRUE.

       005-IDENTIFY-CALLER-EXIT.
           EXIT.
      ************************************************************************
       010-GET                SECTION.
           DISPLAY '010-GET start'
           PERFORM 012-CKPT-ROWS
           PERFORM 014-OUTBOX-ROWS
           PERFORM 016-AUDIT-ROWS
           PERFORM 018-SUBSCR-ROWS
           PERFORM 019-LEDGER-ROWS

           DISPLAY 'MSGCLOSE'
           MOVE 'MSGCLOSE' TO MCP-FUNC
           END-STRING
           PERFORM 075-WRITE-ROW
           EXIT.
      ************************************************************************
       018-SUBSCR-ROWS        SECTION.
      * Change-feed lag.  The newest event id comes off the 'newest'
      * cursor (highest id first, so its first row is it); each
      * subscriber's lag is how far its acknowledgement trails that
      * id.  Event ids are handed out ascending, so the distance is
      * the number of events it still has to consume, give or take an
      * id a failed insert never used.  A retired subscriber is shown
      * but no longer holds anything back.
           MOVE 0 TO WS-NEWEST-ID
           DISPLAY 'DBSELECT outbox newest'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'newest' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 010-GET-EXIT
           END-IF
           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'newest' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC = 0
               MOVE OUTBOX-EVENT-ID TO WS-NEWEST-ID
           END-IF

           MOVE WS-NEWEST-ID TO MA-ID
           MOVE 0 TO MA-VERSION
           MOVE 'OUTBOX NEWEST EVENT' TO MA-DATA1
           PERFORM 075-WRITE-ROW

           MOVE 0 TO WS-SUB-COUNT
           DISPLAY 'DBSELECT subscriber'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_subscr' TO MCP-TABLE
           MOVE 'all' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SUBSCR
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 010-GET-EXIT
           END-IF

           MOVE 0 TO FETCH-RC
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_subscr' TO MCP-TABLE
             MOVE 'all' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-SUBSCR
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               ADD 1 TO WS-SUB-COUNT
               IF WS-NEWEST-ID > SUB-LAST-ACK-ID
                   COMPUTE WS-LAG = WS-NEWEST-ID - SUB-LAST-ACK-ID
               ELSE
                   MOVE 0 TO WS-LAG
               END-IF
               MOVE SUB-LAST-ACK-ID TO MA-ID
               MOVE WS-LAG TO MA-VERSION
               MOVE WS-LAG TO WS-LAG-DISP
               MOVE SPACE TO MA-DATA1
               STRING 'SUBSCR ' SUB-ID ' ' SUB-STATUS
                      ' LAG ' WS-LAG-DISP
                      ' POLLED ' SUB-LAST-POLL-TS(1:14)
                      DELIMITED BY SIZE
                      INTO MA-DATA1
               END-STRING
               PERFORM 075-WRITE-ROW
             END-IF
           END-PERFORM

           IF WS-SUB-COUNT = 0
               MOVE 0 TO MA-ID
               MOVE 0 TO MA-VERSION
               MOVE 'SUBSCR NONE ON FILE' TO MA-DATA1
               PERFORM 075-WRITE-ROW
           END-IF
           EXIT.
      ************************************************************************
       019-LEDGER-ROWS        SECTION.
      * Last night's batch run ledger.  "Last night" is the business
      * date of the newest ledger row - the 'newest' cursor hands the
      * highest LEDG-ID back first - rather than today's date, so the
      * block still shows the run after midnight and after a holiday.
      * A header row carries the date and the attempt count in MA-ID;
      * then one row per attempt, in the order they were made, with
      * LEDG-ID in MA-ID and the return code in MA-VERSION.  An attempt
      * that was refused or failed gets a second row with its reason.
           MOVE SPACE TO WS-LEDG-DATE
           DISPLAY 'DBSELECT runlog newest'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'newest' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 010-GET-EXIT
           END-IF
           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'newest' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC = 0
               MOVE LEDG-BUS-DATE TO WS-LEDG-DATE
           END-IF

           IF WS-LEDG-DATE = SPACE
               MOVE 0 TO MA-ID
               MOVE 0 TO MA-VERSION
               MOVE 'LEDGER NONE ON FILE' TO MA-DATA1
               PERFORM 075-WRITE-ROW
               GO TO 019-LEDGER-ROWS-EXIT
           END-IF

      * Count first so the header row can lead the block.
           MOVE 0 TO WS-LEDG-COUNT
           DISPLAY 'DBSELECT runlog date'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'date' TO MCP-PATHNAME
           MOVE WS-LEDG-DATE TO LEDG-BUS-DATE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 010-GET-EXIT
           END-IF
           MOVE 0 TO FETCH-RC
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_runlog' TO MCP-TABLE
             MOVE 'date' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-RUNLOG
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               ADD 1 TO WS-LEDG-COUNT
             END-IF
           END-PERFORM

           MOVE WS-LEDG-COUNT TO MA-ID
           MOVE 0 TO MA-VERSION
           MOVE SPACE TO MA-DATA1
           STRING 'LEDGER BUSINESS DATE ' WS-LEDG-DATE
                  DELIMITED BY SIZE
                  INTO MA-DATA1
           END-STRING
           PERFORM 075-WRITE-ROW

           DISPLAY 'DBSELECT runlog date'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_runlog' TO MCP-TABLE
           MOVE 'date' TO MCP-PATHNAME
           MOVE WS-LEDG-DATE TO LEDG-BUS-DATE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-RUNLOG
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 010-GET-EXIT
           END-IF
           MOVE 0 TO FETCH-RC
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_runlog' TO MCP-TABLE
             MOVE 'date' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-RUNLOG
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               MOVE LEDG-ID TO MA-ID
               MOVE LEDG-RC TO MA-VERSION
               MOVE LEDG-IN-CNT TO WS-IN-DISP
               MOVE LEDG-OUT-CNT TO WS-OUT-DISP
               MOVE LEDG-REJ-CNT TO WS-REJ-DISP
               MOVE LEDG-EXC-CNT TO WS-EXC-DISP
               MOVE SPACE TO MA-DATA1
               STRING 'RUN ' LEDG-PROGRAM ' ' LEDG-STATUS
                      ' ' LEDG-START-TS(9:4) '-' LEDG-END-TS(9:4)
                      ' IN ' WS-IN-DISP
                      ' OUT ' WS-OUT-DISP
                      ' REJ ' WS-REJ-DISP
                      ' EXC ' WS-EXC-DISP
                      DELIMITED BY SIZE
                      INTO MA-DATA1
               END-STRING
               PERFORM 075-WRITE-ROW
               IF LEDG-REASON NOT = SPACE
                   MOVE SPACE TO MA-DATA1
                   STRING 'RUN ' LEDG-PROGRAM ' REASON ' LEDG-REASON
                          DELIMITED BY SIZE
                          INTO MA-DATA1
                   END-STRING
                   PERFORM 075-WRITE-ROW
               END-IF
             END-IF
           END-PERFORM.

       019-LEDGER-ROWS-EXIT.
           EXIT.
      ************************************************************************
       040-CLEAR-CKPT         SECTION.
      * Clears exactly one checkpoint key: the owning table named in
