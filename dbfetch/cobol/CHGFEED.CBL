       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CHGFEED.
      ************************************************************************
      * Change-feed transaction - the pull side of tbl_fetch_outbox,
      * for downstream systems that poll over the gateway instead of
      * taking the OUTBFEED file OUTBXRLY writes for the warehouse.
      * Every event TEST1 (and the batch writers) queue is served, in
      * OUTBOX-EVENT-ID order, whatever the warehouse relay has done
      * with it - the relay's sent/dead state is the warehouse's, not
      * the subscriber's.  Rendered through MSGOPEN/MSGWRITE/MSGCLOSE
      * like every other transaction, in MA-MODE 6.
      *
      *   GET    the events after an event id, ascending, one page:
      *          SCR-ARG1 the event id to start after - blank means
      *          after the subscriber's own last acknowledgement, a
      *          lower id replays; SCR-ARG2 the page size, 1-1000,
      *          blank means 100.  An empty page is a 200 with no
      *          rows - the subscriber is caught up.
      *   PUT    acknowledges everything up to and including the event
      *          id in SCR-ARG1.  The acknowledgement only moves
      *          forward (an older id is a 409) and has to name an
      *          event on file (404) - it is what the outbox purge
      *          holds back for, so it must never run ahead of what
      *          was really served.
      *
      * The caller is checked against the client registry the way
      * TEST1 and OPSCONS check it (401 unknown, 403 suspended or no
      * READ grant) and must also be registered as a subscriber in
      * tbl_fetch_subscr (DB-SUBSCR) and active - 403 otherwise.
      * Every GET stamps SUB-LAST-POLL-TS, so the console shows a
      * subscriber that has stopped polling.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "DB-MA".
            COPY    "DB-OUTBOX".
            COPY    "DB-CLIENT".
            COPY    "DB-SUBSCR".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ERR-RC    PIC -(9)9.
       01 WS-ARG1-NUM  PIC 9(10).
       01 WS-ARG2-NUM  PIC 9(10).
       01 WS-AFTER-ID     PIC S9(9)  BINARY.
       01 WS-PAGE-SIZE    PIC S9(9)  BINARY.
       01 WS-EVENT-COUNT  PIC S9(9)  BINARY.
       01 WS-EVENT-DISP   PIC 9(09).
       01 WS-ACK-DISP     PIC 9(09).
      * Caller identification (005-IDENTIFY-CALLER), as in TEST1.
       01 WS-CALLER-SW  PIC X(01).
           88  WS-CALLER-OK            VALUE 'Y'.
       01 WS-NEED-VERB  PIC X(08).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "LINKAREA".
            COPY    "SCRAREA".

      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
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
             WHEN     'PUT'
               PERFORM 030-ACK
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       005-IDENTIFY-CALLER    SECTION.
      * Client registry lookup - polling and acknowledging both need
      * READ - then the subscriber row for the same id.  401 for an
      * unknown or missing client id, 403 for a suspended client, a
      * missing grant, or a client that is not an active subscriber.
      * DB-SUBSCR stays in the buffer for the verb that follows.
           DISPLAY '005-IDENTIFY-CALLER ' SCR-CLIENT-ID
           MOVE 'N' TO WS-CALLER-SW
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 'READ' TO WS-NEED-VERB

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

           IF NOT CLIENT-MAY-READ
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

           MOVE SCR-CLIENT-ID TO SUB-ID
           DISPLAY 'DBSELECT subscriber'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_subscr' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SUBSCR
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 005-IDENTIFY-CALLER-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_subscr' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SUBSCR
           IF MCP-RC NOT = 0 OR NOT SUB-ACTIVE
               DISPLAY 'not an active subscriber'
               MOVE 403 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client ' SCR-CLIENT-ID
                      ' is not an active change-feed subscriber'
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
           DISPLAY 'SCR-ARG1:'  SCR-ARG1
           DISPLAY 'SCR-ARG2:'  SCR-ARG2
      * SCR-ARG1 - the event id to read after.  Blank picks up where
      * the subscriber's acknowledgements left off.
           IF SCR-ARG1 = SPACE
               MOVE SUB-LAST-ACK-ID TO WS-AFTER-ID
           ELSE
               IF SCR-ARG1 NUMERIC
                   MOVE SCR-ARG1 TO WS-ARG1-NUM
                   IF WS-ARG1-NUM <= 999999999
                       MOVE WS-ARG1-NUM TO WS-AFTER-ID
                   ELSE
                       DISPLAY 'SCR-ARG1 out of range'
                       MOVE 400 TO SCR-HTTP-STATUS
                       MOVE SPACE TO SCR-BODY
                       STRING 'SCR-ARG1 event id out of range'
                              DELIMITED BY SIZE
                              INTO SCR-BODY
                       END-STRING
                       GO TO 010-GET-EXIT
                   END-IF
               ELSE
                   DISPLAY 'SCR-ARG1 not numeric'
                   MOVE 400 TO SCR-HTTP-STATUS
                   MOVE SPACE TO SCR-BODY
                   STRING 'SCR-ARG1 must be a numeric event id'
                          DELIMITED BY SIZE
                          INTO SCR-BODY
                   END-STRING
                   GO TO 010-GET-EXIT
               END-IF
           END-IF

      * SCR-ARG2 - the page size.  Blank is the 100-event default; a
      * value that is there has to be a real number in range, the same
      * rule TEST1 applies to its page size.
           IF SCR-ARG2 = SPACE
               MOVE 100 TO WS-PAGE-SIZE
           ELSE
               IF SCR-ARG2 NUMERIC
                   MOVE SCR-ARG2 TO WS-ARG2-NUM
                   IF WS-ARG2-NUM >= 1 AND WS-ARG2-NUM <= 1000
                       MOVE WS-ARG2-NUM TO WS-PAGE-SIZE
                   ELSE
                       DISPLAY 'SCR-ARG2 out of range'
                       MOVE 400 TO SCR-HTTP-STATUS
                       MOVE SPACE TO SCR-BODY
                       STRING 'SCR-ARG2 must be numeric, 1-1000'
                              DELIMITED BY SIZE
                              INTO SCR-BODY
                       END-STRING
                       GO TO 010-GET-EXIT
                   END-IF
               ELSE
                   DISPLAY 'SCR-ARG2 not numeric'
                   MOVE 400 TO SCR-HTTP-STATUS
                   MOVE SPACE TO SCR-BODY
                   STRING 'SCR-ARG2 must be numeric, 1-1000'
                          DELIMITED BY SIZE
                          INTO SCR-BODY
                   END-STRING
                   GO TO 010-GET-EXIT
               END-IF
           END-IF
           DISPLAY 'AFTER ' WS-AFTER-ID ' PAGE ' WS-PAGE-SIZE

           DISPLAY 'MSGOPEN'
           MOVE 'MSGOPEN' TO MCP-FUNC
           MOVE 'ma' TO MCP-TABLE
           MOVE 6 TO MA-MODE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-MA
           IF (MCP-RC = ZERO)
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 010-GET-EXIT
           END-IF

      * The page size rides in MCP-LIMIT the way TEST1's does; the
      * loop also stops at it, so a page never runs long.
           MOVE WS-PAGE-SIZE TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE WS-AFTER-ID TO OUTBOX-EVENT-ID
           DISPLAY 'DBSELECT outbox after'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'after' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 010-GET-EXIT
           END-IF

           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO FETCH-RC
           PERFORM UNTIL FETCH-RC NOT = 0
                      OR WS-EVENT-COUNT >= WS-PAGE-SIZE
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_outbox' TO MCP-TABLE
             MOVE 'after' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-OUTBOX
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               MOVE OUTBOX-EVENT-ID TO MA-EVENT-ID
               MOVE OUTBOX-FETCH-ID TO MA-ID
               MOVE OUTBOX-DATA1 TO MA-DATA1
               MOVE 0 TO MA-VERSION
               MOVE OUTBOX-TS TO MA-ROW-TS
               MOVE OUTBOX-VERB TO MA-ROW-VERB
               DISPLAY 'MSGWRITE'
               MOVE 'MSGWRITE' TO MCP-FUNC
               MOVE 'ma' TO MCP-TABLE
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-MA
               IF MCP-RC = 0
                   DISPLAY '...ok'
                   ADD 1 TO WS-EVENT-COUNT
               ELSE
                   DISPLAY '...ng'
                   PERFORM 080-SET-ERROR-BODY
                   GO TO 010-GET-EXIT
               END-IF
             END-IF
           END-PERFORM
           DISPLAY 'events served ' WS-EVENT-COUNT

      * The poll stamp is housekeeping for the console - a failure is
      * logged, not turned into a failure of the poll.
           MOVE FUNCTION CURRENT-DATE TO SUB-LAST-POLL-TS
           DISPLAY 'DBUPDATE subscriber poll'
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_subscr' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SUBSCR
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
           END-IF

           DISPLAY 'MSGCLOSE'
           MOVE 'MSGCLOSE' TO MCP-FUNC
           MOVE 'ma' TO MCP-TABLE
           CALL 'MONFUNC'  USING
                MCPAREA
                DB-MA
           IF MCP-RC = 0
               DISPLAY '...ok'
               MOVE 200 TO SCR-HTTP-STATUS
               MOVE MA-OBJECT TO SCR-BODY
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
           END-IF.

           GO TO 010-GET-EXIT.

       010-GET-EXIT.
           EXIT.
      ************************************************************************
       030-ACK                SECTION.
      * Moves the subscriber's acknowledgement up to the event id in
      * SCR-ARG1.  Acknowledging the id already on file again is a
      * harmless 200 - a subscriber retrying a lost response must not
      * be told it failed.
           DISPLAY '030-ACK start'
           IF SCR-ARG1 NUMERIC
               MOVE SCR-ARG1 TO WS-ARG1-NUM
               IF WS-ARG1-NUM > 999999999
                   DISPLAY 'SCR-ARG1 out of range'
                   MOVE 400 TO SCR-HTTP-STATUS
                   MOVE SPACE TO SCR-BODY
                   STRING 'SCR-ARG1 event id out of range'
                          DELIMITED BY SIZE
                          INTO SCR-BODY
                   END-STRING
                   GO TO 030-ACK-EXIT
               END-IF
           ELSE
               DISPLAY 'SCR-ARG1 not numeric'
               MOVE 400 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'SCR-ARG1 must carry the event id to acknowledge'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 030-ACK-EXIT
           END-IF
           MOVE WS-ARG1-NUM TO WS-EVENT-DISP
           MOVE SUB-LAST-ACK-ID TO WS-ACK-DISP

           IF WS-ARG1-NUM < SUB-LAST-ACK-ID
               DISPLAY 'acknowledgement behind the one on file'
               MOVE 409 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'event ' WS-EVENT-DISP
                      ' is behind the acknowledgement on file ('
                      WS-ACK-DISP ')'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 030-ACK-EXIT
           END-IF

           IF WS-ARG1-NUM = SUB-LAST-ACK-ID
               DISPLAY 'acknowledgement unchanged'
               GO TO 030-ACK-DONE
           END-IF

      * The event has to exist.  Everything above the acknowledgement
      * on file is protected from the purge, so an id that is not
      * there was never queued - the subscriber is acknowledging
      * something it cannot have been served.
           MOVE WS-ARG1-NUM TO OUTBOX-EVENT-ID
           DISPLAY 'DBSELECT outbox id'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 030-ACK-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_outbox' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-OUTBOX
           IF MCP-RC NOT = 0
               DISPLAY 'event not found'
               MOVE 404 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'event ' WS-EVENT-DISP ' not found'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 030-ACK-EXIT
           END-IF

           MOVE WS-ARG1-NUM TO SUB-LAST-ACK-ID
           MOVE FUNCTION CURRENT-DATE TO SUB-LAST-ACK-TS
           DISPLAY 'DBUPDATE subscriber ack'
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_subscr' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SUBSCR
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 030-ACK-EXIT
           END-IF.

       030-ACK-DONE.
           MOVE 200 TO SCR-HTTP-STATUS
           MOVE SPACE TO SCR-BODY
           STRING 'acknowledged through event ' WS-EVENT-DISP
                  DELIMITED BY SIZE
                  INTO SCR-BODY
           END-STRING.

       030-ACK-EXIT.
           EXIT.
      ************************************************************************
       080-SET-ERROR-BODY      SECTION.
      * Common error-body builder, same shape as TEST1's - a failing
      * DB/monitor call is visible to the caller instead of coming
      * back as a blank 200.
           MOVE 500 TO SCR-HTTP-STATUS
           MOVE SPACE TO SCR-BODY
           MOVE MCP-RC TO WS-ERR-RC
           STRING 'MCP-FUNC=' MCP-FUNC
                  ' MCP-RC=' WS-ERR-RC
                  DELIMITED BY SIZE
                  INTO SCR-BODY
           END-STRING
           EXIT.
