            COPY    "DB-OUTBOX".
            COPY    "DB-RESTART".
            COPY    "DB-AUDIT".
            COPY    "DB-IDEMKEY".
            COPY    "DB-CLIENT".
            COPY    "DB-HISTORY".
            COPY    "DB-PENDING".
       01 FETCH-RC  PIC S9(9)   BINARY.
       01 WS-ROW-COUNT  PIC S9(9)  BINARY  VALUE 0.
       01 WS-BODY-VAL  PIC X(80).
               10  WS-SAVE-LINE-VAL  PIC X(80).
       01 WS-SAVE-LINE-CNT   PIC S9(4)  BINARY.
       01 WS-SAVE-LINE-IX    PIC S9(4)  BINARY.
      * Version history.  WS-HIST-VERB names the change 037-WRITE-
      * HISTORY is landing the before-image for; the history GET
      * counts the images it rendered in WS-HIST-COUNT and trips
      * WS-HIST-OK-SW when a MSGWRITE fails.
       01 WS-HIST-VERB       PIC X(07).
       01 WS-HIST-COUNT      PIC S9(9)  BINARY.
       01 WS-HIST-IX         PIC S9(4)  BINARY.
       01 WS-HIST-OK-SW      PIC X(01).
           88  WS-HIST-OK              VALUE 'Y'.
      * Attachment upload state.  The body arrives as raw base64 and
      * is measured back from the end of SCR-BODY; anything past the
      * 8192-byte BLOB-DATA buffer is a caller error (400), never a
       01 WS-BAD-SW     PIC X(01).
           88  WS-B64-BAD              VALUE 'Y'.
       01 WS-B64-REASON PIC X(40).
      * Request-key state for 020-POST.  WS-IDEM-SW says this call
      * claimed its key and owes it a stored response; WS-IDEM-ANS-SW
      * that 021A-IDEM-LOOKUP found the key on file and has already
      * answered the call.  The hash pair is the body fingerprint
      * 021B-IDEM-ANSWER compares against a key already on file.
       01 WS-IDEM-SW    PIC X(01).
           88  WS-IDEM-CLAIMED         VALUE 'Y'.
       01 WS-IDEM-ANS-SW PIC X(01).
           88  WS-IDEM-ANSWERED        VALUE 'Y'.
       01 WS-HASH-A     PIC S9(9)  BINARY.
       01 WS-HASH-B     PIC S9(9)  BINARY.
       01 WS-HASH-SUB   PIC S9(9)  BINARY.
       01 WS-HASH-CHAR  PIC X(01).
      * Caller identification (005-IDENTIFY-CALLER).  WS-CALLER-SW is
      * only 'Y' once the client row was found and the verb the call
      * needs was granted; WS-NEED-VERB names that verb for the 403
      * text.
       01 WS-CALLER-SW  PIC X(01).
           88  WS-CALLER-OK            VALUE 'Y'.
       01 WS-NEED-VERB  PIC X(08).
       01 WS-TODAY      PIC X(08).
      * The caller's paging window, parked while 077-CHARGE-QUOTA runs
      * its keyed read - the CKPTCLEAR after the audit row keys on it.
       01 WS-QUOTA-LIMIT     PIC S9(9)  BINARY.
       01 WS-QUOTA-OFFSET    PIC S9(9)  BINARY.
      * Four-eyes state.  WS-FOUR-EYES-SW is the caller's mode, taken
      * off its client row by 005; WS-PEND-VERB names the change
      * 052-QUEUE-PENDING is queueing; WS-PEND-OK-SW trips when a
      * pending-table call fails.  The caller's paging window is
      * parked while 019-PENDING-FLAG probes the pending table.
       01 WS-FOUR-EYES-SW    PIC X(01).
           88  WS-FOUR-EYES            VALUE 'Y'.
       01 WS-PEND-VERB       PIC X(06).
       01 WS-PEND-OK-SW      PIC X(01).
           88  WS-PEND-OK              VALUE 'Y'.
      * Set by 030A-APPLY-UPDATE / 040A-APPLY-DELETE the moment the
      * change is on file, ahead of the outbox event and the
      * rendering - an approval is closed on this, not on the HTTP
      * status, since a failed render does not undo the change.
       01 WS-APPLIED-SW      PIC X(01).
           88  WS-APPLIED              VALUE 'Y'.
       01 WS-PEND-DISP       PIC 9(09).
       01 WS-PEND-LIMIT      PIC S9(9)  BINARY.
       01 WS-PEND-OFFSET     PIC S9(9)  BINARY.
      * Content rule state (024-CHECK-RULES).  WS-RULES-OK-SW is only
      * 'Y' once the body passed every active rule; WS-RULE-PTR walks
      * the 422 text as the broken rules are added to it.
            COPY    "RULEAREA".
       01 WS-RULES-OK-SW     PIC X(01).
           88  WS-RULES-OK             VALUE 'Y'.
       01 WS-RULES-READ-SW   PIC X(01).
           88  WS-RULES-READ           VALUE 'Y'.
       01 WS-RULE-IX         PIC S9(4)  BINARY.
       01 WS-RULE-BROKEN     PIC S9(4)  BINARY.
       01 WS-RULE-PTR        PIC S9(9)  BINARY.
       01 WS-RULE-NUM-DISP   PIC 9(03).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           SCRAREA.
       000-MAIN                SECTION.
           DISPLAY  SCR-HTTP-METHOD
      * The pending flag is only ever raised row by row by the GET
      * paths - never carried over from the previous call.
           MOVE 'N' TO MA-PEND-SW
           MOVE 0 TO MA-PEND-ID
      * No verb runs for a caller the client registry does not know,
      * has not granted the verb, or has already served its day's GET
      * quota - 005 has set the 401/403/429 body by then.
           PERFORM 005-IDENTIFY-CALLER
           IF NOT WS-CALLER-OK
               EXIT PROGRAM
           END-IF
           EVALUATE    SCR-HTTP-METHOD 
             WHEN     'GET'
               PERFORM 010-GET
               PERFORM 040-DELETE
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       005-IDENTIFY-CALLER    SECTION.
      * Looks the caller's SCR-CLIENT-ID up in the client registry
      * (tbl_fetch_client) and works out which granted verb this call
      * needs: every GET reads, POST creates, PUT/DELETE with SCR-ARG3
      * '8' handles the attachment, PUT with '7' restores, PUT with 'A'
      * or 'R' decides a pending four-eyes change, and any other
      * PUT/DELETE is maintenance of the row.  An unknown caller
      * is a 401, a suspended one or a verb not granted a 403, and a
      * GET from a client already at its daily row quota a 429.  A
      * refused GET still lands an audit row (limit 0, the "rejected
      * before DBSELECT" bucket) under the id it presented.
           DISPLAY '005-IDENTIFY-CALLER ' SCR-CLIENT-ID
           MOVE 'N' TO WS-CALLER-SW
           MOVE 'N' TO WS-FOUR-EYES-SW
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE 0 TO WS-ROW-COUNT
           EVALUATE TRUE
             WHEN SCR-HTTP-METHOD = 'GET'
               MOVE 'READ' TO WS-NEED-VERB
             WHEN SCR-HTTP-METHOD = 'POST'
               MOVE 'CREATE' TO WS-NEED-VERB
             WHEN SCR-ARG3 = '8'
               MOVE 'ATTACH' TO WS-NEED-VERB
             WHEN SCR-HTTP-METHOD = 'PUT' AND SCR-ARG3 = '7'
               MOVE 'RESTORE' TO WS-NEED-VERB
             WHEN SCR-HTTP-METHOD = 'PUT'
              AND (SCR-ARG3 = 'A' OR SCR-ARG3 = 'R')
               MOVE 'APPROVE' TO WS-NEED-VERB
             WHEN OTHER
               MOVE 'MAINT' TO WS-NEED-VERB
           END-EVALUATE

           IF SCR-CLIENT-ID = SPACE
               DISPLAY 'no client id on request'
               MOVE 401 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client id required'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-REFUSED
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
               GO TO 005-IDENTIFY-CALLER-REFUSED
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
               GO TO 005-IDENTIFY-CALLER-REFUSED
           END-IF

           IF NOT CLIENT-ACTIVE
               DISPLAY 'client suspended'
               MOVE 403 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client ' SCR-CLIENT-ID ' is suspended'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-REFUSED
           END-IF

           IF (WS-NEED-VERB = 'READ' AND NOT CLIENT-MAY-READ)
              OR (WS-NEED-VERB = 'CREATE' AND NOT CLIENT-MAY-CREATE)
              OR (WS-NEED-VERB = 'MAINT' AND NOT CLIENT-MAY-MAINT)
              OR (WS-NEED-VERB = 'ATTACH' AND NOT CLIENT-MAY-ATTACH)
              OR (WS-NEED-VERB = 'RESTORE' AND NOT CLIENT-MAY-RESTORE)
              OR (WS-NEED-VERB = 'APPROVE' AND NOT CLIENT-MAY-APPROVE)
               DISPLAY 'verb not granted ' WS-NEED-VERB
               MOVE 403 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client ' SCR-CLIENT-ID
                      ' not authorized for ' WS-NEED-VERB
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-REFUSED
           END-IF

      * Usage recorded under an earlier date is yesterday's - a new
      * day starts the count from zero.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-NEED-VERB = 'READ'
              AND CLIENT-GET-QUOTA > 0
              AND CLIENT-QUOTA-DATE = WS-TODAY
              AND CLIENT-ROWS-TODAY >= CLIENT-GET-QUOTA
               DISPLAY 'client over daily GET quota'
               MOVE 429 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'client ' SCR-CLIENT-ID
                      ' has used its daily GET row quota'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 005-IDENTIFY-CALLER-REFUSED
           END-IF

           IF CLIENT-FOUR-EYES
               SET WS-FOUR-EYES TO TRUE
           END-IF
           SET WS-CALLER-OK TO TRUE
           GO TO 005-IDENTIFY-CALLER-EXIT.

       005-IDENTIFY-CALLER-REFUSED.
           IF SCR-HTTP-METHOD = 'GET'
               PERFORM 075-WRITE-AUDIT
           END-IF.

       005-IDENTIFY-CALLER-EXIT.
           EXIT.

      ************************************************************************
       010-GET                SECTION.
           DISPLAY '010-GET start'
               PERFORM 015-GET-BY-ID
               GO TO 010-GET-EXIT
           END-IF
      * SCR-ARG3 '9' is the version history of one FETCH-ID - keyed
      * the same way, so it branches off here too.
           IF SCR-ARG3 = '9'
               PERFORM 016-GET-HISTORY
               GO TO 010-GET-EXIT
           END-IF
      * SCR-ARG3 '5' is the filtered select: the cursor runs down the
      * 'data1' path and only returns rows whose FETCH-DATA1 matches
      * the value the caller put in the request body.  The body is
                   END-IF
               END-IF

               PERFORM 019-PENDING-FLAG
               IF NOT WS-PEND-OK
                   PERFORM 075-WRITE-AUDIT
                   GO TO 010-GET-EXIT
               END-IF

               IF MA-MODE-JSON-DETAIL
                   SET MA-ROW-PARENT TO TRUE
               END-IF
           MOVE FETCH-DATA1 TO MA-DATA1
           MOVE FETCH-VERSION TO MA-VERSION
           MOVE SPACE TO MA-BLOB
           PERFORM 019-PENDING-FLAG
           IF NOT WS-PEND-OK
               PERFORM 075-WRITE-AUDIT
               GO TO 015-GET-BY-ID-EXIT
           END-IF

           DISPLAY 'MSGWRITE'
           MOVE 'MSGWRITE' TO MCP-FUNC
       015-GET-BY-ID-EXIT.
           EXIT.

      ************************************************************************
       016-GET-HISTORY        SECTION.
      * Version history of one record (SCR-ARG3 '9'): SCR-ARG1 carries
      * the FETCH-ID.  The response opens with the row as it stands
      * now - tombstoned or not, since the history of a deleted record
      * is exactly what gets asked for - and follows it with every
      * before-image tbl_fetch_history holds for the id, newest first,
      * each with its line set folded under it (MA-MODE 5).  A record
      * the delta apply purged still shows its history; an id with
      * neither a row nor any history is a 404.  Audited like the
      * keyed lookup, limit 1, rows served = images rendered.
           DISPLAY '016-GET-HISTORY start'
           IF SCR-ARG1 NUMERIC
               MOVE SCR-ARG1 TO WS-ARG1-NUM
               IF WS-ARG1-NUM <= 999999999
                   MOVE WS-ARG1-NUM TO FETCH-ID
               ELSE
                   DISPLAY 'SCR-ARG1 out of range'
                   MOVE 400 TO SCR-HTTP-STATUS
                   MOVE SPACE TO SCR-BODY
                   STRING 'SCR-ARG1 fetch id out of range'
                          DELIMITED BY SIZE
                          INTO SCR-BODY
                   END-STRING
                   PERFORM 075-WRITE-AUDIT
                   GO TO 016-GET-HISTORY-EXIT
               END-IF
           ELSE
               DISPLAY 'SCR-ARG1 not numeric'
               MOVE 400 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'SCR-ARG1 must be a numeric fetch id'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               PERFORM 075-WRITE-AUDIT
               GO TO 016-GET-HISTORY-EXIT
           END-IF
           MOVE FETCH-ID TO WS-PARENT-ID
           MOVE 0 TO WS-HIST-COUNT
           SET WS-HIST-OK TO TRUE

           DISPLAY 'MSGOPEN'
           MOVE 'MSGOPEN' TO MCP-FUNC
           MOVE 'ma' TO MCP-TABLE
           MOVE 5 TO MA-MODE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-MA
           IF (MCP-RC = ZERO)
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               PERFORM 075-WRITE-AUDIT
               GO TO 016-GET-HISTORY-EXIT
           END-IF

      * The live row, if there still is one.
           DISPLAY 'DBSELECT id'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               PERFORM 075-WRITE-AUDIT
               GO TO 016-GET-HISTORY-EXIT
           END-IF
           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC = 0
               SET MA-ROW-PARENT TO TRUE
               MOVE FETCH-ID TO MA-ID
               MOVE FETCH-DATA1 TO MA-DATA1
               MOVE FETCH-VERSION TO MA-VERSION
               MOVE SPACE TO MA-ROW-TS
               MOVE 'CURRENT' TO MA-ROW-VERB
               MOVE FETCH-DEL-SW TO MA-ROW-DEL-SW
               PERFORM 019-PENDING-FLAG
               IF NOT WS-PEND-OK
                   MOVE 1 TO MCP-LIMIT
                   PERFORM 075-WRITE-AUDIT
                   GO TO 016-GET-HISTORY-EXIT
               END-IF
               PERFORM 016A-HIST-MSGWRITE
               IF NOT WS-HIST-OK
                   GO TO 016-GET-HISTORY-EXIT
               END-IF
               ADD 1 TO WS-HIST-COUNT
               PERFORM 016B-LIVE-LINES
               IF NOT WS-HIST-OK
                   GO TO 016-GET-HISTORY-EXIT
               END-IF
           END-IF

      * Then the before-images, newest first.
           MOVE WS-PARENT-ID TO HIST-FETCH-ID
           DISPLAY 'DBSELECT history'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_history' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-HISTORY
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               PERFORM 075-WRITE-AUDIT
               GO TO 016-GET-HISTORY-EXIT
           END-IF

           MOVE 0 TO FETCH-RC
           PERFORM UNTIL FETCH-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_history' TO MCP-TABLE
             MOVE 'parent' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-HISTORY
             MOVE MCP-RC TO FETCH-RC
             IF FETCH-RC = 0
               SET MA-ROW-PARENT TO TRUE
               MOVE HIST-FETCH-ID TO MA-ID
               MOVE HIST-DATA1 TO MA-DATA1
               MOVE HIST-VERSION TO MA-VERSION
               MOVE HIST-TS TO MA-ROW-TS
               MOVE HIST-VERB TO MA-ROW-VERB
               MOVE HIST-DEL-SW TO MA-ROW-DEL-SW
               MOVE 'N' TO MA-PEND-SW
               MOVE 0 TO MA-PEND-ID
               PERFORM 016A-HIST-MSGWRITE
               IF NOT WS-HIST-OK
                   GO TO 016-GET-HISTORY-EXIT
               END-IF
               ADD 1 TO WS-HIST-COUNT
               SET MA-ROW-DETAIL TO TRUE
               PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                       UNTIL WS-HIST-IX > HIST-LINE-CNT
                          OR NOT WS-HIST-OK
                 MOVE HIST-LINE-NO(WS-HIST-IX) TO MA-DET-LINE
                 MOVE HIST-LINE-VALUE(WS-HIST-IX) TO MA-DET-VALUE
                 PERFORM 016A-HIST-MSGWRITE
               END-PERFORM
               IF NOT WS-HIST-OK
                   GO TO 016-GET-HISTORY-EXIT
               END-IF
             END-IF
           END-PERFORM
           SET MA-ROW-PARENT TO TRUE

           MOVE 1 TO MCP-LIMIT
           MOVE WS-HIST-COUNT TO WS-ROW-COUNT
           IF WS-HIST-COUNT = 0
               DISPLAY 'fetch id has no row and no history'
               MOVE 404 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'fetch id not found'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               PERFORM 075-WRITE-AUDIT
               GO TO 016-GET-HISTORY-EXIT
           END-IF

           PERFORM 075-WRITE-AUDIT

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

           GO TO 016-GET-HISTORY-EXIT.

       016-GET-HISTORY-EXIT.
           EXIT.

      ************************************************************************
       016A-HIST-MSGWRITE     SECTION.
      * One MSGWRITE of the history response.  A failure sets the
      * error body, cuts the audit row for however many images made
      * it, and trips WS-HIST-OK-SW so 016 abandons the call.
           MOVE 'MSGWRITE' TO MCP-FUNC
           MOVE 'ma' TO MCP-TABLE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-MA
           IF MCP-RC NOT = 0
               DISPLAY 'MSGWRITE history ...ng'
               MOVE 'N' TO WS-HIST-OK-SW
               PERFORM 080-SET-ERROR-BODY
               MOVE 1 TO MCP-LIMIT
               MOVE WS-HIST-COUNT TO WS-ROW-COUNT
               PERFORM 075-WRITE-AUDIT
           END-IF
           EXIT.

      ************************************************************************
       016B-LIVE-LINES        SECTION.
      * The live row's line set, folded under the CURRENT image.
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           MOVE WS-PARENT-ID TO DET-FETCH-ID
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               DISPLAY 'DBSELECT detail ...ng'
               MOVE 'N' TO WS-HIST-OK-SW
               PERFORM 080-SET-ERROR-BODY
               MOVE 1 TO MCP-LIMIT
               MOVE WS-HIST-COUNT TO WS-ROW-COUNT
               PERFORM 075-WRITE-AUDIT
               GO TO 016B-LIVE-LINES-EXIT
           END-IF

           SET MA-ROW-DETAIL TO TRUE
           MOVE 0 TO MCP-RC
           PERFORM UNTIL MCP-RC NOT = 0
                      OR NOT WS-HIST-OK
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_detail' TO MCP-TABLE
             MOVE 'parent' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-DETAIL
             IF MCP-RC = 0
               MOVE DET-LINE-NO TO MA-DET-LINE
               MOVE DET-VALUE TO MA-DET-VALUE
               PERFORM 016A-HIST-MSGWRITE
             END-IF
           END-PERFORM
           SET MA-ROW-PARENT TO TRUE.

       016B-LIVE-LINES-EXIT.
           EXIT.

      ************************************************************************
       018-WRITE-DETAILS      SECTION.
      * Folds the current parent row's line items into the response:
           MOVE WS-SAVE-OFFSET TO MCP-OFFSET
           EXIT.

      ************************************************************************
       019-PENDING-FLAG       SECTION.
      * Four-eyes flag for the parent row in DB-FETCH: probes
      * tbl_fetch_pending down the 'parent' path, which only hands
      * back a change still waiting for a checker, and raises
      * MA-PEND-SW with the change's id when there is one.  The row
      * rendered is the approved data either way.  A probe that fails
      * sets the error body and trips WS-PEND-OK-SW - the caller
      * abandons the call rather than render a flag it could not read.
           SET WS-PEND-OK TO TRUE
           MOVE 'N' TO MA-PEND-SW
           MOVE 0 TO MA-PEND-ID
           MOVE MCP-LIMIT TO WS-PEND-LIMIT
           MOVE MCP-OFFSET TO WS-PEND-OFFSET
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE FETCH-ID TO PEND-FETCH-ID
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC NOT = 0
               DISPLAY 'DBSELECT pending ...ng'
               MOVE 'N' TO WS-PEND-OK-SW
               PERFORM 080-SET-ERROR-BODY
           ELSE
               MOVE 'DBFETCH' TO MCP-FUNC
               MOVE 'tbl_fetch_pending' TO MCP-TABLE
               MOVE 'parent' TO MCP-PATHNAME
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-PENDING
               IF MCP-RC = 0
                   SET MA-CHANGE-PENDING TO TRUE
                   MOVE PEND-ID TO MA-PEND-ID
               END-IF
           END-IF
           MOVE WS-PEND-LIMIT TO MCP-LIMIT
           MOVE WS-PEND-OFFSET TO MCP-OFFSET
           EXIT.

      ************************************************************************
       020-POST               SECTION.
      * A create body carries either one fetch_data1 value or an array
      * becomes a per-record failure row in the response instead of
      * killing the call, and a trailing summary row reports the
      * overall outcome - one reviewable result for a whole capture
      * session instead of one HTTP round trip per record.  A create
      * tagged with a request key (SCR-REQ-KEY) is safe to retry: the
      * repeat gets the first call's response back, not a second set
      * of rows (021-IDEM-CLAIM).
           DISPLAY '020-POST start'
           PERFORM 029-PARSE-BODY

               GO TO 020-POST-EXIT
           END-IF

      * A key already on file is answered from the file before the
      * content rules are looked at: a retry of a create that went
      * through gets its stored response back even if a rule changed
      * since or the rules cannot be read, and a retry still in
      * flight or carrying a different body is refused just as
      * 021-IDEM-CLAIM would refuse it.
           IF SCR-REQ-KEY NOT = SPACE
               PERFORM 021A-IDEM-LOOKUP
               IF WS-IDEM-ANSWERED
                   GO TO 020-POST-EXIT
               END-IF
           END-IF

      * A batch with one value that breaks a content rule is refused
      * whole, before the key is claimed - a corrected resend under
      * the same key is then a new body, not a reuse.
           PERFORM 024-CHECK-RULES
           IF NOT WS-RULES-OK
               GO TO 020-POST-EXIT
           END-IF

      * A create tagged with a request key is claimed, replayed or
      * refused here - after the body passed its guards, before a
      * single row goes in.
           MOVE 0 TO WS-OK-COUNT
           MOVE 0 TO WS-FAIL-COUNT
           MOVE 'N' TO WS-IDEM-SW
           IF SCR-REQ-KEY NOT = SPACE
               PERFORM 021-IDEM-CLAIM
               IF NOT WS-IDEM-CLAIMED
                   GO TO 020-POST-EXIT
               END-IF
           END-IF

           DISPLAY 'MSGOPEN'
           MOVE 'MSGOPEN' TO MCP-FUNC
           MOVE 'ma' TO MCP-TABLE
           MOVE 1 TO MA-MODE
           CALL 'MONFUNC' USING
                MCPAREA
                DB-MA
           IF (MCP-RC = ZERO)
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               IF WS-IDEM-CLAIMED
                   PERFORM 022-IDEM-FINISH
               END-IF
               GO TO 020-POST-EXIT
           END-IF

           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VAL-COUNT
             PERFORM 025-POST-ONE
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               IF WS-IDEM-CLAIMED
                   PERFORM 022-IDEM-FINISH
               END-IF
               GO TO 020-POST-EXIT
           END-IF

               PERFORM 080-SET-ERROR-BODY
           END-IF.

           IF WS-IDEM-CLAIMED
               PERFORM 022-IDEM-FINISH
           END-IF

           GO TO 020-POST-EXIT.

       020-POST-EXIT.
           EXIT.

      ************************************************************************
       021-IDEM-CLAIM          SECTION.
      * Claims the request key with a DBINSERT before any row goes in.
      * The insert fails when the key is already on file, so two
      * gateway instances racing the same retry cannot both get
      * through.  A key already on file means the batch was sent
      * before: the same body with a stored response is a replay of
      * that response, the same body still in flight is a 409 (the
      * first call has not finished), and a different body under the
      * same key is a 422 - the caller reused a key it should not
      * have, and neither batch is safe to guess at.
           PERFORM 023-BODY-HASH
           MOVE SCR-CLIENT-ID TO IDEM-CLIENT-ID
           MOVE SCR-REQ-KEY TO IDEM-KEY
           MOVE FUNCTION CURRENT-DATE TO IDEM-TS
           SET IDEM-IN-FLIGHT TO TRUE
           MOVE WS-HASH-A TO IDEM-HASH-A
           MOVE WS-HASH-B TO IDEM-HASH-B
           MOVE 0 TO IDEM-HTTP-STATUS
           MOVE 0 TO IDEM-ID-COUNT
           MOVE SPACE TO IDEM-RESPONSE
           DISPLAY 'DBINSERT request key'
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC = 0
               DISPLAY '...ok'
               SET WS-IDEM-CLAIMED TO TRUE
               GO TO 021-IDEM-CLAIM-EXIT
           END-IF
           DISPLAY '...ng'

      * The claim failed - read back whatever holds the key.
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'DBSELECT request key'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 021-IDEM-CLAIM-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
      * Not on file after all: the insert failed for a reason of its
      * own, and a create that cannot hold its key is not safe to run.
           IF MCP-RC NOT = 0
               DISPLAY 'request key not claimed, not on file'
               MOVE 500 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'request key could not be recorded'
                      ' - nothing inserted'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 021-IDEM-CLAIM-EXIT
           END-IF

           PERFORM 021B-IDEM-ANSWER.

       021-IDEM-CLAIM-EXIT.
           EXIT.

      ************************************************************************
       021A-IDEM-LOOKUP        SECTION.
      * Read-only look for the request key, ahead of the content
      * rules.  On file, the call is answered here by 021B-IDEM-ANSWER
      * and WS-IDEM-ANSWERED goes up.  Not on file, nothing is
      * answered - the call goes on to the rules and 021-IDEM-CLAIM,
      * whose insert still settles a race with another instance.  A
      * key that cannot be looked for is a 500, the same as a failed
      * read-back in 021: a create whose key cannot be checked is not
      * safe to run.
           MOVE 'N' TO WS-IDEM-ANS-SW
           PERFORM 023-BODY-HASH
           MOVE SCR-CLIENT-ID TO IDEM-CLIENT-ID
           MOVE SCR-REQ-KEY TO IDEM-KEY
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'DBSELECT request key lookup'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               SET WS-IDEM-ANSWERED TO TRUE
               GO TO 021A-IDEM-LOOKUP-EXIT
           END-IF
           DISPLAY '...ok'

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC NOT = 0
               DISPLAY 'request key not on file'
               GO TO 021A-IDEM-LOOKUP-EXIT
           END-IF

           PERFORM 021B-IDEM-ANSWER
           SET WS-IDEM-ANSWERED TO TRUE.

       021A-IDEM-LOOKUP-EXIT.
           EXIT.

      ************************************************************************
       021B-IDEM-ANSWER        SECTION.
      * Answers a call whose key is on file, from the row read back
      * into DB-IDEMKEY: a different body under the key is a 422, the
      * same body still in flight a 409, and the same body complete
      * gets the stored response replayed.  Shared by the lookup ahead
      * of the content rules and the claim that lost its insert.
           IF IDEM-HASH-A NOT = WS-HASH-A
              OR IDEM-HASH-B NOT = WS-HASH-B
               DISPLAY 'request key reused with a different body'
               MOVE 422 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'request key already used with a different'
                      ' body'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 021B-IDEM-ANSWER-EXIT
           END-IF

           IF IDEM-IN-FLIGHT
               DISPLAY 'request key still in flight'
               MOVE 409 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'request with this key still in progress'
                      ' or did not complete'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 021B-IDEM-ANSWER-EXIT
           END-IF

           DISPLAY 'request key replayed'
           MOVE IDEM-HTTP-STATUS TO SCR-HTTP-STATUS
           MOVE IDEM-RESPONSE TO SCR-BODY.

       021B-IDEM-ANSWER-EXIT.
           EXIT.

      ************************************************************************
       022-IDEM-FINISH         SECTION.
      * Settles the key this call claimed.  A batch that put nothing
      * on file hands the key back, so a retry runs afresh.  A batch
      * that rendered stores the FETCH-IDs 025-POST-ONE collected and
      * the response just built, and the key goes complete.  Anything
      * else - rows in but no response to show for them - leaves the
      * key in flight: a retry is refused rather than allowed to
      * insert the batch again.  A failed store is logged and
      * tolerated the same way; the caller's rows already stand.
           IF WS-OK-COUNT = 0
               DISPLAY 'DBDELETE request key'
               MOVE 'DBDELETE' TO MCP-FUNC
               MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
               MOVE 'id' TO MCP-PATHNAME
               CALL 'MONFUNC' USING
                    MCPAREA
                    DB-IDEMKEY
               IF MCP-RC = 0
                   DISPLAY '...ok'
               ELSE
                   DISPLAY '...ng'
               END-IF
               GO TO 022-IDEM-FINISH-EXIT
           END-IF

           IF SCR-HTTP-STATUS NOT = 200 AND SCR-HTTP-STATUS NOT = 201
               DISPLAY 'request key left in flight'
               GO TO 022-IDEM-FINISH-EXIT
           END-IF

           SET IDEM-COMPLETE TO TRUE
           MOVE SCR-HTTP-STATUS TO IDEM-HTTP-STATUS
           MOVE SCR-BODY TO IDEM-RESPONSE
           DISPLAY 'DBUPDATE request key'
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_idemkey' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-IDEMKEY
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
           END-IF.

       022-IDEM-FINISH-EXIT.
           EXIT.

      ************************************************************************
       023-BODY-HASH           SECTION.
      * Fingerprints the parsed body with the Adler-32 pair of running
      * sums over both value tables at full width plus the details-key
      * switch.  029-PARSE-BODY blanks the tables before it fills
      * them, so the same batch always folds to the same pair however
      * the caller spaced its JSON.
           MOVE 1 TO WS-HASH-A
           MOVE 0 TO WS-HASH-B
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > LENGTH OF WS-VAL-TABLE
             MOVE WS-VAL-TABLE(WS-HASH-SUB:1) TO WS-HASH-CHAR
             PERFORM 023A-HASH-CHAR
           END-PERFORM
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                   UNTIL WS-HASH-SUB > LENGTH OF WS-DET-TABLE
             MOVE WS-DET-TABLE(WS-HASH-SUB:1) TO WS-HASH-CHAR
             PERFORM 023A-HASH-CHAR
           END-PERFORM
           MOVE WS-DET-SEEN-SW TO WS-HASH-CHAR
           PERFORM 023A-HASH-CHAR
           EXIT.

      ************************************************************************
       023A-HASH-CHAR          SECTION.
           COMPUTE WS-HASH-A = FUNCTION MOD
                   (WS-HASH-A + FUNCTION ORD(WS-HASH-CHAR), 65521)
           COMPUTE WS-HASH-B = FUNCTION MOD
                   (WS-HASH-B + WS-HASH-A, 65521)
           EXIT.

      ************************************************************************
       024-CHECK-RULES         SECTION.
      * Judges every fetch_data1 value in the body, with the line set
      * it will stand with, against the content rules operations keep
      * in tbl_fetch_rule (see DB-RULE) - the same RULECHK the loads
      * and the nightly RULESCAN run.  The line set is the body's
      * details list when the key was sent; a PUT without it keeps
      * the stored lines, so those are what the new value is judged
      * with.  Any broken rule is a 422 naming every one of them, and
      * nothing is touched; WS-RULES-OK says the body may go on.
      * The rules are read fresh on every call, so a rule operations
      * add during the day is in force on the next request.
           MOVE 'N' TO WS-RULES-OK-SW
           MOVE 'LOAD' TO RULE-FUNC
           CALL 'RULECHK' USING
                MCPAREA
                RULEAREA
           IF RULE-RC NOT = 0
               DISPLAY 'content rules not loaded'
               MOVE RULE-RC TO WS-ERR-RC
               MOVE 500 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'content rules could not be read RC='
                      WS-ERR-RC
                      ' - nothing changed'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 024-CHECK-RULES-EXIT
           END-IF

           MOVE 0 TO RULE-LINE-COUNT
           IF WS-DET-SEEN
               MOVE WS-DET-COUNT TO RULE-LINE-COUNT
               PERFORM VARYING WS-DET-IX FROM 1 BY 1
                       UNTIL WS-DET-IX > WS-DET-COUNT
                 MOVE WS-DET(WS-DET-IX) TO RULE-LINE(WS-DET-IX)
               END-PERFORM
           ELSE
               IF SCR-HTTP-METHOD = 'PUT'
                   PERFORM 024B-STORED-LINES
                   IF NOT WS-RULES-READ
                       GO TO 024-CHECK-RULES-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO WS-RULE-BROKEN
           MOVE 1 TO WS-RULE-PTR
           MOVE SPACE TO SCR-BODY
           STRING 'content rules broken: '
                  DELIMITED BY SIZE
                  INTO SCR-BODY
                  WITH POINTER WS-RULE-PTR
           END-STRING
           PERFORM VARYING WS-VAL-IX FROM 1 BY 1
                   UNTIL WS-VAL-IX > WS-VAL-COUNT
             MOVE WS-VAL(WS-VAL-IX) TO RULE-DATA1
             MOVE 'CHECK' TO RULE-FUNC
             CALL 'RULECHK' USING
                  MCPAREA
                  RULEAREA
             PERFORM 024A-LIST-VIOLATIONS
           END-PERFORM

           IF WS-RULE-BROKEN > 0
               DISPLAY 'content rules broken ' WS-RULE-BROKEN
               MOVE 422 TO SCR-HTTP-STATUS
               GO TO 024-CHECK-RULES-EXIT
           END-IF
           MOVE SPACE TO SCR-BODY
           SET WS-RULES-OK TO TRUE.

       024-CHECK-RULES-EXIT.
           EXIT.

      ************************************************************************
       024A-LIST-VIOLATIONS    SECTION.
      * Adds the rules RULECHK found broken for the value at
      * WS-VAL-IX to the 422 text, one "RULE id [RECORD n] [LINE n]:
      * text;" entry each.  The record number only appears when the
      * body carried more than one value.  A body too long for
      * SCR-BODY simply stops growing - the status already says 422.
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                   UNTIL WS-RULE-IX > RULE-VIOL-COUNT
             ADD 1 TO WS-RULE-BROKEN
             STRING 'RULE ' DELIMITED BY SIZE
                    RULE-VIOL-ID(WS-RULE-IX) DELIMITED BY SPACE
                    INTO SCR-BODY
                    WITH POINTER WS-RULE-PTR
             END-STRING
             IF WS-VAL-COUNT > 1
                 MOVE WS-VAL-IX TO WS-RULE-NUM-DISP
                 STRING ' RECORD ' WS-RULE-NUM-DISP
                        DELIMITED BY SIZE
                        INTO SCR-BODY
                        WITH POINTER WS-RULE-PTR
                 END-STRING
             END-IF
             IF RULE-VIOL-LINE(WS-RULE-IX) > 0
                 MOVE RULE-VIOL-LINE(WS-RULE-IX) TO WS-RULE-NUM-DISP
                 STRING ' LINE ' WS-RULE-NUM-DISP
                        DELIMITED BY SIZE
                        INTO SCR-BODY
                        WITH POINTER WS-RULE-PTR
                 END-STRING
             END-IF
             STRING ': ' DELIMITED BY SIZE
                    RULE-VIOL-TEXT(WS-RULE-IX) DELIMITED BY '  '
                    '; ' DELIMITED BY SIZE
                    INTO SCR-BODY
                    WITH POINTER WS-RULE-PTR
             END-STRING
           END-PERFORM
           IF RULE-VIOL-OVERFLOW
               STRING 'more rules broken than listed; '
                      DELIMITED BY SIZE
                      INTO SCR-BODY
                      WITH POINTER WS-RULE-PTR
               END-STRING
           END-IF
           EXIT.

      ************************************************************************
       024B-STORED-LINES       SECTION.
      * The line set stored under FETCH-ID, for a PUT that leaves the
      * lines alone.  All of them are counted for the line-count
      * rules; RULEAREA holds the first 500 for the value rules.
           MOVE 'N' TO WS-RULES-READ-SW
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'DBSELECT detail rules'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_detail' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           MOVE FETCH-ID TO DET-FETCH-ID
           CALL 'MONFUNC' USING
                MCPAREA
                DB-DETAIL
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 024B-STORED-LINES-EXIT
           END-IF
           DISPLAY '...ok'

           MOVE 0 TO MCP-RC
           PERFORM UNTIL MCP-RC NOT = 0
             MOVE 'DBFETCH' TO MCP-FUNC
             MOVE 'tbl_fetch_detail' TO MCP-TABLE
             MOVE 'parent' TO MCP-PATHNAME
             CALL 'MONFUNC' USING
                  MCPAREA
                  DB-DETAIL
             IF MCP-RC = 0
                 ADD 1 TO RULE-LINE-COUNT
                 IF RULE-LINE-COUNT <= 500
                     MOVE DET-VALUE TO RULE-LINE(RULE-LINE-COUNT)
                 END-IF
             END-IF
           END-PERFORM
           SET WS-RULES-READ TO TRUE.

       024B-STORED-LINES-EXIT.
           EXIT.

      ************************************************************************
       025-POST-ONE            SECTION.
      * One record of the create loop: DBINSERT the value, insert its
           MOVE 1 TO FETCH-VERSION
           SET FETCH-ACTIVE TO TRUE
           MOVE SPACE TO FETCH-DEL-TS
           MOVE FUNCTION CURRENT-DATE TO FETCH-CREATED-TS
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           END-IF

           ADD 1 TO WS-OK-COUNT
           IF WS-IDEM-CLAIMED
               ADD 1 TO IDEM-ID-COUNT
               MOVE WS-PARENT-ID TO IDEM-FETCH-ID(IDEM-ID-COUNT)
           END-IF
           MOVE WS-PARENT-ID TO MA-ID
           MOVE FETCH-DATA1 TO MA-DATA1
           MOVE FETCH-VERSION TO MA-VERSION
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               IF WS-IDEM-CLAIMED
                   PERFORM 022-IDEM-FINISH
               END-IF
               GO TO 020-POST-EXIT
           END-IF
           EXIT.
             IF MCP-RC NOT = 0
                 DISPLAY '...ng'
                 PERFORM 080-SET-ERROR-BODY
                 IF WS-IDEM-CLAIMED
                     PERFORM 022-IDEM-FINISH
                 END-IF
                 GO TO 020-POST-EXIT
             END-IF
           END-PERFORM
               PERFORM 035-PUT-BLOB
               GO TO 030-PUT-EXIT
           END-IF
      * SCR-ARG3 'A' / 'R' approves or rejects the pending four-eyes
      * change whose id is in SCR-ARG1 - no body either.
           IF SCR-ARG3 = 'A' OR SCR-ARG3 = 'R'
               PERFORM 050-DECIDE-PENDING
               GO TO 030-PUT-EXIT
           END-IF
           PERFORM 029-PARSE-BODY

      * Same guards as 020-POST.  An overflowed details list would
               GO TO 030-PUT-EXIT
           END-IF

      * The new value has to pass the content rules before it is
      * applied or queued - an approver is never asked to pass a
      * change the rules would refuse.
           PERFORM 024-CHECK-RULES
           IF NOT WS-RULES-OK
               GO TO 030-PUT-EXIT
           END-IF

      * A four-eyes client's change does not touch the row: it is
      * queued for a different user to approve (202), and only the
      * approval applies it - through the same 030A the direct PUT
      * runs below.
           IF WS-FOUR-EYES
               MOVE 'UPDATE' TO WS-PEND-VERB
               PERFORM 052-QUEUE-PENDING
               GO TO 030-PUT-EXIT
           END-IF

           PERFORM 030A-APPLY-UPDATE
           GO TO 030-PUT-EXIT.

       030-PUT-EXIT.
           EXIT.

      ************************************************************************
       030A-APPLY-UPDATE       SECTION.
      * Applies the PUT in WS-BODY-VAL and the WS-DET- line table to
      * the row read back into DB-FETCH, whose version the caller has
      * already checked: history image, value update, line replace
      * (rolled back whole on failure), outbox event and the 200
      * rendering.  Shared by the direct PUT and the approval of a
      * pending four-eyes change.

      * Park the row as stored and its existing lines - the value
      * update and the line replace stand or fall together, and
      * falling means putting all of this back exactly as it was.
      * The same image goes to the version history before anything
      * is touched.
           MOVE FETCH-DATA1 TO WS-OLD-DATA1
           MOVE FETCH-VERSION TO WS-OLD-VERSION
           PERFORM 033-SAVE-OLD-LINES
           IF NOT WS-UNIT-OK
               GO TO 030A-APPLY-UPDATE-EXIT
           END-IF
           MOVE 'UPDATE' TO WS-HIST-VERB
           PERFORM 037-WRITE-HISTORY
           IF NOT WS-UNIT-OK
               GO TO 030A-APPLY-UPDATE-EXIT
           END-IF

           MOVE WS-BODY-VAL TO FETCH-DATA1
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 030A-APPLY-UPDATE-EXIT
           END-IF
           DISPLAY '...ok'

                          DELIMITED BY SIZE
                          INTO SCR-BODY
                   END-STRING
                   GO TO 030A-APPLY-UPDATE-EXIT
               END-IF
           END-IF
           SET WS-APPLIED TO TRUE

           MOVE FETCH-ID TO MA-ID
           MOVE FETCH-DATA1 TO MA-DATA1
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 030A-APPLY-UPDATE-EXIT
           END-IF

           DISPLAY 'MSGWRITE'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 030A-APPLY-UPDATE-EXIT
           END-IF

      * The replaced lines render behind the parent's row, same shape
      * as a create's - and only now, when they are really on file.
           IF WS-DET-SEEN
               PERFORM 036-RENDER-PUT-DETAILS
               IF NOT WS-UNIT-OK
                   GO TO 030A-APPLY-UPDATE-EXIT
               END-IF
           END-IF

           DISPLAY 'MSGCLOSE'
               PERFORM 080-SET-ERROR-BODY
           END-IF.

       030A-APPLY-UPDATE-EXIT.
           EXIT.

      ************************************************************************
               GO TO 035-PUT-BLOB-EXIT
           END-IF

           PERFORM 033-SAVE-OLD-LINES
           IF NOT WS-UNIT-OK
               GO TO 035-PUT-BLOB-EXIT
           END-IF
           MOVE 'BLOB' TO WS-HIST-VERB
           PERFORM 037-WRITE-HISTORY
           IF NOT WS-UNIT-OK
               GO TO 035-PUT-BLOB-EXIT
           END-IF

           DISPLAY 'DBSTOREBLOB'
           MOVE FETCH-ID TO BLOB-ID
           MOVE WS-BLOB-LEN TO BLOB-LEN
      ************************************************************************
       036-RENDER-PUT-DETAILS  SECTION.
      * One response row per replaced line, rendered only after the
      * whole unit stood - the PUT twin of 028-RENDER-DETAIL-ROWS.  A
      * failed MSGWRITE sets the error body and trips WS-UNIT-OK-SW;
      * the change itself already stands.
           PERFORM VARYING WS-DET-IX FROM 1 BY 1
                   UNTIL WS-DET-IX > WS-DET-COUNT
                      OR NOT WS-UNIT-OK
             MOVE WS-PARENT-ID TO MA-ID
             MOVE SPACE TO MA-DATA1
             MOVE WS-DET-IX TO WS-DET-DISP
                  DB-MA
             IF MCP-RC NOT = 0
                 DISPLAY '...ng'
                 MOVE 'N' TO WS-UNIT-OK-SW
                 PERFORM 080-SET-ERROR-BODY
             END-IF
           END-PERFORM
           EXIT.

      ************************************************************************
       037-WRITE-HISTORY       SECTION.
      * Lands the before-image of the row in DB-FETCH - as read back
      * from the table, before the caller's change is applied - in
      * tbl_fetch_history, with the line set 033-SAVE-OLD-LINES
      * parked.  Runs ahead of the change: an image that cannot be
      * kept refuses the call with nothing touched, so the history
      * never has a gap a change slipped through.  A change that then
      * fails leaves an image identical to the row still on file,
      * which reads the same at every point in time.
           MOVE FETCH-ID TO HIST-FETCH-ID
           MOVE FUNCTION CURRENT-DATE TO HIST-TS
           MOVE WS-HIST-VERB TO HIST-VERB
           MOVE SCR-CLIENT-ID TO HIST-CLIENT-ID
           MOVE FETCH-VERSION TO HIST-VERSION
           MOVE FETCH-DATA1 TO HIST-DATA1
           MOVE FETCH-DEL-SW TO HIST-DEL-SW
           MOVE FETCH-DEL-TS TO HIST-DEL-TS
           MOVE FETCH-CREATED-TS TO HIST-CREATED-TS
           MOVE WS-SAVE-LINE-CNT TO HIST-LINE-CNT
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                   UNTIL WS-HIST-IX > 100
             IF WS-HIST-IX <= WS-SAVE-LINE-CNT
                 MOVE WS-SAVE-LINE-NO(WS-HIST-IX)
                   TO HIST-LINE-NO(WS-HIST-IX)
                 MOVE WS-SAVE-LINE-VAL(WS-HIST-IX)
                   TO HIST-LINE-VALUE(WS-HIST-IX)
             ELSE
                 MOVE 0 TO HIST-LINE-NO(WS-HIST-IX)
                 MOVE SPACE TO HIST-LINE-VALUE(WS-HIST-IX)
             END-IF
           END-PERFORM

           DISPLAY 'DBINSERT history'
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_history' TO MCP-TABLE
           MOVE SPACE TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-HISTORY
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               MOVE 'N' TO WS-UNIT-OK-SW
               PERFORM 080-SET-ERROR-BODY
           END-IF
           EXIT.

      ************************************************************************
       038-RESTORE             SECTION.
      * Restore call (PUT, SCR-ARG3 '7'): clears the tombstone on the
               GO TO 038-RESTORE-EXIT
           END-IF

           PERFORM 033-SAVE-OLD-LINES
           IF NOT WS-UNIT-OK
               GO TO 038-RESTORE-EXIT
           END-IF
           MOVE 'RESTORE' TO WS-HIST-VERB
           PERFORM 037-WRITE-HISTORY
           IF NOT WS-UNIT-OK
               GO TO 038-RESTORE-EXIT
           END-IF

           SET FETCH-ACTIVE TO TRUE
           MOVE SPACE TO FETCH-DEL-TS
           ADD 1 TO FETCH-VERSION
               GO TO 040-DELETE-EXIT
           END-IF

      * A four-eyes client's delete is queued for approval the same
      * way its PUT is.
           IF WS-FOUR-EYES
               MOVE 'DELETE' TO WS-PEND-VERB
               PERFORM 052-QUEUE-PENDING
               GO TO 040-DELETE-EXIT
           END-IF

           PERFORM 040A-APPLY-DELETE
           GO TO 040-DELETE-EXIT.

       040-DELETE-EXIT.
           EXIT.

      ************************************************************************
       040A-APPLY-DELETE       SECTION.
      * Tombstones the live row read back into DB-FETCH: history
      * image, tombstone, outbox event and the 200 rendering.  Shared
      * by the direct DELETE and the approval of a pending four-eyes
      * delete.

      * The row as it stood goes to the version history first.
           PERFORM 033-SAVE-OLD-LINES
           IF NOT WS-UNIT-OK
               GO TO 040A-APPLY-DELETE-EXIT
           END-IF
           MOVE 'DELETE' TO WS-HIST-VERB
           PERFORM 037-WRITE-HISTORY
           IF NOT WS-UNIT-OK
               GO TO 040A-APPLY-DELETE-EXIT
           END-IF

      * The tombstone itself.  The line items stay where they are -
      * the restore call brings the record back whole - and the
      * version moves on like any other write so a stale PUT still
                DB-FETCH
           IF MCP-RC = 0
               DISPLAY '...ok'
               SET WS-APPLIED TO TRUE
               MOVE FETCH-ID TO MA-ID
               MOVE FETCH-DATA1 TO MA-DATA1
               MOVE FETCH-VERSION TO MA-VERSION
               ELSE
                   DISPLAY '...ng'
                   PERFORM 080-SET-ERROR-BODY
                   GO TO 040A-APPLY-DELETE-EXIT
               END-IF

               DISPLAY 'MSGWRITE'
               ELSE
                   DISPLAY '...ng'
                   PERFORM 080-SET-ERROR-BODY
                   GO TO 040A-APPLY-DELETE-EXIT
               END-IF

               DISPLAY 'MSGCLOSE'
               PERFORM 080-SET-ERROR-BODY
           END-IF.

       040A-APPLY-DELETE-EXIT.
           EXIT.

      ************************************************************************
               GO TO 045-DELETE-BLOB-EXIT
           END-IF

           PERFORM 033-SAVE-OLD-LINES
           IF NOT WS-UNIT-OK
               GO TO 045-DELETE-BLOB-EXIT
           END-IF
           MOVE 'BLOB' TO WS-HIST-VERB
           PERFORM 037-WRITE-HISTORY
           IF NOT WS-UNIT-OK
               GO TO 045-DELETE-BLOB-EXIT
           END-IF

           DISPLAY 'DBSTOREBLOB remove'
           MOVE FETCH-ID TO BLOB-ID
           MOVE 0 TO BLOB-LEN
       045-DELETE-BLOB-EXIT.
           EXIT.

      ************************************************************************
       050-DECIDE-PENDING      SECTION.
      * Checker side of four-eyes maintenance (PUT, SCR-ARG3 'A' to
      * approve or 'R' to reject): SCR-ARG1 carries the PEND-ID.  Only
      * an open change can be decided, and never by the user who made
      * it (403).  A rejection just closes the change.  An approval
      * re-reads the live row and applies the change under the same
      * optimistic lock a direct PUT/DELETE gets: a row that is gone,
      * tombstoned or no longer at the base version the maker saw
      * marks the change stale (409) - the maker has to make it again
      * on current data - and a row still at its base version goes
      * through 030A-APPLY-UPDATE or 040A-APPLY-DELETE, unit of work,
      * history image and outbox event included.  The change is
      * marked approved once that apply is on file, even when the
      * response failed to render after it; an apply that did not
      * stand leaves it open for another try.
           DISPLAY '050-DECIDE-PENDING start'
           IF SCR-USER-ID = SPACE
               DISPLAY 'no user id on request'
               MOVE 400 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'user id required to decide a pending change'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

           IF SCR-ARG1 NUMERIC
               MOVE SCR-ARG1 TO WS-ARG1-NUM
               IF WS-ARG1-NUM <= 999999999
                   MOVE WS-ARG1-NUM TO PEND-ID
               ELSE
                   DISPLAY 'SCR-ARG1 out of range'
                   MOVE 400 TO SCR-HTTP-STATUS
                   MOVE SPACE TO SCR-BODY
                   STRING 'SCR-ARG1 pending change id out of range'
                          DELIMITED BY SIZE
                          INTO SCR-BODY
                   END-STRING
                   GO TO 050-DECIDE-PENDING-EXIT
               END-IF
           ELSE
               DISPLAY 'SCR-ARG1 not numeric'
               MOVE 400 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'SCR-ARG1 must be a numeric pending change id'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           DISPLAY 'DBSELECT pending id'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC NOT = 0
               DISPLAY 'pending change not found'
               MOVE 404 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'pending change not found'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

           MOVE PEND-ID TO WS-PEND-DISP
           IF NOT PEND-OPEN
               DISPLAY 'pending change already decided'
               MOVE 409 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'pending change ' WS-PEND-DISP
                      ' is no longer open (state ' PEND-STATE ')'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

           IF PEND-MAKER = SCR-USER-ID
               DISPLAY 'maker cannot decide own change'
               MOVE 403 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'pending change ' WS-PEND-DISP
                      ' was made by ' SCR-USER-ID
                      ' - another user has to decide it'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

           MOVE SCR-USER-ID TO PEND-CHECKER
           MOVE FUNCTION CURRENT-DATE TO PEND-DECIDED-TS

           IF SCR-ARG3 = 'R'
               SET PEND-REJECTED TO TRUE
               PERFORM 051-MARK-PENDING
               IF NOT WS-PEND-OK
                   PERFORM 080-SET-ERROR-BODY
                   GO TO 050-DECIDE-PENDING-EXIT
               END-IF
               MOVE PEND-FETCH-ID TO MA-ID
               MOVE PEND-BASE-VERSION TO MA-VERSION
               MOVE SPACE TO MA-DATA1
               STRING 'CHANGE ' WS-PEND-DISP ' REJECTED'
                      DELIMITED BY SIZE
                      INTO MA-DATA1
               END-STRING
               PERFORM 039-RENDER-ROW
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

      * Approval - the row as it stands now, not as the maker saw it.
           MOVE PEND-FETCH-ID TO FETCH-ID
           DISPLAY 'DBSELECT id'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_test' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-FETCH
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 050-DECIDE-PENDING-EXIT
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
               DISPLAY 'pending change base version stale'
               SET PEND-STALE TO TRUE
               PERFORM 051-MARK-PENDING
               IF NOT WS-PEND-OK
                   PERFORM 080-SET-ERROR-BODY
                   GO TO 050-DECIDE-PENDING-EXIT
               END-IF
               MOVE 409 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'pending change ' WS-PEND-DISP
                      ' is stale - the record moved on since it was'
                      ' made; make the change again'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

           MOVE 0 TO SCR-HTTP-STATUS
           MOVE 'N' TO WS-APPLIED-SW
           IF PEND-VERB = 'DELETE'
               PERFORM 040A-APPLY-DELETE
           ELSE
               MOVE PEND-DATA1 TO WS-BODY-VAL
               MOVE PEND-DET-SEEN-SW TO WS-DET-SEEN-SW
               MOVE PEND-LINE-CNT TO WS-DET-COUNT
               MOVE SPACE TO WS-DET-TABLE
               PERFORM VARYING WS-DET-IX FROM 1 BY 1
                       UNTIL WS-DET-IX > PEND-LINE-CNT
                 MOVE PEND-LINE(WS-DET-IX) TO WS-DET(WS-DET-IX)
               END-PERFORM
               PERFORM 030A-APPLY-UPDATE
           END-IF
           IF NOT WS-APPLIED
               DISPLAY 'approval apply did not stand - change left open'
               GO TO 050-DECIDE-PENDING-EXIT
           END-IF

      * The change stands by now, whether or not its response
      * rendered - a render failure still reaches the caller as the
      * error body 030A/040A left, but the change is closed all the
      * same.  Like the outbox write, a failed close-out is logged
      * and tolerated rather than failing the call.  The change then
      * reads as stale on its next approval.
           SET PEND-APPROVED TO TRUE
           PERFORM 051-MARK-PENDING
           IF NOT WS-PEND-OK
               DISPLAY 'pending change ' WS-PEND-DISP
                       ' applied but not closed'
           END-IF.

       050-DECIDE-PENDING-EXIT.
           EXIT.

      ************************************************************************
       051-MARK-PENDING        SECTION.
      * Writes the decision in DB-PENDING back to its row.  Trips
      * WS-PEND-OK-SW on failure; the caller decides what that means.
           SET WS-PEND-OK TO TRUE
           DISPLAY 'DBUPDATE pending ' PEND-STATE
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               MOVE 'N' TO WS-PEND-OK-SW
           END-IF
           EXIT.

      ************************************************************************
       052-QUEUE-PENDING       SECTION.
      * Maker side of four-eyes maintenance.  030-PUT / 040-DELETE
      * have validated the call and read the row back into DB-FETCH
      * (and a PUT has passed its version check), so the change is
      * queued in tbl_fetch_pending exactly as it would have been
      * applied - WS-PEND-VERB, the parsed value and lines, and the
      * version it is based on - and the caller gets a 202 naming the
      * pending change.  The live row, its lines and the outbox are
      * not touched.  One open change per row: a second one while the
      * first waits is a 409, since approving either would make the
      * other stale anyway.
           IF SCR-USER-ID = SPACE
               DISPLAY 'no user id on request'
               MOVE 400 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'user id required for four-eyes changes'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 052-QUEUE-PENDING-EXIT
           END-IF

           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE FETCH-ID TO PEND-FETCH-ID
           DISPLAY 'DBSELECT pending parent'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 052-QUEUE-PENDING-EXIT
           END-IF

           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE 'parent' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC = 0
               DISPLAY 'change already pending'
               MOVE PEND-ID TO WS-PEND-DISP
               MOVE 409 TO SCR-HTTP-STATUS
               MOVE SPACE TO SCR-BODY
               STRING 'change ' WS-PEND-DISP
                      ' is already pending for this fetch id'
                      DELIMITED BY SIZE
                      INTO SCR-BODY
               END-STRING
               GO TO 052-QUEUE-PENDING-EXIT
           END-IF

           MOVE FETCH-ID TO PEND-FETCH-ID
           MOVE WS-PEND-VERB TO PEND-VERB
           MOVE FETCH-VERSION TO PEND-BASE-VERSION
           MOVE SPACE TO PEND-DATA1
           MOVE 'N' TO PEND-DET-SEEN-SW
           MOVE 0 TO PEND-LINE-CNT
           PERFORM VARYING WS-DET-IX FROM 1 BY 1
                   UNTIL WS-DET-IX > 50
             MOVE SPACE TO PEND-LINE(WS-DET-IX)
           END-PERFORM
           IF WS-PEND-VERB = 'UPDATE'
               MOVE WS-BODY-VAL TO PEND-DATA1
               IF WS-DET-SEEN
                   SET PEND-DET-SEEN TO TRUE
                   MOVE WS-DET-COUNT TO PEND-LINE-CNT
                   PERFORM VARYING WS-DET-IX FROM 1 BY 1
                           UNTIL WS-DET-IX > WS-DET-COUNT
                     MOVE WS-DET(WS-DET-IX) TO PEND-LINE(WS-DET-IX)
                   END-PERFORM
               END-IF
           END-IF
           MOVE SCR-USER-ID TO PEND-MAKER
           MOVE SCR-CLIENT-ID TO PEND-CLIENT-ID
           MOVE FUNCTION CURRENT-DATE TO PEND-TS
           SET PEND-OPEN TO TRUE
           MOVE SPACE TO PEND-CHECKER
           MOVE SPACE TO PEND-DECIDED-TS

           DISPLAY 'DBINSERT pending'
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_pending' TO MCP-TABLE
           MOVE SPACE TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-PENDING
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
               PERFORM 080-SET-ERROR-BODY
               GO TO 052-QUEUE-PENDING-EXIT
           END-IF

      * The response is the row as it still stands - the approved
      * data - flagged with the id of the change now waiting on it.
           MOVE FETCH-ID TO MA-ID
           MOVE FETCH-DATA1 TO MA-DATA1
           MOVE FETCH-VERSION TO MA-VERSION
           SET MA-CHANGE-PENDING TO TRUE
           MOVE PEND-ID TO MA-PEND-ID
           PERFORM 039-RENDER-ROW
           IF SCR-HTTP-STATUS = 200
               MOVE 202 TO SCR-HTTP-STATUS
           END-IF.

       052-QUEUE-PENDING-EXIT.
           EXIT.

      ************************************************************************
       070-CHECKPOINT          SECTION.
      * Persists the last FETCH-ID processed, tagged with the limit/
           MOVE MCP-LIMIT TO AUDIT-LIMIT
           MOVE MCP-OFFSET TO AUDIT-OFFSET
           MOVE WS-ROW-COUNT TO AUDIT-ROWCOUNT
           MOVE SCR-CLIENT-ID TO AUDIT-CLIENT-ID
           MOVE 'DBINSERT' TO MCP-FUNC
           MOVE 'tbl_fetch_audit' TO MCP-TABLE
           MOVE SPACE TO MCP-PATHNAME
           ELSE
               DISPLAY '...ng'
           END-IF
      * Every audited GET is also the point its rows are charged to
      * the caller's daily quota.
           IF WS-CALLER-OK AND WS-ROW-COUNT > 0
               PERFORM 077-CHARGE-QUOTA
           END-IF
           EXIT.

      ************************************************************************
       077-CHARGE-QUOTA         SECTION.
      * Adds this call's rows to the caller's usage for today.  The row
      * is read back fresh rather than updated from the copy 005 took,
      * so two calls from the same client in flight together lose as
      * little of each other's usage as the monitor allows.  Rows
      * fetched count whether or not the call went on to a clean 200 -
      * the load on the monitor was real either way.  A failure is
      * logged and tolerated like the audit insert itself.
           MOVE MCP-LIMIT TO WS-QUOTA-LIMIT
           MOVE MCP-OFFSET TO WS-QUOTA-OFFSET
           MOVE 0 TO MCP-LIMIT
           MOVE 0 TO MCP-OFFSET
           MOVE SCR-CLIENT-ID TO CLIENT-ID
           DISPLAY 'DBSELECT client quota'
           MOVE 'DBSELECT' TO MCP-FUNC
           MOVE 'tbl_fetch_client' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-CLIENT
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               GO TO 077-CHARGE-QUOTA-RESTORE
           END-IF
           MOVE 'DBFETCH' TO MCP-FUNC
           MOVE 'tbl_fetch_client' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-CLIENT
           IF MCP-RC NOT = 0
               DISPLAY '...ng'
               GO TO 077-CHARGE-QUOTA-RESTORE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF CLIENT-QUOTA-DATE NOT = WS-TODAY
               MOVE WS-TODAY TO CLIENT-QUOTA-DATE
               MOVE 0 TO CLIENT-ROWS-TODAY
           END-IF
           ADD WS-ROW-COUNT TO CLIENT-ROWS-TODAY
           DISPLAY 'DBUPDATE client quota'
           MOVE 'DBUPDATE' TO MCP-FUNC
           MOVE 'tbl_fetch_client' TO MCP-TABLE
           MOVE 'id' TO MCP-PATHNAME
           CALL 'MONFUNC' USING
                MCPAREA
                DB-CLIENT
           IF MCP-RC = 0
               DISPLAY '...ok'
           ELSE
               DISPLAY '...ng'
           END-IF.

       077-CHARGE-QUOTA-RESTORE.
           MOVE WS-QUOTA-LIMIT TO MCP-LIMIT
           MOVE WS-QUOTA-OFFSET TO MCP-OFFSET.

       077-CHARGE-QUOTA-EXIT.
           EXIT.

      ************************************************************************
      * diffing the whole table.  The caller's mutation already stands
      * by the time this runs, so - like 075's audit insert - a failed
      * outbox write is logged and tolerated rather than turned into a
      * failure of the call; the nightly reconciliation (OUTBXRCN)
      * still catches anything that slips and compensates for it.
           DISPLAY 'DBINSERT outbox'
           MOVE FUNCTION CURRENT-DATE TO OUTBOX-TS
           MOVE WS-OUTBOX-VERB TO OUTBOX-VERB
