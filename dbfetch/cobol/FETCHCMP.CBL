      *
      * Invoked from a JCL step or shell wrapper, not through the REST
      * gateway.
      *
      * Every run is recorded in the batch run ledger through
      * RUNLEDG, which takes the business date (and FORCE) from the
      * run-control card - the first SYSIN line - and can refuse
      * the start: RETURN-CODE 8, nothing done.
      ************************************************************************
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
      * the full old and new FETCH-DATA1 side by side.
       01  FETCHCHG-RECORD         PIC X(181).
       WORKING-STORAGE     SECTION.
            COPY    "RUNAREA".
      * Output record shapes - same layouts FETCHEXT writes, so
      * downstream tooling reads all three files with one set of
      * pictures.
       01  WS-ADD-COUNT    PIC S9(9)   BINARY  VALUE 0.
       01  WS-DEL-COUNT    PIC S9(9)   BINARY  VALUE 0.
       01  WS-CHG-COUNT    PIC S9(9)   BINARY  VALUE 0.
      * Data records proven present in both extracts, for the ledger.
       01  WS-READ-COUNT   PIC S9(9)   BINARY  VALUE 0.
      * Per-file record tallies for the trailers - they count every
      * data record written (parents, lines and change records), which
      * is what the apply checks against.
      ************************************************************************
       PROCEDURE           DIVISION.
       000-MAIN                SECTION.
           PERFORM 001-LEDGER-START
           PERFORM 005-VALIDATE-INPUTS
           PERFORM 010-INIT
           PERFORM 020-COMPARE
           PERFORM 030-TERM.
           PERFORM 099-LEDGER-END
           STOP RUN.
      ************************************************************************
       001-LEDGER-START        SECTION.
           MOVE 'START' TO RUN-FUNC
           MOVE 'FETCHCMP' TO RUN-PROGRAM
           CALL 'RUNLEDG' USING
                RUNAREA
           IF RUN-REFUSED
               DISPLAY 'FETCHCMP refused: ' RUN-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.
      ************************************************************************
       005-VALIDATE-INPUTS     SECTION.
      * One full read of each input before the compare starts.  Any
               DISPLAY 'FETCHCMP ' WS-VAL-NAME
                       ' records after trailer'
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           EVALUATE TRUE
                   DISPLAY 'FETCHCMP ' WS-VAL-NAME
                           ' header not first record'
                   MOVE 3 TO RETURN-CODE
                   PERFORM 099-LEDGER-END
                   STOP RUN
               END-IF
             WHEN WS-VAL-REC(1:4) = 'TRL '
           IF NOT WS-HDR-SEEN
               DISPLAY 'FETCHCMP ' WS-VAL-NAME ' header missing'
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           IF NOT WS-VTRL-SEEN
               DISPLAY 'FETCHCMP ' WS-VAL-NAME ' trailer missing'
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           IF WS-VTRL-COUNT NOT = WS-VAL-COUNT
                       ' trailer count ' WS-VTRL-COUNT
                       ' but records found ' WS-VAL-COUNT
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           IF WS-VTRL-HASH NOT = WS-VAL-HASH
                       ' trailer hash ' WS-VTRL-HASH
                       ' but hash found ' WS-VAL-HASH
               MOVE 3 TO RETURN-CODE
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           DISPLAY 'FETCHCMP ' WS-VAL-NAME ' control records ok'
           ADD WS-VAL-COUNT TO WS-READ-COUNT
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
                       WS-NEW-REC(1:20)
               MOVE 1 TO RETURN-CODE
               PERFORM 030-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           MOVE WS-NEW-REC(3:9) TO WS-NEW-KEY
                       WS-NEW-KEY
               MOVE 1 TO RETURN-CODE
               PERFORM 030-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           MOVE WS-NEW-KEY TO WS-PREV-NEW-KEY
                                     ' under parent ' WS-NEW-KEY
                             MOVE 1 TO RETURN-CODE
                             PERFORM 030-TERM
                             PERFORM 099-LEDGER-END
                             STOP RUN
                         END-IF
                         ADD 1 TO WS-NEW-DET-CNT
                       WS-OLD-REC(1:20)
               MOVE 1 TO RETURN-CODE
               PERFORM 030-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           MOVE WS-OLD-REC(3:9) TO WS-OLD-KEY
                       WS-OLD-KEY
               MOVE 1 TO RETURN-CODE
               PERFORM 030-TERM
               PERFORM 099-LEDGER-END
               STOP RUN
           END-IF
           MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
                                     ' under parent ' WS-OLD-KEY
                             MOVE 1 TO RETURN-CODE
                             PERFORM 030-TERM
                             PERFORM 099-LEDGER-END
                             STOP RUN
                         END-IF
                         ADD 1 TO WS-OLD-DET-CNT
           DISPLAY 'FETCHCMP groups deleted: ' WS-DEL-COUNT
           DISPLAY 'FETCHCMP groups changed: ' WS-CHG-COUNT
           EXIT.
      ************************************************************************
       099-LEDGER-END          SECTION.
      * Ledger counts: in = data records in both extracts, out =
      * groups written to the three delta files.
      * The CALL resets RETURN-CODE, so the run's code is carried
      * through RUN-END-RC and put back.
           MOVE 'END' TO RUN-FUNC
           MOVE RETURN-CODE TO RUN-END-RC
           MOVE WS-READ-COUNT TO RUN-IN-CNT
           COMPUTE RUN-OUT-CNT = WS-ADD-COUNT + WS-DEL-COUNT
                               + WS-CHG-COUNT
           MOVE 0 TO RUN-REJ-CNT
           MOVE 0 TO RUN-EXC-CNT
           CALL 'RUNLEDG' USING
                RUNAREA
           MOVE RUN-END-RC TO RETURN-CODE
           EXIT.
