      *                   (input)                                     *
      *   DD ANLYTRPL   : re-emitted missing events (output)          *
      *   DD ANRRPT     : printed reconciliation report (output)      *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Replay lines carry the correlation   *
      *                        id, mirroring the ANLYTPUB event     *
      *                        format change.                        *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger; refuses to start (RC 12) when  *
      *                        a predecessor has not completed        *
      *                        cleanly.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANRRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANR-CONTROL-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  ANR-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARD-STATUS            PIC X(02) VALUE '00'.
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHANR010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE  THRU 1000-EXIT
           PERFORM 2000-MATCH-ONE-STEP THRU 2000-EXIT
               UNTIL WS-HIST-EOF AND WS-CON-EOF
           PERFORM 8000-TERMINATE   THRU 8000-EXIT
           MOVE 'EXPECTED EVENTS'   TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-TOT-EXPECTED     TO WS-LDG-COUNT-VALUE(1)
           MOVE 'EVENTS MATCHED'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-TOT-MATCHED      TO WS-LDG-COUNT-VALUE(2)
           MOVE 'EVENTS MISSING'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-TOT-MISSING      TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
