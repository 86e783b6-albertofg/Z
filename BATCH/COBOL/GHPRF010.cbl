      *                   (input)                                      *
      *   DD GHPRFOUT   : printed throughput/response-time report      *
      *                   (output)                                     *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)       *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        step now carries the API client id    *
      *                        for the GHSLA010 per-client SLA       *
      *                        report. This report is unchanged.     *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GHPRFOUT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMF-EXTRACT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  GH-REPORT-LINE                  PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-SMFEXTR-STATUS            PIC X(02) VALUE '00'.
           05 FILLER                PIC X(09) VALUE 'MAX(MS)'.
           05 FILLER                PIC X(67) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHPRF010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'ROWS TIMED'        TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-GRAND-COUNT      TO WS-LDG-COUNT-VALUE(1)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
