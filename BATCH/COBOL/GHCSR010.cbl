      *   DD HISTSEQ    : sequential history rows in the GHISTORY     *
      *                   record layout (input)                       *
      *   DD CSRRPT     : printed search report (output)              *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        (extracts, archive generations or     *
      *                        retrieval output) - the old INDEXED   *
      *                        SELECT could open none of those.      *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSRRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSR-CONTROL-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  CSR-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 TL-HITS               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(77) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHCSR010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 2000-SCAN-ONE-ROW THRU 2000-EXIT
               UNTIL WS-HIST-EOF
           PERFORM 8000-TERMINATE    THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS MATCHED'      TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-MATCHED     TO WS-LDG-COUNT-VALUE(2)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           WRITE CSR-REPORT-LINE FROM WS-TOTAL-LINE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
