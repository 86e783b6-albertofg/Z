      *   DD GHARCHV    : purged-row archive GDG (input)              *
      *   DD GHARVOUT   : retrieved rows (output)                     *
      *   DD ARVRPT     : printed retrieval summary (output)          *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Consult the GHARVIDX generation index *
      *                        first - name the generations needed,  *
      *                        skip the scan when none can match.    *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARVRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARV-CONTROL-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  ARV-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARD-STATUS            PIC X(02) VALUE '00'.
           05 NT-TEXT               PIC X(70).
           05 FILLER                PIC X(62) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHARV010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE     THRU 8000-EXIT
           MOVE 'ARCHIVE ROWS'      TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS RETRIEVED'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-RETRIEVED   TO WS-LDG-COUNT-VALUE(2)
           MOVE 'GENERATIONS'       TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-GENS-MATCHED     TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
