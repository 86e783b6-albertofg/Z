      *                   candidate's rows deleted on promotion)      *
      *   DD CLNTAUD    : registry audit trail (output, extend)       *
      *   DD PRMRPT     : promotion/refusal report (output)           *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 127 bytes          *
      *                        (contract term dates).                 *
      *   2026-10-15  BAQADEV  CLNTAUD row grew to 89 bytes (approver *
      *                        id for four-eyes changes); batch rows  *
      *                        carry it blank.                        *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRMRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRM-CONTROL-FILE
           05 FILLER                       PIC X(75).

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  GH-HIST-TEST-FILE
           COPY GHISTREC.

       FD  CLNT-AUDIT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY CLNTAUD.

       FD  PRM-REPORT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  PRM-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARD-STATUS            PIC X(02) VALUE '00'.
           05 VD-TEXT               PIC X(70).
           05 FILLER                PIC X(62) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHPRM010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-GATHER-EVIDENCE  THRU 2000-EXIT
           PERFORM 3000-JUDGE-READINESS  THRU 3000-EXIT
               PERFORM 4000-PROMOTE      THRU 4000-EXIT
           END-IF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'TEST CALLS'        TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-TST-CALLS        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'SUCCESSES'         TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-TST-SUCCESSES    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'FAILURES'          TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-TST-FAILURES     TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE CLNT-REG-DAILY-LIMIT TO CA-OLD-DAILY-LIMIT
           MOVE CLNT-REG-DAILY-LIMIT TO CA-NEW-DAILY-LIMIT
           MOVE 'GHPRM010'           TO CA-REQUESTED-BY
           MOVE SPACES               TO CA-APPROVED-BY
           WRITE CLNT-AUDIT-RECORD
           IF WS-CLNTAUD-STATUS NOT = '00'
               DISPLAY 'GHPRM010 - CLNTAUD WRITE FAILED, STATUS='
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
