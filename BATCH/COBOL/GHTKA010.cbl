      *   JCL           : JCL/GHTKA010.jcl                            *
      *   DD TOKNREC    : session token VSAM KSDS (input)             *
      *   DD TKARPT     : printed anomaly report (output)             *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKARPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKN-REC-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  TKA-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-TOKNREC-STATUS            PIC X(02) VALUE '00'.
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHTKA010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-GATHER-ONE-TOKEN THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 3000-JUDGE-ALL-TOKENS THRU 3000-EXIT
           PERFORM 4000-JUDGE-CLIENTS    THRU 4000-EXIT
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'TOKEN ROWS READ'   TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-TOKENS-READ      TO WS-LDG-COUNT-VALUE(1)
           MOVE 'REVOKED USE'       TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-REVOKED-USE-CT   TO WS-LDG-COUNT-VALUE(2)
           MOVE 'USAGE BURSTS'      TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-BURST-CT         TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
