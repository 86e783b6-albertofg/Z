      *   JCL           : JCL/GHFBR010.jcl                            *
      *   DD HISTEXTR   : GHRPTEXT reporting extract(s) (input)       *
      *   DD FBRRPT     : printed fallback report (output)            *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-08-22  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FBRRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-EXTRACT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  FBR-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-HISTEXTR-STATUS           PIC X(02) VALUE '00'.
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHFBR010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE     THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'FALLBACKS'         TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-TOT-FALLBACKS    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'STRICT FAILURES'   TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-TOT-STRICT-FAILS TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           WRITE FBR-REPORT-LINE FROM WS-DETAIL-LINE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
