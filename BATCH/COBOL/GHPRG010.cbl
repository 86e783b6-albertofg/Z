      *   show on the nightly reconciliation report - purged versus   *
      *   archived should always match.                               *
      *                                                                *
      *   A client under an active legal hold (LEGLHOLD, maintained   *
      *   by GHHLD010) keeps every row: rows past the cutoff are      *
      *   neither archived nor deleted, only counted as held on       *
      *   GHPRGCNT. Once the hold is released the next run purges   *
      *   them in the ordinary way. The hold is looked up once per    *
      *   client - the key order groups each client's rows.           *
      *                                                                *
      *   JCL           : JCL/GHPRG010.jcl                            *
      *   DD GHISTORY   : greeting-history VSAM KSDS (input/output,    *
      *                   rows deleted in place)                       *
      *   DD GHARVIDX   : archive-generation index, one row appended *
      *                   per generation cut (output, extend)         *
      *   DD GHPRGCNT   : purge-count handoff record (output)          *
      *   DD LEGLHOLD   : legal-hold VSAM KSDS (input)                 *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)       *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        generation cut (date span, row count,  *
      *                        clients present) so GHARV010 can       *
      *                        locate its own generations.            *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Keep aged rows for clients under an    *
      *                        active legal hold (LEGLHOLD); count    *
      *                        them as held on GHPRGCNT (now 28       *
      *                        bytes).                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GHPRGCNT-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-HISTORY-FILE
           COPY GHARVIDX.

       FD  GH-PURGE-COUNT-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY GHPRGCNT.

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LEGLHOLD.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHARCHV-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHARVIDX-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHPRGCNT-STATUS           PIC X(02) VALUE '00'.
           05 WS-LEGLHOLD-STATUS           PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-HOLD-EOF-SW               PIC X(01).
               88 WS-HOLD-EOF                 VALUE 'Y'.
           05 WS-CLIENT-HELD-SW            PIC X(01) VALUE 'N'.
               88 WS-CLIENT-HELD              VALUE 'Y'.

       01  WS-RETENTION-DAYS                PIC 9(05) COMP-5 VALUE 90.
       01  WS-CURRENT-DATE                  PIC 9(08).
       01  WS-ROWS-READ                     PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-PURGED                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-ARCHIVED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-HELD                     PIC 9(09) COMP-5 VALUE 0.
       01  WS-HOLD-LAST-CLIENT              PIC X(36) VALUE LOW-VALUES.

      * Index facts for the generation being cut. The file is read
      * in key order (client id major), so distinct clients arrive
       01  WS-IDX-OVERFLOW-SW               PIC X(01) VALUE 'N'.
           88 WS-IDX-OVERFLOW                  VALUE 'Y'.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHPRG010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS ARCHIVED'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-ARCHIVED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS PURGED'       TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-PURGED      TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN OUTPUT GH-ARCHIVE-FILE
           OPEN EXTEND GH-ARV-INDEX-FILE
           OPEN OUTPUT GH-PURGE-COUNT-FILE
           OPEN INPUT  LEGAL-HOLD-FILE

           IF WS-GHARVIDX-STATUS NOT = '00'
               DISPLAY 'GHPRG010 - UNABLE TO OPEN GHARVIDX, STATUS='
               GOBACK
           END-IF

           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'GHPRG010 - UNABLE TO OPEN LEGLHOLD, STATUS='
                       WS-LEGLHOLD-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO ARCHIVE-INDEX-RECORD

           PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
           ADD 1 TO WS-ROWS-READ
           MOVE GH-HIST-TIMESTAMP(1:8) TO WS-ROW-DATE

           IF GH-HIST-CLIENT-ID NOT = WS-HOLD-LAST-CLIENT
               PERFORM 2400-CHECK-LEGAL-HOLD THRU 2400-EXIT
           END-IF

           IF WS-ROW-DATE < WS-CUTOFF-DATE AND WS-CLIENT-HELD
               ADD 1 TO WS-ROWS-HELD
           END-IF

           IF WS-ROW-DATE < WS-CUTOFF-DATE AND NOT WS-CLIENT-HELD
               PERFORM 2200-ARCHIVE-ROW THRU 2200-EXIT
               IF WS-GHARCHV-STATUS = '00'
                   DELETE GH-HISTORY-FILE
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2400-CHECK-LEGAL-HOLD - on each new client, is any matter on
      *                         LEGLHOLD holding it today? A held
      *                         client's aged rows stay on the file
      *---------------------------------------------------------------
       2400-CHECK-LEGAL-HOLD.
           MOVE GH-HIST-CLIENT-ID TO WS-HOLD-LAST-CLIENT
           MOVE 'N' TO WS-CLIENT-HELD-SW
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE GH-HIST-CLIENT-ID TO LH-CLIENT-ID
           MOVE LOW-VALUES        TO LH-MATTER-REF
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START

           PERFORM 2410-JUDGE-ONE-HOLD THRU 2410-EXIT
               UNTIL WS-HOLD-EOF.
       2400-EXIT.
           EXIT.

       2410-JUDGE-ONE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 2410-EXIT
           END-READ

           IF LH-CLIENT-ID NOT = WS-HOLD-LAST-CLIENT
               SET WS-HOLD-EOF TO TRUE
               GO TO 2410-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-CURRENT-DATE
                   AND (LH-NOT-RELEASED
                        OR LH-RELEASE-DATE > WS-CURRENT-DATE)
               SET WS-CLIENT-HELD TO TRUE
               SET WS-HOLD-EOF    TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

       2100-READ-HISTORY.
           READ GH-HISTORY-FILE NEXT
               AT END
           MOVE WS-ROWS-PURGED    TO PC-ROWS-PURGED
           MOVE WS-CUTOFF-DATE    TO PC-CUTOFF-DATE
           MOVE WS-ROWS-ARCHIVED  TO PC-ROWS-ARCHIVED
           MOVE WS-ROWS-HELD      TO PC-ROWS-HELD
           WRITE GH-PURGE-COUNT-RECORD

           CLOSE GH-HISTORY-FILE
           CLOSE GH-ARCHIVE-FILE
           CLOSE GH-ARV-INDEX-FILE
           CLOSE GH-PURGE-COUNT-FILE
           CLOSE LEGAL-HOLD-FILE

           DISPLAY 'GHPRG010 - ROWS READ     : ' WS-ROWS-READ
           DISPLAY 'GHPRG010 - ROWS ARCHIVED : ' WS-ROWS-ARCHIVED
           DISPLAY 'GHPRG010 - ROWS PURGED   : ' WS-ROWS-PURGED
           DISPLAY 'GHPRG010 - ROWS HELD     : ' WS-ROWS-HELD
           DISPLAY 'GHPRG010 - CUTOFF DATE   : ' WS-CUTOFF-DATE
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
