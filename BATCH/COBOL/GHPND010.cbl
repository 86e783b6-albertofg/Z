       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHPND010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHPND010 - four-eyes end-of-day expiry and exceptions list. *
      *                                                                *
      *   Reads the PENDCHG file of operator changes held by HWCM     *
      *   (JMTCLM) and HWQA (JMTQAD) for a second operator's          *
      *   approval on HWAP (JMTAPR), after the online day closes:     *
      *                                                                *
      *     EXPIRES - every row still pending. Its status goes to     *
      *     'E', decided by GHPND010, and it is printed on the        *
      *     morning exceptions list with who asked for what and       *
      *     when, so the shift lead can chase it. Nothing is applied *
      *     - an unapproved change never reaches CLNTREG, RATELIM or *
      *     the audit trails, and tomorrow's approver would be        *
      *     judging it against figures the requester never saw.      *
      *                                                                *
      *     PURGES  - every row decided or expired on an earlier      *
      *     day. The applied changes are on CLNTAUD / QUOTAAUD with   *
      *     both operator ids; the PENDCHG row was only the hand-off. *
      *     Rows decided today stay one more day so HWAP can still    *
      *     show the last decision.                                   *
      *                                                                *
      *   RC 4 when anything expired - a finding for the morning,    *
      *   not a failure of the stream (the GHTKA010 convention).     *
      *                                                                *
      *   JCL           : JCL/GHPND010.jcl                            *
      *   DD PENDCHG    : held-change VSAM KSDS (input/output)        *
      *   DD PNDRPT     : printed exceptions list (output)            *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-CHANGE-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDCHG-STATUS.

           SELECT PND-REPORT-FILE ASSIGN TO PNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-CHANGE-FILE
           RECORD CONTAINS 139 CHARACTERS.
           COPY PENDCHG.

       FD  PND-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PND-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-PENDCHG-STATUS            PIC X(02) VALUE '00'.
           05 WS-PNDRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-RUN-TS                       PIC X(26).

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-EXPIRED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-PURGED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-KEPT                    PIC 9(09) COMP-5 VALUE 0.

       01  WS-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - UNAPPROVED CHANGES EXPIRED'.
           05 FILLER                PIC X(10) VALUE 'RUN DATE '.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(37) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(05) VALUE 'SCRN'.
           05 FILLER                PIC X(09) VALUE 'ACTION'.
           05 FILLER                PIC X(12) VALUE 'VALUE'.
           05 FILLER                PIC X(09) VALUE 'REASON'.
           05 FILLER                PIC X(09) VALUE 'REQ BY'.
           05 FILLER                PIC X(51) VALUE 'REQUESTED AT'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-SCREEN             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-ACTION             PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-VALUE              PIC X(11).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-REASON             PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-REQUESTED-TS       PIC X(26).
           05 FILLER                PIC X(25) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHPND010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ROW  THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'HELD ROWS READ'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS EXPIRED'      TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-EXPIRED     TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS PURGED'       TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-PURGED      TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TS
           STRING WS-CURRENT-DATE  DELIMITED BY SIZE
                  WS-CURRENT-TIME  DELIMITED BY SIZE
               INTO WS-RUN-TS

           OPEN I-O    PEND-CHANGE-FILE
           OPEN OUTPUT PND-REPORT-FILE

           IF WS-PENDCHG-STATUS NOT = '00'
               DISPLAY 'GHPND010 - UNABLE TO OPEN PENDCHG, STATUS='
                       WS-PENDCHG-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PNDRPT-STATUS NOT = '00'
               DISPLAY 'GHPND010 - UNABLE TO OPEN PNDRPT, STATUS='
                       WS-PNDRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE
           WRITE PND-REPORT-LINE FROM WS-HEADING-1
           WRITE PND-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-PENDCHG THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-PROCESS-ONE-ROW - pending: expire and list; decided or
      *                        expired before today: purge; decided
      *                        today: keep for HWAP to show
      *---------------------------------------------------------------
       2000-PROCESS-ONE-ROW.
           ADD 1 TO WS-ROWS-READ

           EVALUATE TRUE
               WHEN PND-PENDING
                   PERFORM 3000-EXPIRE-ROW THRU 3000-EXIT
               WHEN PND-DECIDED-TS(1:8) < WS-CURRENT-DATE
                   PERFORM 4000-PURGE-ROW  THRU 4000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ROWS-KEPT
           END-EVALUATE

           PERFORM 2100-READ-PENDCHG THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-PENDCHG.
           READ PEND-CHANGE-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-EXPIRE-ROW.
           PERFORM 3100-PRINT-DETAIL THRU 3100-EXIT

           SET PND-EXPIRED TO TRUE
           MOVE WS-RUN-TS  TO PND-DECIDED-TS
           MOVE 'GHPND010' TO PND-DECIDED-BY
           REWRITE PEND-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'GHPND010 - PENDCHG REWRITE FAILED FOR '
                           PND-CLIENT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-EXPIRED
           END-REWRITE.
       3000-EXIT.
           EXIT.

       3100-PRINT-DETAIL.
           MOVE PND-CLIENT-ID    TO DL-CLIENT-ID
           MOVE PND-ACTION-WORD  TO DL-ACTION
           MOVE PND-REASON-CODE  TO DL-REASON
           MOVE PND-REQUESTED-BY TO DL-REQUESTED-BY
           MOVE PND-REQUESTED-TS TO DL-REQUESTED-TS
           MOVE SPACES           TO DL-VALUE

           IF PND-REGISTRY-CHANGE
               MOVE 'HWCM' TO DL-SCREEN
               IF PND-ACTION-WORD = 'STATUS  '
                   MOVE PND-NEW-STATUS-SW TO DL-VALUE
               ELSE
                   MOVE PND-NEW-DAILY-LIMIT TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO DL-VALUE
               END-IF
           ELSE
               MOVE 'HWQA' TO DL-SCREEN
               MOVE PND-CREDIT-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO DL-VALUE
           END-IF

           WRITE PND-REPORT-LINE FROM WS-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       4000-PURGE-ROW.
           DELETE PEND-CHANGE-FILE RECORD
               INVALID KEY
                   DISPLAY 'GHPND010 - PENDCHG DELETE FAILED FOR '
                           PND-CLIENT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-PURGED
           END-DELETE.
       4000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'HELD ROWS READ'          TO CL-LABEL
           MOVE WS-ROWS-READ              TO CL-COUNT
           WRITE PND-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'UNAPPROVED - EXPIRED'    TO CL-LABEL
           MOVE WS-ROWS-EXPIRED           TO CL-COUNT
           WRITE PND-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DECIDED EARLIER - PURGED' TO CL-LABEL
           MOVE WS-ROWS-PURGED            TO CL-COUNT
           WRITE PND-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DECIDED TODAY - KEPT'    TO CL-LABEL
           MOVE WS-ROWS-KEPT              TO CL-COUNT
           WRITE PND-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHPND010 - HELD ROWS READ    : ' WS-ROWS-READ
           DISPLAY 'GHPND010 - EXPIRED           : ' WS-ROWS-EXPIRED
           DISPLAY 'GHPND010 - PURGED            : ' WS-ROWS-PURGED

           IF WS-ROWS-EXPIRED > 0
      * An unapproved change is a finding for the morning shift, not
      * an operational failure - flag it without failing the stream.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE PEND-CHANGE-FILE
           CLOSE PND-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
