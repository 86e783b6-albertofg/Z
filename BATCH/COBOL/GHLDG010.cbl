       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHLDG010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHLDG010 - daily batch run ledger report.                   *
      *                                                                *
      *   Every GH batch program records each run on the GHLEDGER     *
      *   run ledger (GHLDGCHK): started, completed with its return  *
      *   code and key counts, or refused because a predecessor had  *
      *   not completed cleanly for the same business date. This job *
      *   prints one business date's ledger for the morning shift:   *
      *                                                                *
      *     RUNS RECORDED - every ledger row for the date in job and *
      *     start-time order, reruns included, with the refusal      *
      *     reason or the job's own key counts.                      *
      *                                                                *
      *     SCHEDULE      - each job the control cards say was due,  *
      *     judged on its latest run: COMPLETED, FAILED (return code *
      *     above 4), SKIPPED - REFUSED (with the predecessor that   *
      *     stopped it), STARTED, NOT ENDED (abended, or stopped on  *
      *     an open failure), or OUTSTANDING (no run at all).        *
      *                                                                *
      *   Control cards (CTLCARDS, '*' in column 1 for a comment):    *
      *     DATE=YYYYMMDD  business date to report; without it, the  *
      *                    business date this run itself falls on    *
      *     cols 1-8   job name expected                              *
      *     col  10    N or blank nightly; W weekly on the day in    *
      *                col 11 (1 Monday - 7 Sunday); M monthly on    *
      *                the business day-of-month in cols 11-12, or   *
      *                LD for the last day of the month - the night  *
      *                the monthly period closes                     *
      *                                                                *
      *   RC 4 when any due job is outstanding, refused, failed or   *
      *   not ended - a finding for the morning shift (the GHTKA010  *
      *   convention).                                                *
      *                                                                *
      *   JCL           : JCL/GHLDG010.jcl                            *
      *   DD CTLCARDS   : business date and expected jobs (input)     *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *   DD LDGRPT     : printed ledger report (output)              *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LDG-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

           SELECT LDG-REPORT-FILE ASSIGN TO LDGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LDGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LDG-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LDG-CONTROL-CARD.
           05 LC-JOB-NAME                  PIC X(08).
           05 FILLER                       PIC X(01).
           05 LC-FREQUENCY                 PIC X(01).
           05 LC-DAY                       PIC X(02).
           05 FILLER                       PIC X(68).
       01  LDG-DATE-CARD.
           05 LC-DATE-KEYWORD              PIC X(05).
           05 LC-DATE                      PIC X(08).
           05 FILLER                       PIC X(67).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       FD  LDG-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LDG-REPORT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-LDGRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-CARD-EOF                 VALUE 'Y'.
           05 WS-LEDGER-EOF-SW             PIC X(01) VALUE 'N'.
               88 WS-LEDGER-EOF               VALUE 'Y'.

       01  WS-REPORT-DATE                  PIC 9(08).
       01  WS-REPORT-DATE-X REDEFINES WS-REPORT-DATE.
           05 FILLER                       PIC X(06).
           05 WS-REPORT-DAY                PIC 9(02).
       01  WS-DAY-INTEGER                  PIC S9(09) COMP-5.
       01  WS-WEEKS                        PIC S9(09) COMP-5.
       01  WS-DAY-OF-WEEK                  PIC S9(04) COMP-5.
       01  WS-CARD-DAY                     PIC 9(02).
       01  WS-NEXT-DATE                    PIC 9(08).
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
           05 FILLER                       PIC X(06).
           05 WS-NEXT-DAY                  PIC 9(02).
      * WS-JOB-DAY of a monthly job due on the last day of the month
       01  WS-LAST-DAY-OF-MONTH            PIC 9(02) VALUE 99.

      * The expected jobs from the control cards, and what the
      * ledger says about each one's latest run on the report date.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 60 TIMES.
               10 WS-JOB-NAME              PIC X(08).
               10 WS-JOB-FREQUENCY         PIC X(01).
                   88 WS-JOB-NIGHTLY          VALUE 'N'.
                   88 WS-JOB-WEEKLY           VALUE 'W'.
                   88 WS-JOB-MONTHLY          VALUE 'M'.
               10 WS-JOB-DAY               PIC 9(02).
               10 WS-JOB-RUNS              PIC 9(04) COMP-5.
               10 WS-JOB-LATEST-STATUS     PIC X(01).
               10 WS-JOB-LATEST-RC         PIC S9(04) COMP-5.
               10 WS-JOB-MISSING-PRED      PIC X(08).
               10 WS-JOB-REFUSE-REASON     PIC X(20).
       01  WS-JOB-COUNT                    PIC S9(04) COMP-5 VALUE 0.
       01  WS-JOB-MAX                      PIC S9(04) COMP-5 VALUE 60.
       01  WS-JOB-IDX                      PIC S9(04) COMP-5.
       01  WS-DUE-SW                       PIC X(01).
           88 WS-JOB-DUE                      VALUE 'Y'.
           88 WS-JOB-NOT-DUE                  VALUE 'N'.

       01  WS-ROWS-LISTED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-UNSCHEDULED-RUNS             PIC 9(09) COMP-5 VALUE 0.
       01  WS-JOBS-COMPLETED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-JOBS-FAILED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-JOBS-REFUSED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-JOBS-NOT-ENDED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-JOBS-OUTSTANDING             PIC 9(09) COMP-5 VALUE 0.
       01  WS-JOBS-NOT-DUE                 PIC 9(09) COMP-5 VALUE 0.

       01  WS-EDIT-RC                      PIC ZZZ9.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - BATCH RUN LEDGER'.
           05 FILLER                PIC X(14) VALUE 'BUSINESS DATE '.
           05 HD-BUSINESS-DATE      PIC 9(08).
           05 FILLER                PIC X(58) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE '0'.
           05 SH-TITLE              PIC X(40).
           05 FILLER                PIC X(92) VALUE SPACES.

       01  WS-RUN-HEADING.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(10) VALUE 'JOB'.
           05 FILLER                PIC X(19) VALUE 'STARTED'.
           05 FILLER                PIC X(19) VALUE 'ENDED'.
           05 FILLER                PIC X(12) VALUE 'STATUS'.
           05 FILLER                PIC X(06) VALUE '  RC'.
           05 FILLER                PIC X(66) VALUE 'DETAIL'.

       01  WS-RUN-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 RL-JOB-NAME           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-START              PIC X(17).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-END                PIC X(17).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-STATUS             PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-RC                 PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RL-DETAIL             PIC X(60).
           05 FILLER                PIC X(06) VALUE SPACES.

       01  WS-RUN-COUNTS-LINE.
           05 FILLER                PIC X(01).
           05 FILLER                PIC X(11).
           05 RC-ENTRY OCCURS 3 TIMES.
               10 RC-LABEL          PIC X(16).
               10 FILLER            PIC X(01).
               10 RC-VALUE          PIC ZZZ,ZZZ,ZZ9.
               10 FILLER            PIC X(03).
           05 FILLER                PIC X(28).

       01  WS-SCHED-HEADING.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(10) VALUE 'JOB'.
           05 FILLER                PIC X(12) VALUE 'FREQUENCY'.
           05 FILLER                PIC X(22) VALUE 'OUTCOME'.
           05 FILLER                PIC X(06) VALUE '  RC'.
           05 FILLER                PIC X(05) VALUE 'RUNS'.
           05 FILLER                PIC X(77) VALUE 'DETAIL'.

       01  WS-SCHED-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 SL-JOB-NAME           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-FREQUENCY          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-OUTCOME            PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-RC                 PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-RUNS               PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SL-DETAIL             PIC X(60).
           05 FILLER                PIC X(17) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHLDG010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 3000-LIST-RUNS        THRU 3000-EXIT
           PERFORM 4000-JUDGE-ONE-JOB    THRU 4000-EXIT
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'LEDGER ROWS'       TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-LISTED      TO WS-LDG-COUNT-VALUE(1)
           MOVE 'JOBS OUTSTANDING'  TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-JOBS-OUTSTANDING TO WS-LDG-COUNT-VALUE(2)
           MOVE 'JOBS REFUSED'      TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-JOBS-REFUSED     TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  LDG-CONTROL-FILE
           OPEN OUTPUT LDG-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHLDG010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LDGRPT-STATUS NOT = '00'
               DISPLAY 'GHLDG010 - UNABLE TO OPEN LDGRPT, STATUS='
                       WS-LDGRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Default report date is the business date this run falls on -
      * run in the morning, that is the night that has just finished.
           MOVE WS-LDG-BUSINESS-DATE TO WS-REPORT-DATE

           PERFORM 2100-READ-CARD THRU 2100-EXIT
           PERFORM 2000-LOAD-ONE-CARD THRU 2000-EXIT
               UNTIL WS-CARD-EOF
           CLOSE LDG-CONTROL-FILE

      * Day of the week from the day number - day 1 of the intrinsic
      * calendar, 1601-01-01, was a Monday.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1
           DIVIDE WS-DAY-INTEGER BY 7
               GIVING WS-WEEKS REMAINDER WS-DAY-OF-WEEK
           ADD 1 TO WS-DAY-OF-WEEK

      * The last day of the month is the one whose next day is the 1st.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) + 1)

           MOVE WS-REPORT-DATE TO HD-BUSINESS-DATE
           WRITE LDG-REPORT-LINE FROM WS-HEADING-1.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-LOAD-ONE-CARD - a DATE= card or one expected job
      *---------------------------------------------------------------
       2000-LOAD-ONE-CARD.
           IF LDG-CONTROL-CARD(1:1) = '*'
                   OR LDG-CONTROL-CARD = SPACES
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           IF LC-DATE-KEYWORD = 'DATE='
               IF LC-DATE NOT NUMERIC
                   DISPLAY 'GHLDG010 - DATE CARD NOT NUMERIC: '
                           LC-DATE
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE LC-DATE TO WS-REPORT-DATE
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-JOB-COUNT >= WS-JOB-MAX
               DISPLAY 'GHLDG010 - MORE THAN 60 JOBS, EXTRA IGNORED'
               SET WS-CARD-EOF TO TRUE
               GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
               WHEN LC-FREQUENCY = 'N' OR LC-FREQUENCY = SPACE
                   MOVE 0 TO WS-CARD-DAY
               WHEN LC-FREQUENCY = 'W' AND LC-DAY(1:1) >= '1'
                                       AND LC-DAY(1:1) <= '7'
                                       AND LC-DAY(2:1) = SPACE
                   MOVE LC-DAY(1:1) TO WS-CARD-DAY
               WHEN LC-FREQUENCY = 'M' AND LC-DAY = 'LD'
                   MOVE WS-LAST-DAY-OF-MONTH TO WS-CARD-DAY
               WHEN LC-FREQUENCY = 'M' AND LC-DAY NUMERIC
                                       AND LC-DAY >= '01'
                                       AND LC-DAY <= '31'
                   MOVE LC-DAY TO WS-CARD-DAY
               WHEN OTHER
                   DISPLAY 'GHLDG010 - BAD SCHEDULE CARD IGNORED: '
                           LDG-CONTROL-CARD(1:12)
                   PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-EVALUATE

           ADD 1 TO WS-JOB-COUNT
           MOVE LC-JOB-NAME TO WS-JOB-NAME(WS-JOB-COUNT)
           IF LC-FREQUENCY = SPACE
               MOVE 'N' TO WS-JOB-FREQUENCY(WS-JOB-COUNT)
           ELSE
               MOVE LC-FREQUENCY TO WS-JOB-FREQUENCY(WS-JOB-COUNT)
           END-IF
           MOVE WS-CARD-DAY TO WS-JOB-DAY(WS-JOB-COUNT)
           MOVE 0           TO WS-JOB-RUNS(WS-JOB-COUNT)
           MOVE SPACE       TO WS-JOB-LATEST-STATUS(WS-JOB-COUNT)
           MOVE 0           TO WS-JOB-LATEST-RC(WS-JOB-COUNT)
           MOVE SPACES      TO WS-JOB-MISSING-PRED(WS-JOB-COUNT)
                               WS-JOB-REFUSE-REASON(WS-JOB-COUNT)

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-CARD.
           READ LDG-CONTROL-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-LIST-RUNS - every ledger row for the report date, in job
      *                  and start-time order; the last row read for
      *                  a job is its latest run
      *---------------------------------------------------------------
       3000-LIST-RUNS.
           MOVE 'RUNS RECORDED' TO SH-TITLE
           WRITE LDG-REPORT-LINE FROM WS-SECTION-LINE
           WRITE LDG-REPORT-LINE FROM WS-RUN-HEADING

           OPEN INPUT BATCH-LEDGER-FILE
           IF WS-GHLEDGER-STATUS NOT = '00'
               DISPLAY 'GHLDG010 - UNABLE TO OPEN GHLEDGER, STATUS='
                       WS-GHLEDGER-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-REPORT-DATE TO LDG-BUSINESS-DATE
           MOVE LOW-VALUES     TO LDG-JOB-NAME
                                  LDG-START-TS
           START BATCH-LEDGER-FILE KEY IS GREATER THAN LDG-KEY
               INVALID KEY
                   SET WS-LEDGER-EOF TO TRUE
           END-START

           IF NOT WS-LEDGER-EOF
               PERFORM 3100-READ-NEXT-RUN THRU 3100-EXIT
           END-IF

           PERFORM 3200-LIST-ONE-RUN THRU 3200-EXIT
               UNTIL WS-LEDGER-EOF

           CLOSE BATCH-LEDGER-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-RUN.
           READ BATCH-LEDGER-FILE NEXT
               AT END
                   SET WS-LEDGER-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF LDG-BUSINESS-DATE NOT = WS-REPORT-DATE
               SET WS-LEDGER-EOF TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-LIST-ONE-RUN.
      * This run's own row is still 'R' while the report is printing.
           IF LDG-JOB-NAME = WS-LDG-JOB-NAME
                   AND LDG-START-TS = WS-LDG-START-TS
               PERFORM 3100-READ-NEXT-RUN THRU 3100-EXIT
               GO TO 3200-EXIT
           END-IF

           ADD 1 TO WS-ROWS-LISTED
           PERFORM 3300-PRINT-RUN THRU 3300-EXIT

           PERFORM 3400-FIND-JOB THRU 3400-EXIT
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   OR WS-JOB-NAME(WS-JOB-IDX) = LDG-JOB-NAME

           IF WS-JOB-IDX > WS-JOB-COUNT
               ADD 1 TO WS-UNSCHEDULED-RUNS
           ELSE
               ADD 1 TO WS-JOB-RUNS(WS-JOB-IDX)
               MOVE LDG-STATUS-SW
                   TO WS-JOB-LATEST-STATUS(WS-JOB-IDX)
               MOVE LDG-RETURN-CODE
                   TO WS-JOB-LATEST-RC(WS-JOB-IDX)
               MOVE LDG-MISSING-PRED
                   TO WS-JOB-MISSING-PRED(WS-JOB-IDX)
               MOVE LDG-REFUSE-REASON
                   TO WS-JOB-REFUSE-REASON(WS-JOB-IDX)
           END-IF

           PERFORM 3100-READ-NEXT-RUN THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-PRINT-RUN.
           MOVE LDG-JOB-NAME TO RL-JOB-NAME
           MOVE SPACES       TO RL-START RL-END RL-DETAIL
           STRING LDG-START-TS(1:8)  DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  LDG-START-TS(9:2)  DELIMITED BY SIZE
                  ':'                DELIMITED BY SIZE
                  LDG-START-TS(11:2) DELIMITED BY SIZE
                  ':'                DELIMITED BY SIZE
                  LDG-START-TS(13:2) DELIMITED BY SIZE
               INTO RL-START

           EVALUATE TRUE
               WHEN LDG-COMPLETE
                   MOVE 'COMPLETE' TO RL-STATUS
                   STRING LDG-END-TS(1:8)  DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          LDG-END-TS(9:2)  DELIMITED BY SIZE
                          ':'              DELIMITED BY SIZE
                          LDG-END-TS(11:2) DELIMITED BY SIZE
                          ':'              DELIMITED BY SIZE
                          LDG-END-TS(13:2) DELIMITED BY SIZE
                       INTO RL-END
               WHEN LDG-REFUSED
                   MOVE 'REFUSED' TO RL-STATUS
                   STRING 'PREDECESSOR '    DELIMITED BY SIZE
                          LDG-MISSING-PRED  DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          LDG-REFUSE-REASON DELIMITED BY SIZE
                       INTO RL-DETAIL
               WHEN OTHER
                   MOVE 'NOT ENDED' TO RL-STATUS
                   MOVE 'ABENDED, STILL RUNNING, OR OPEN FAILURE'
                       TO RL-DETAIL
           END-EVALUATE

           IF LDG-RUNNING
               MOVE SPACES TO RL-RC
           ELSE
               MOVE LDG-RETURN-CODE TO WS-EDIT-RC
               MOVE WS-EDIT-RC      TO RL-RC
           END-IF

           WRITE LDG-REPORT-LINE FROM WS-RUN-LINE

           IF LDG-COMPLETE AND LDG-COUNT-LABEL(1) NOT = SPACES
               MOVE SPACES TO WS-RUN-COUNTS-LINE
               PERFORM 3310-FORMAT-ONE-COUNT THRU 3310-EXIT
                   VARYING WS-LDG-CNT-IDX FROM 1 BY 1
                   UNTIL WS-LDG-CNT-IDX > 3
               WRITE LDG-REPORT-LINE FROM WS-RUN-COUNTS-LINE
           END-IF.
       3300-EXIT.
           EXIT.

       3310-FORMAT-ONE-COUNT.
           IF LDG-COUNT-LABEL(WS-LDG-CNT-IDX) NOT = SPACES
               MOVE LDG-COUNT-LABEL(WS-LDG-CNT-IDX)
                   TO RC-LABEL(WS-LDG-CNT-IDX)
               MOVE LDG-COUNT-VALUE(WS-LDG-CNT-IDX)
                   TO RC-VALUE(WS-LDG-CNT-IDX)
           END-IF.
       3310-EXIT.
           EXIT.

       3400-FIND-JOB.
           CONTINUE.
       3400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-JUDGE-ONE-JOB - one scheduled job's outcome from its
      *                      latest run; a job not due tonight is
      *                      printed only if it ran anyway
      *---------------------------------------------------------------
       4000-JUDGE-ONE-JOB.
           IF WS-JOB-IDX = 1
               MOVE 'SCHEDULE' TO SH-TITLE
               WRITE LDG-REPORT-LINE FROM WS-SECTION-LINE
               WRITE LDG-REPORT-LINE FROM WS-SCHED-HEADING
           END-IF

           EVALUATE TRUE
               WHEN WS-JOB-NIGHTLY(WS-JOB-IDX)
                   SET WS-JOB-DUE TO TRUE
                   MOVE 'NIGHTLY' TO SL-FREQUENCY
               WHEN WS-JOB-WEEKLY(WS-JOB-IDX)
                   IF WS-JOB-DAY(WS-JOB-IDX) = WS-DAY-OF-WEEK
                       SET WS-JOB-DUE TO TRUE
                   ELSE
                       SET WS-JOB-NOT-DUE TO TRUE
                   END-IF
                   MOVE SPACES TO SL-FREQUENCY
                   STRING 'WEEKLY D'              DELIMITED BY SIZE
                          WS-JOB-DAY(WS-JOB-IDX)(2:1)
                                                  DELIMITED BY SIZE
                       INTO SL-FREQUENCY
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-JOB-DAY(WS-JOB-IDX) = WS-REPORT-DAY
                           SET WS-JOB-DUE TO TRUE
                       WHEN WS-JOB-DAY(WS-JOB-IDX) =
                                   WS-LAST-DAY-OF-MONTH
                               AND WS-NEXT-DAY = 1
                           SET WS-JOB-DUE TO TRUE
                       WHEN OTHER
                           SET WS-JOB-NOT-DUE TO TRUE
                   END-EVALUATE
                   MOVE SPACES TO SL-FREQUENCY
                   IF WS-JOB-DAY(WS-JOB-IDX) = WS-LAST-DAY-OF-MONTH
                       MOVE 'MONTHLY LD' TO SL-FREQUENCY
                   ELSE
                       STRING 'MONTHLY '             DELIMITED BY SIZE
                              WS-JOB-DAY(WS-JOB-IDX) DELIMITED BY SIZE
                           INTO SL-FREQUENCY
                   END-IF
           END-EVALUATE

           IF WS-JOB-NOT-DUE AND WS-JOB-RUNS(WS-JOB-IDX) = 0
               ADD 1 TO WS-JOBS-NOT-DUE
               GO TO 4000-EXIT
           END-IF

           MOVE WS-JOB-NAME(WS-JOB-IDX) TO SL-JOB-NAME
           MOVE WS-JOB-RUNS(WS-JOB-IDX) TO SL-RUNS
           MOVE SPACES                  TO SL-RC SL-DETAIL

           EVALUATE TRUE
               WHEN WS-JOB-RUNS(WS-JOB-IDX) = 0
                   MOVE 'OUTSTANDING' TO SL-OUTCOME
                   MOVE 'NO RUN RECORDED FOR THE BUSINESS DATE'
                       TO SL-DETAIL
                   ADD 1 TO WS-JOBS-OUTSTANDING
               WHEN WS-JOB-LATEST-STATUS(WS-JOB-IDX) = 'S'
                   MOVE 'SKIPPED - REFUSED' TO SL-OUTCOME
                   STRING 'PREDECESSOR '       DELIMITED BY SIZE
                          WS-JOB-MISSING-PRED(WS-JOB-IDX)
                                               DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          WS-JOB-REFUSE-REASON(WS-JOB-IDX)
                                               DELIMITED BY SIZE
                       INTO SL-DETAIL
                   ADD 1 TO WS-JOBS-REFUSED
               WHEN WS-JOB-LATEST-STATUS(WS-JOB-IDX) = 'R'
                   MOVE 'STARTED, NOT ENDED' TO SL-OUTCOME
                   ADD 1 TO WS-JOBS-NOT-ENDED
               WHEN WS-JOB-LATEST-RC(WS-JOB-IDX) > WS-LDG-CLEAN-RC-MAX
                   MOVE 'FAILED' TO SL-OUTCOME
                   ADD 1 TO WS-JOBS-FAILED
               WHEN OTHER
                   MOVE 'COMPLETED' TO SL-OUTCOME
                   ADD 1 TO WS-JOBS-COMPLETED
           END-EVALUATE

           IF WS-JOB-RUNS(WS-JOB-IDX) > 0
                   AND WS-JOB-LATEST-STATUS(WS-JOB-IDX) NOT = 'R'
               MOVE WS-JOB-LATEST-RC(WS-JOB-IDX) TO WS-EDIT-RC
               MOVE WS-EDIT-RC TO SL-RC
           END-IF

           IF WS-JOB-NOT-DUE
               MOVE 'RAN ON A NIGHT IT WAS NOT DUE' TO SL-DETAIL
           END-IF

           WRITE LDG-REPORT-LINE FROM WS-SCHED-LINE.
       4000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE SPACES TO WS-SECTION-LINE(2:40)
           WRITE LDG-REPORT-LINE FROM WS-SECTION-LINE

           MOVE 'LEDGER ROWS LISTED'      TO CL-LABEL
           MOVE WS-ROWS-LISTED            TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'RUNS OF UNSCHEDULED JOBS' TO CL-LABEL
           MOVE WS-UNSCHEDULED-RUNS       TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'JOBS COMPLETED'          TO CL-LABEL
           MOVE WS-JOBS-COMPLETED         TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'JOBS FAILED'             TO CL-LABEL
           MOVE WS-JOBS-FAILED            TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'JOBS SKIPPED - REFUSED'  TO CL-LABEL
           MOVE WS-JOBS-REFUSED           TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'JOBS STARTED, NOT ENDED' TO CL-LABEL
           MOVE WS-JOBS-NOT-ENDED         TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'JOBS OUTSTANDING'        TO CL-LABEL
           MOVE WS-JOBS-OUTSTANDING       TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'JOBS NOT DUE'            TO CL-LABEL
           MOVE WS-JOBS-NOT-DUE           TO CL-COUNT
           WRITE LDG-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHLDG010 - BUSINESS DATE    : ' WS-REPORT-DATE
           DISPLAY 'GHLDG010 - LEDGER ROWS      : ' WS-ROWS-LISTED
           DISPLAY 'GHLDG010 - JOBS OUTSTANDING : ' WS-JOBS-OUTSTANDING
           DISPLAY 'GHLDG010 - JOBS REFUSED     : ' WS-JOBS-REFUSED

           IF WS-JOBS-OUTSTANDING > 0 OR WS-JOBS-REFUSED > 0
                   OR WS-JOBS-FAILED > 0 OR WS-JOBS-NOT-ENDED > 0
      * A stream that did not finish is a finding for the morning
      * shift - the report itself ran cleanly.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE LDG-CONTROL-FILE
           CLOSE LDG-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
