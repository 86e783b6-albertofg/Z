      *                                                                *
      *   GHSTM010 - nightly per-partner activity-statement feed.     *
      *                                                                *
      *   Merges the two newest GHRPTEXT reporting extracts (unloaded *
      *   by GHUNL010, each already in client-id/timestamp key order) *
      *   and cuts one machine-readable statement set per client:     *
      *   every invocation of the day with its timestamp, API name,   *
      *   the language actually applied, and the return/status codes, *
      *   opened by a client header and closed by a trailer with the  *
      *   set's control totals (GHSTMOUT layout, the GHBATOUT         *
      *   header/trailer style). Partners reconcile against the daily *
      *   feed instead of paging JMT01 a hundred rows at a time or    *
      *   disputing the monthly GHBIL010 invoice when the period is   *
      *   already closed.                                             *
      *                                                                *
      *   The statement day is the partner's own calendar day. A      *
      *   client with a UTC offset on CLNTREG (CLNT-REG-UTC-OFFSET)   *
      *   gets the latest of its days that was over by the host       *
      *   midnight closing the business date; a client without one    *
      *   gets the business date itself, the host day. Each row's     *
      *   host timestamp is moved onto the client's clock (TZONECNV)  *
      *   and only the rows falling on that day are statemented - a   *
      *   partner well east of the host starts its day the previous   *
      *   host evening, which is why the previous night's extract is  *
      *   merged in. Rows outside the day are counted, not lost: the  *
      *   neighbouring night's run statements them.                   *
      *                                                                *
      *   Detail rows are counted into the trailer as successes (BAQ  *
      *   return code 0) or failures (everything else), the same      *
      *   split the partner sees call by call. Erased rows are        *
      *   included - the invocation happened and is billable - and    *
      *   the feed never carries the name, so erasure does not bend   *
      *   the counts. A client with no row on its statement day gets  *
      *   no set.                                                     *
      *                                                                *
      *   The feed is one physical file of statement sets in client   *
      *   order; the distribution step splits it per partner on the   *
      *   'H' records (see the JCL).                                  *
      *                                                                *
      *   JCL           : JCL/GHSTM010.jcl                            *
      *   DD STMPRIOR   : the previous night's GHRPTEXT extract       *
      *                   (input)                                     *
      *   DD STMEXTR    : the night's GHRPTEXT reporting extract      *
      *                   from GHUNL010 (input)                       *
      *   DD SORTWK01   : merge work                                  *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD STMFEED    : partner statement feed, GHSTMOUT layout     *
      *                   (output)                                    *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger; refuses to start (RC 12) when  *
      *                        a predecessor has not completed        *
      *                        cleanly.                               *
      *   2026-10-15  BAQADEV  Statements cut on the partner's own    *
      *                        day (CLNTREG UTC offset); the previous *
      *                        night's extract merged in to cover it. *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GH-PRIOR-FILE ASSIGN TO STMPRIOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMPRIOR-STATUS.

           SELECT GH-EXTRACT-FILE ASSIGN TO STMEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMEXTR-STATUS.

           SELECT STM-MERGE-FILE ASSIGN TO SORTWK01.

           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT STM-FEED-FILE ASSIGN TO STMFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMFEED-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-PRIOR-FILE
           RECORD CONTAINS 397 CHARACTERS.
       01  GH-PRIOR-RECORD                 PIC X(397).

       FD  GH-EXTRACT-FILE
           RECORD CONTAINS 397 CHARACTERS.
       01  GH-EXTRACT-RECORD               PIC X(397).

       SD  STM-MERGE-FILE.
       01  STM-MERGE-RECORD.
           05 SM-HIST-KEY                  PIC X(62).
           05 FILLER                       PIC X(335).

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  STM-FEED-FILE
           RECORD CONTAINS 69 CHARACTERS.
           COPY GHSTMOUT.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-STMPRIOR-STATUS           PIC X(02) VALUE '00'.
           05 WS-STMEXTR-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-STMFEED-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-FIRST-CLIENT-SW           PIC X(01) VALUE 'Y'.
               88 WS-FIRST-CLIENT             VALUE 'Y'.
           05 WS-SET-OPEN-SW               PIC X(01) VALUE 'N'.
               88 WS-SET-OPEN                 VALUE 'Y'.

      * The merged rows are returned here so the history fields can
      * be tested by name.
       COPY GHISTREC.

       01  WS-BREAK-CLIENT                 PIC X(36).
       01  WS-STMT-DATE                    PIC 9(08).
       01  WS-CLOSE-HOST-DATE              PIC 9(08).
       01  WS-DAY-INT                      PIC S9(9) COMP-5.

       01  WS-CLIENT-SEQ-NO                PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENT-SUCCESSES             PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENT-FAILURES              PIC 9(09) COMP-5 VALUE 0.

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-OTHER-DAY               PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-CUT                  PIC 9(09) COMP-5 VALUE 0.

       COPY GHLDGWS.
       COPY TZONEWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHSTM010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT

           MERGE STM-MERGE-FILE
               ON ASCENDING KEY SM-HIST-KEY
               USING GH-PRIOR-FILE GH-EXTRACT-FILE
               OUTPUT PROCEDURE IS 2000-CUT-STATEMENTS
                                THRU 2000-EXIT

      * Nothing is worth keeping from a failed merge - the rerun
      * rewrites the feed generation from scratch.
           IF SORT-RETURN NOT = 0
               DISPLAY 'GHSTM010 - MERGE FAILED, SORT-RETURN='
                       SORT-RETURN
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 8000-TERMINATE         THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'STATEMENT SETS'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CLIENTS-CUT      TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS OTHER DAY'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-OTHER-DAY   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

      *---------------------------------------------------------------
      * 1000-INITIALIZE - the extracts are opened by the MERGE itself;
      *                   the host date whose midnight closes the
      *                   business date is fixed once for the run
      *---------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT  CLNT-REG-FILE
           OPEN OUTPUT STM-FEED-FILE

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHSTM010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-STMFEED-STATUS NOT = '00'
               DISPLAY 'GHSTM010 - UNABLE TO OPEN STMFEED, STATUS='
                       WS-STMFEED-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-LDG-BUSINESS-DATE) + 1
           COMPUTE WS-CLOSE-HOST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-CUT-STATEMENTS - MERGE output procedure: both nights'
      *                       rows in GHISTORY key order (client id +
      *                       timestamp), one statement set per client
      *---------------------------------------------------------------
       2000-CUT-STATEMENTS.
           PERFORM 2100-RETURN-MERGED THRU 2100-EXIT
           PERFORM 2200-STATEMENT-ONE-ROW THRU 2200-EXIT
               UNTIL WS-EOF
           IF WS-SET-OPEN
               PERFORM 3100-CLOSE-STATEMENT-SET THRU 3100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-RETURN-MERGED.
           RETURN STM-MERGE-FILE INTO GH-HIST-RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-RETURN
           ADD 1 TO WS-ROWS-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-STATEMENT-ONE-ROW - control break on client id: close
      *                          the previous set and fix the new
      *                          client's statement day on the break;
      *                          a row on that day is written as a
      *                          detail, any other row is only counted
      *---------------------------------------------------------------
       2200-STATEMENT-ONE-ROW.
           IF WS-FIRST-CLIENT
                   OR GH-HIST-CLIENT-ID NOT = WS-BREAK-CLIENT
               IF WS-SET-OPEN
                   PERFORM 3100-CLOSE-STATEMENT-SET THRU 3100-EXIT
               END-IF
               MOVE GH-HIST-CLIENT-ID TO WS-BREAK-CLIENT
               MOVE 'N' TO WS-FIRST-CLIENT-SW
               PERFORM 2300-SET-STATEMENT-DAY THRU 2300-EXIT
           END-IF

           MOVE GH-HIST-TIMESTAMP(1:8) TO TZ-HOST-DATE
           MOVE GH-HIST-TIMESTAMP(9:6) TO TZ-HOST-TIME
           PERFORM 9650-TO-CLIENT-TIME-THRU-EXIT THRU 9650-EXIT
           IF TZ-LOCAL-DATE = WS-STMT-DATE
               PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
           ELSE
               ADD 1 TO WS-ROWS-OTHER-DAY
           END-IF

           PERFORM 2100-RETURN-MERGED THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2300-SET-STATEMENT-DAY - the client's offset from CLNTREG (a
      *                          client no longer on the registry is
      *                          cut on the host day), the host
      *                          midnight closing the business date
      *                          moved onto its clock, and the day
      *                          before that local date - the last of
      *                          the client's days wholly over
      *---------------------------------------------------------------
       2300-SET-STATEMENT-DAY.
           MOVE WS-BREAK-CLIENT TO CLNT-REG-CLIENT-ID
           READ CLNT-REG-FILE
               INVALID KEY
                   MOVE SPACES TO CLNT-REG-UTC-OFFSET
           END-READ

           MOVE CLNT-REG-UTC-OFFSET TO TZ-CLIENT-OFFSET
           MOVE WS-CLOSE-HOST-DATE  TO TZ-HOST-DATE
           MOVE 0                   TO TZ-HOST-TIME
           PERFORM 9650-TO-CLIENT-TIME-THRU-EXIT THRU 9650-EXIT

           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(TZ-LOCAL-DATE) - 1
           COMPUTE WS-STMT-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
       2300-EXIT.
           EXIT.

       2400-WRITE-DETAIL.
           IF NOT WS-SET-OPEN
               PERFORM 3000-OPEN-STATEMENT-SET THRU 3000-EXIT
           END-IF

           MOVE GH-HIST-LANG           TO GHSTM-LANG-APPLIED
           MOVE GH-HIST-RETURN-CODE    TO GHSTM-RETURN-CODE
           MOVE GH-HIST-STATUS-CODE    TO GHSTM-STATUS-CODE
           WRITE GH-STMT-RECORD.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-OPEN-STATEMENT-SET - header for the client, opened on
      *                           its first row of the statement day
      *---------------------------------------------------------------
       3000-OPEN-STATEMENT-SET.
           MOVE 0 TO WS-CLIENT-SEQ-NO
           MOVE 0 TO WS-CLIENT-SUCCESSES
           MOVE 0 TO WS-CLIENT-FAILURES

           MOVE SPACES                 TO GH-STMT-RECORD
           SET GHSTM-REC-HEADER        TO TRUE
           MOVE WS-BREAK-CLIENT        TO GHSTM-HDR-CLIENT-ID
           MOVE WS-STMT-DATE           TO GHSTM-HDR-STMT-DATE
           MOVE TZ-CLIENT-OFFSET       TO GHSTM-HDR-UTC-OFFSET
           WRITE GH-STMT-RECORD
           MOVE 'Y' TO WS-SET-OPEN-SW.
       3000-EXIT.
           EXIT.

           MOVE WS-CLIENT-SUCCESSES    TO GHSTM-TRL-SUCCESS-COUNT
           MOVE WS-CLIENT-FAILURES     TO GHSTM-TRL-FAILURE-COUNT
           WRITE GH-STMT-RECORD
           MOVE 'N' TO WS-SET-OPEN-SW
           ADD 1 TO WS-CLIENTS-CUT.
       3100-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHSTM010 - EXTRACT ROWS READ  : ' WS-ROWS-READ
           DISPLAY 'GHSTM010 - ROWS OTHER DAY     : ' WS-ROWS-OTHER-DAY
           DISPLAY 'GHSTM010 - STATEMENT SETS CUT : ' WS-CLIENTS-CUT
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE CLNT-REG-FILE
           CLOSE STM-FEED-FILE.
       8100-EXIT.
           EXIT.

       COPY TZONECNV.
       COPY GHLDGCHK.
