      *   operations stop arguing from two different shapes of        *
      *   number.                                                     *
      *                                                                *
      *   Clients flagged prepaid on CLNTREG (CLNT-REG-PREPAID) have  *
      *   paid for their calls up front through PREPBAL and are left  *
      *   off the statements, the BILEXT extract and the total        *
      *   billed. Their period usage is listed instead in a separate  *
      *   PREPAID CONSUMPTION section - calls by outcome, the calls   *
      *   and amount purchased in the period (PREPPUR) and the        *
      *   balance and lifetime purchased/consumed totals (PREPBAL) - *
      *   so finance can reconcile purchases against usage. The flag  *
      *   is read as it stands on the night of the run.               *
      *                                                                *
      *   JCL           : JCL/GHBIL010.jcl                            *
      *   DD CTLCARD    : billing period card, YYYYMM (input)         *
      *   DD RATETAB    : finance rate/tier table (input)             *
      *                   by the JCL sort step (input)                *
      *   DD BILRPT     : printed client statements (output)          *
      *   DD BILEXT     : billing-system extract (output)             *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD PREPBAL    : prepaid call balance VSAM KSDS (input)      *
      *   DD PREPPUR    : prepaid purchase ledger VSAM KSDS (input)   *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-08-22  BAQADEV  Read the month's GHUNL010 reporting   *
      *                        extracts instead of the live GHISTORY *
      *                        KSDS.                                  *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger; refuses to start (RC 12) when  *
      *                        a predecessor has not completed        *
      *                        cleanly.                               *
      *   2026-10-15  BAQADEV  Prepaid clients left off the           *
      *                        statements and BILEXT; their usage     *
      *                        listed in a prepaid consumption        *
      *                        section.                               *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILEXT-STATUS.

           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT PREPAID-BAL-FILE ASSIGN TO PREPBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-CLIENT-ID
               FILE STATUS IS WS-PREPBAL-STATUS.

           SELECT PREPAID-PUR-FILE ASSIGN TO PREPPUR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PREPPUR-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIL-CONTROL-FILE
           05 BX-FREE-COUNT                PIC 9(09).
           05 BX-AMOUNT                    PIC 9(11)V9(02).

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  PREPAID-BAL-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY PREPBAL.

       FD  PREPAID-PUR-FILE
           RECORD CONTAINS 96 CHARACTERS.
           COPY PREPPUR.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARD-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-BILRPT-STATUS             PIC X(02) VALUE '00'.
           05 WS-BILEXT-STATUS             PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-PREPBAL-STATUS            PIC X(02) VALUE '00'.
           05 WS-PREPPUR-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-RATE-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-HIST-EOF                 VALUE 'Y'.
           05 WS-FIRST-CLIENT-SW           PIC X(01) VALUE 'Y'.
               88 WS-FIRST-CLIENT             VALUE 'Y'.
           05 WS-PUR-EOF-SW                PIC X(01) VALUE 'N'.
               88 WS-PUR-EOF                  VALUE 'Y'.

       01  WS-PERIOD                       PIC X(06).

       01  WS-CLIENT-FREE                  PIC 9(09) COMP-5.
       01  WS-CLIENT-AMOUNT                PIC S9(11)V9(02) COMP-3.

      * Prepaid clients' period counts, held until the statements
      * are done and printed as their own section.
       01  WS-PREPAID-AREA.
           05 WS-PP-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-PP-MAX                    PIC S9(4) COMP-5 VALUE 500.
           05 WS-PP-IDX                    PIC S9(4) COMP-5.
           05 WS-PP-ENTRY OCCURS 500 TIMES.
               10 WS-PP-CLIENT-ID          PIC X(36).
               10 WS-PP-FULL               PIC 9(09) COMP-5.
               10 WS-PP-REDUCED            PIC 9(09) COMP-5.
               10 WS-PP-FREE               PIC 9(09) COMP-5.
       01  WS-PP-NOT-LISTED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-PP-PERIOD-CALLS              PIC 9(09) COMP-5.
       01  WS-PP-PERIOD-AMOUNT             PIC S9(11)V9(02) COMP-3.
       01  WS-PP-TOT-CONSUMED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-PP-TOT-PURCHASED             PIC S9(13)V9(02) COMP-3
                                            VALUE 0.

       01  WS-ROWS-IN-PERIOD               PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOT-AMOUNT                   PIC S9(13)V9(02) COMP-3
                                            VALUE 0.
                  'RECONCILIATION - PERIOD ROWS BY OUTCOME'.
           05 FILLER                PIC X(72) VALUE SPACES.

       01  WS-PREPAID-HEAD.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(48) VALUE
                  'PREPAID CONSUMPTION - NOT INVOICED       PERIOD '.
           05 PH-PERIOD             PIC X(06).
           05 FILLER                PIC X(78) VALUE SPACES.

       01  WS-PREPAID-CLIENT-LINE.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(15) VALUE 'PREPAID CLIENT '.
           05 PC-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(81) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHBIL010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 2000-BILL-ONE-ROW THRU 2000-EXIT
               UNTIL WS-HIST-EOF
           PERFORM 8000-TERMINATE    THRU 8000-EXIT
           MOVE 'ROWS IN PERIOD'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-IN-PERIOD   TO WS-LDG-COUNT-VALUE(1)
           MOVE 'PREPAID CLIENTS'   TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-PP-COUNT         TO WS-LDG-COUNT-VALUE(2)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  GH-HISTORY-FILE
           OPEN OUTPUT BIL-REPORT-FILE
           OPEN OUTPUT BIL-EXTRACT-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN INPUT  PREPAID-BAL-FILE
           OPEN INPUT  PREPAID-PUR-FILE

           IF WS-CTLCARD-STATUS NOT = '00'
               DISPLAY 'GHBIL010 - UNABLE TO OPEN CTLCARD, STATUS='
               GOBACK
           END-IF

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHBIL010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PREPBAL-STATUS NOT = '00'
                   OR WS-PREPPUR-STATUS NOT = '00'
               DISPLAY 'GHBIL010 - UNABLE TO OPEN PREPBAL/PREPPUR, '
                       'STATUSES=' WS-PREPBAL-STATUS ' '
                       WS-PREPPUR-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ BIL-CONTROL-FILE
               AT END
                   DISPLAY 'GHBIL010 - NO PERIOD CONTROL CARD'
      *                             and write the extract row
      *---------------------------------------------------------------
       3000-STATEMENT-FOR-CLIENT.
      * A prepaid client has already paid for its calls - no invoice,
      * just its usage held for the prepaid consumption section.
           MOVE WS-BREAK-CLIENT TO CLNT-REG-CLIENT-ID
           READ CLNT-REG-FILE
               INVALID KEY
                   MOVE 'N' TO CLNT-REG-PREPAID-SW
           END-READ
           IF CLNT-REG-PREPAID
               PERFORM 3500-HOLD-PREPAID-CLIENT THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-SELECT-TIERS THRU 3100-EXIT

           MOVE 0 TO WS-CLIENT-AMOUNT
       3210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-HOLD-PREPAID-CLIENT - keep the prepaid client's counts
      *                            for the consumption section
      *---------------------------------------------------------------
       3500-HOLD-PREPAID-CLIENT.
           IF WS-PP-COUNT >= WS-PP-MAX
               ADD 1 TO WS-PP-NOT-LISTED
               DISPLAY 'GHBIL010 - PREPAID TABLE FULL, NOT LISTED: '
                       WS-BREAK-CLIENT
               GO TO 3500-EXIT
           END-IF

           ADD 1 TO WS-PP-COUNT
           MOVE WS-BREAK-CLIENT   TO WS-PP-CLIENT-ID(WS-PP-COUNT)
           MOVE WS-CLIENT-FULL    TO WS-PP-FULL(WS-PP-COUNT)
           MOVE WS-CLIENT-REDUCED TO WS-PP-REDUCED(WS-PP-COUNT)
           MOVE WS-CLIENT-FREE    TO WS-PP-FREE(WS-PP-COUNT).
       3500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7000-PREPAID-FOR-CLIENT - one client's period usage set
      *                           against what it bought in the
      *                           period and what it has left
      *---------------------------------------------------------------
       7000-PREPAID-FOR-CLIENT.
           MOVE WS-PP-CLIENT-ID(WS-PP-IDX) TO PC-CLIENT-ID
           WRITE BIL-REPORT-LINE FROM WS-PREPAID-CLIENT-LINE

           ADD WS-PP-FULL(WS-PP-IDX) TO WS-PP-TOT-CONSUMED
           MOVE 'SUCCESSFUL CALLS (DEBITED)' TO SL-LABEL
           MOVE WS-PP-FULL(WS-PP-IDX)      TO SL-COUNT
           MOVE 0                          TO SL-AMOUNT
           WRITE BIL-REPORT-LINE FROM WS-STMT-LINE
           MOVE 'CALLER ERRORS'            TO SL-LABEL
           MOVE WS-PP-REDUCED(WS-PP-IDX)   TO SL-COUNT
           WRITE BIL-REPORT-LINE FROM WS-STMT-LINE
           MOVE 'OUR-FAULT CALLS'          TO SL-LABEL
           MOVE WS-PP-FREE(WS-PP-IDX)      TO SL-COUNT
           WRITE BIL-REPORT-LINE FROM WS-STMT-LINE

           PERFORM 7100-SUM-PERIOD-PURCHASES THRU 7100-EXIT
           ADD WS-PP-PERIOD-AMOUNT TO WS-PP-TOT-PURCHASED
           MOVE 'CALLS PURCHASED IN PERIOD' TO SL-LABEL
           MOVE WS-PP-PERIOD-CALLS         TO SL-COUNT
           MOVE WS-PP-PERIOD-AMOUNT        TO SL-AMOUNT
           WRITE BIL-REPORT-LINE FROM WS-STMT-LINE

           MOVE WS-PP-CLIENT-ID(WS-PP-IDX) TO PB-CLIENT-ID
           READ PREPAID-BAL-FILE
               INVALID KEY
                   MOVE 0 TO PB-BALANCE
                   MOVE 0 TO PB-PURCHASED-TOTAL
                   MOVE 0 TO PB-CONSUMED-TOTAL
           END-READ
           MOVE 0                          TO SL-AMOUNT
           MOVE 'PURCHASED TO DATE'        TO SL-LABEL
           MOVE PB-PURCHASED-TOTAL         TO SL-COUNT
           WRITE BIL-REPORT-LINE FROM WS-STMT-LINE
           MOVE 'CONSUMED TO DATE'         TO SL-LABEL
           MOVE PB-CONSUMED-TOTAL          TO SL-COUNT
           WRITE BIL-REPORT-LINE FROM WS-STMT-LINE
           MOVE 'BALANCE REMAINING'        TO SL-LABEL
           MOVE PB-BALANCE                 TO SL-COUNT
           WRITE BIL-REPORT-LINE FROM WS-STMT-LINE.
       7000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7100-SUM-PERIOD-PURCHASES - browse the client's PREPPUR rows
      *                             and total those dated in the
      *                             billing period
      *---------------------------------------------------------------
       7100-SUM-PERIOD-PURCHASES.
           MOVE 0 TO WS-PP-PERIOD-CALLS
           MOVE 0 TO WS-PP-PERIOD-AMOUNT
           MOVE 'N' TO WS-PUR-EOF-SW

           MOVE WS-PP-CLIENT-ID(WS-PP-IDX) TO PR-CLIENT-ID
           MOVE LOW-VALUES                 TO PR-PURCHASE-REF
           START PREPAID-PUR-FILE KEY NOT < PR-KEY
               INVALID KEY
                   GO TO 7100-EXIT
           END-START

           PERFORM 7110-ADD-ONE-PURCHASE THRU 7110-EXIT
               UNTIL WS-PUR-EOF.
       7100-EXIT.
           EXIT.

       7110-ADD-ONE-PURCHASE.
           READ PREPAID-PUR-FILE NEXT
               AT END
                   SET WS-PUR-EOF TO TRUE
                   GO TO 7110-EXIT
           END-READ

           IF PR-CLIENT-ID NOT = WS-PP-CLIENT-ID(WS-PP-IDX)
               SET WS-PUR-EOF TO TRUE
               GO TO 7110-EXIT
           END-IF

           IF PR-PURCHASE-DATE(1:6) = WS-PERIOD
               ADD PR-CALLS  TO WS-PP-PERIOD-CALLS
               ADD PR-AMOUNT TO WS-PP-PERIOD-AMOUNT
           END-IF.
       7110-EXIT.
           EXIT.

       8000-TERMINATE.
           IF NOT WS-FIRST-CLIENT
               PERFORM 3000-STATEMENT-FOR-CLIENT THRU 3000-EXIT
           END-IF

           IF WS-PP-COUNT > 0 OR WS-PP-NOT-LISTED > 0
               MOVE WS-PERIOD TO PH-PERIOD
               WRITE BIL-REPORT-LINE FROM WS-PREPAID-HEAD
               PERFORM 7000-PREPAID-FOR-CLIENT THRU 7000-EXIT
                   VARYING WS-PP-IDX FROM 1 BY 1
                   UNTIL WS-PP-IDX > WS-PP-COUNT
               MOVE 'PREPAID CALLS CONSUMED'   TO SL-LABEL
               MOVE WS-PP-TOT-CONSUMED         TO SL-COUNT
               MOVE WS-PP-TOT-PURCHASED        TO SL-AMOUNT
               WRITE BIL-REPORT-LINE FROM WS-STMT-LINE
               IF WS-PP-NOT-LISTED > 0
                   MOVE 'PREPAID CLIENTS NOT LISTED' TO SL-LABEL
                   MOVE WS-PP-NOT-LISTED       TO SL-COUNT
                   MOVE 0                      TO SL-AMOUNT
                   WRITE BIL-REPORT-LINE FROM WS-STMT-LINE
               END-IF
           END-IF

           WRITE BIL-REPORT-LINE FROM WS-RECON-HEAD
           PERFORM 8100-PRINT-ONE-RC-LINE THRU 8100-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
           CLOSE GH-HISTORY-FILE
           CLOSE BIL-REPORT-FILE
           CLOSE BIL-EXTRACT-FILE
           CLOSE CLNT-REG-FILE
           CLOSE PREPAID-BAL-FILE
           CLOSE PREPAID-PUR-FILE

           DISPLAY 'GHBIL010 - ROWS IN PERIOD : ' WS-ROWS-IN-PERIOD
           DISPLAY 'GHBIL010 - PREPAID CLIENTS: ' WS-PP-COUNT
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.
           WRITE BIL-REPORT-LINE FROM WS-RECON-LINE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
