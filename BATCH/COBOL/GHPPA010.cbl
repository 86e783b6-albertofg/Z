       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHPPA010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHPPA010 - prepaid purchase apply.                          *
      *                                                                *
      *   Credits the call bundles on finance's PREPFEED purchase     *
      *   feed to the PREPBAL balances of prepaid clients             *
      *   (CLNT-REG-PREPAID), creating a client's balance row on its *
      *   first purchase. Each credited purchase is recorded on the   *
      *   PREPPUR purchase ledger under finance's purchase            *
      *   reference; a reference already there is refused as a       *
      *   duplicate, so a re-sent or rerun feed credits nothing       *
      *   twice.                                                      *
      *                                                                *
      *   A purchase is also refused when the client is not on        *
      *   CLNTREG or is not flagged prepaid (the registry and        *
      *   finance disagree - GHCLM010 sets the flag from the partner *
      *   feed and runs first), or when a field is malformed. Every  *
      *   row is listed on PPARPT, rejects with the reason; RC 4      *
      *   when anything was refused, so finance follows it up.        *
      *                                                                *
      *   JCL           : JCL/GHPPA010.jcl                            *
      *   DD PREPFEED   : finance purchase feed (input)               *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD PREPBAL    : prepaid call balance VSAM KSDS (in/output)  *
      *   DD PREPPUR    : prepaid purchase ledger VSAM KSDS (in/out)  *
      *   DD PPARPT     : printed purchase report (output)            *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *   2026-10-15  BAQADEV  Purchase ledger row written before the *
      *                        balance is credited; a failed balance  *
      *                        update backs it out, a failed back-out *
      *                        ends RC 16.                            *
      *   2026-10-15  BAQADEV  Ledger count labels shortened to fit   *
      *                        16 characters.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREPAID-FEED-FILE ASSIGN TO PREPFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREPFEED-STATUS.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PREPPUR-STATUS.

           SELECT PPA-REPORT-FILE ASSIGN TO PPARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPARPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREPAID-FEED-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY PREPFEED.

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  PREPAID-BAL-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY PREPBAL.

       FD  PREPAID-PUR-FILE
           RECORD CONTAINS 96 CHARACTERS.
           COPY PREPPUR.

       FD  PPA-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PPA-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-PREPFEED-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-PREPBAL-STATUS            PIC X(02) VALUE '00'.
           05 WS-PREPPUR-STATUS            PIC X(02) VALUE '00'.
           05 WS-PPARPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-ROW-OK-SW                 PIC X(01) VALUE 'Y'.
               88 WS-ROW-OK                   VALUE 'Y'.
               88 WS-ROW-REJECTED             VALUE 'N'.
           05 WS-BAL-FOUND-SW              PIC X(01) VALUE 'N'.
               88 WS-BAL-FOUND                VALUE 'Y'.
               88 WS-BAL-NOT-FOUND            VALUE 'N'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-REJECT-REASON                PIC X(40).
       01  WS-FEED-CALLS                   PIC 9(09).
       01  WS-FEED-AMOUNT                  PIC 9(09)V9(02).
       01  WS-FEED-LOW-WATER               PIC 9(09).

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-PURCHASES-APPLIED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-BALANCES-CREATED             PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REJECTED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-CALLS-CREDITED               PIC 9(11) COMP-5 VALUE 0.
       01  WS-AMOUNT-CREDITED              PIC 9(11)V9(02) COMP-3
                                            VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - PREPAID PURCHASES APPLIED'.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'RESULT'.
           05 FILLER                PIC X(38) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(18) VALUE 'PURCHASE REF'.
           05 FILLER                PIC X(13) VALUE '      CALLS'.
           05 FILLER                PIC X(13) VALUE '    BALANCE'.
           05 FILLER                PIC X(36) VALUE 'REJECT REASON'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-RESULT             PIC X(10).
           05 DL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-PURCHASE-REF       PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CALLS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-BALANCE            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-REASON             PIC X(36).

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 AL-LABEL              PIC X(30).
           05 AL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(85) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHPPA010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-APPLY-ONE-ROW   THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'PURCHASES DONE'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-PURCHASES-APPLIED TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS REJECTED'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-REJECTED    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT  PREPAID-FEED-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN I-O    PREPAID-BAL-FILE
           OPEN I-O    PREPAID-PUR-FILE
           OPEN OUTPUT PPA-REPORT-FILE

           IF WS-PREPFEED-STATUS NOT = '00'
               DISPLAY 'GHPPA010 - UNABLE TO OPEN PREPFEED, STATUS='
                       WS-PREPFEED-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHPPA010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PREPBAL-STATUS NOT = '00'
               DISPLAY 'GHPPA010 - UNABLE TO OPEN PREPBAL, STATUS='
                       WS-PREPBAL-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PREPPUR-STATUS NOT = '00'
               DISPLAY 'GHPPA010 - UNABLE TO OPEN PREPPUR, STATUS='
                       WS-PREPPUR-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PPARPT-STATUS NOT = '00'
               DISPLAY 'GHPPA010 - UNABLE TO OPEN PPARPT, STATUS='
                       WS-PPARPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE PPA-REPORT-LINE FROM WS-HEADING-1
           WRITE PPA-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-APPLY-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           SET WS-ROW-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0      TO PB-BALANCE

           PERFORM 2200-VALIDATE-ROW THRU 2200-EXIT

           IF WS-ROW-OK
               PERFORM 3000-CREDIT-PURCHASE THRU 3000-EXIT
           END-IF

           PERFORM 2300-PRINT-ROW THRU 2300-EXIT

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-FEED.
           READ PREPAID-FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-VALIDATE-ROW - fields present and genuinely numeric
      *                     before anything is credited, then the
      *                     client must be registered and prepaid
      *---------------------------------------------------------------
       2200-VALIDATE-ROW.
           IF PF-CLIENT-ID = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'CLIENT ID IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF PF-PURCHASE-REF = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'PURCHASE REFERENCE IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF PF-PURCHASE-DATE NOT NUMERIC
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'PURCHASE DATE NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF PF-CALLS NOT NUMERIC
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'CALLS NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE PF-CALLS TO WS-FEED-CALLS
           IF WS-FEED-CALLS = 0
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'CALLS PURCHASED IS ZERO' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE 0 TO WS-FEED-AMOUNT
           IF PF-AMOUNT NOT = SPACES
               IF PF-AMOUNT NOT NUMERIC
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE PF-AMOUNT TO WS-FEED-AMOUNT
           END-IF

           MOVE 0 TO WS-FEED-LOW-WATER
           IF PF-LOW-WATER NOT = SPACES
               IF PF-LOW-WATER NOT NUMERIC
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'LOW-WATER LEVEL NOT NUMERIC'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE PF-LOW-WATER TO WS-FEED-LOW-WATER
           END-IF

           MOVE PF-CLIENT-ID TO CLNT-REG-CLIENT-ID
           READ CLNT-REG-FILE
               INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'CLIENT NOT ON REGISTRY' TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ

           IF NOT CLNT-REG-PREPAID
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'CLIENT NOT FLAGGED PREPAID ON CLNTREG'
                   TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PRINT-ROW.
           IF WS-ROW-OK
               MOVE 'APPLIED'   TO DL-RESULT
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
               MOVE 'REJECTED'  TO DL-RESULT
           END-IF

           MOVE PF-CLIENT-ID     TO DL-CLIENT-ID
           MOVE PF-PURCHASE-REF  TO DL-PURCHASE-REF
           IF PF-CALLS NUMERIC
               MOVE PF-CALLS     TO DL-CALLS
           ELSE
               MOVE 0            TO DL-CALLS
           END-IF
           MOVE PB-BALANCE       TO DL-BALANCE
           MOVE WS-REJECT-REASON TO DL-REASON
           WRITE PPA-REPORT-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-CREDIT-PURCHASE - refuse a reference already on the
      *                        purchase ledger, record the purchase,
      *                        then credit the balance (a first
      *                        purchase creates the row). The ledger
      *                        row goes first so a purchase is never
      *                        credited without it - a rerun would
      *                        credit it again. A balance that cannot
      *                        be written takes the ledger row back
      *                        off, leaving the purchase free to be
      *                        applied on a rerun; if even that fails
      *                        the run stops RC 16.
      *---------------------------------------------------------------
       3000-CREDIT-PURCHASE.
           MOVE PF-CLIENT-ID    TO PR-CLIENT-ID
           MOVE PF-PURCHASE-REF TO PR-PURCHASE-REF
           READ PREPAID-PUR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'PURCHASE ALREADY APPLIED'
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
           END-READ

           MOVE SPACES           TO PREPAID-PURCHASE-RECORD
           MOVE PF-CLIENT-ID     TO PR-CLIENT-ID
           MOVE PF-PURCHASE-REF  TO PR-PURCHASE-REF
           MOVE PF-PURCHASE-DATE TO PR-PURCHASE-DATE
           MOVE WS-FEED-CALLS    TO PR-CALLS
           MOVE WS-FEED-AMOUNT   TO PR-AMOUNT
           MOVE WS-CURRENT-DATE  TO PR-APPLIED-DATE
           WRITE PREPAID-PURCHASE-RECORD
               INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'PURCHASE LEDGER WRITE FAILED'
                       TO WS-REJECT-REASON
                   GO TO 3000-EXIT
           END-WRITE

           PERFORM 3100-READ-BALANCE THRU 3100-EXIT

           ADD WS-FEED-CALLS TO PB-BALANCE
           ADD WS-FEED-CALLS TO PB-PURCHASED-TOTAL
           MOVE PF-PURCHASE-DATE TO PB-LAST-PURCHASE-DATE
           MOVE PF-PURCHASE-REF  TO PB-LAST-PURCHASE-REF
           IF WS-FEED-LOW-WATER NOT = 0
               MOVE WS-FEED-LOW-WATER TO PB-LOW-WATER
           END-IF

           IF WS-BAL-FOUND
               REWRITE PREPAID-BALANCE-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'BALANCE REWRITE FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE PREPAID-BALANCE-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'BALANCE WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-BALANCES-CREATED
               END-WRITE
           END-IF
           IF WS-ROW-REJECTED
               PERFORM 3200-BACK-OUT-PURCHASE THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

           ADD 1              TO WS-PURCHASES-APPLIED
           ADD WS-FEED-CALLS  TO WS-CALLS-CREDITED
           ADD WS-FEED-AMOUNT TO WS-AMOUNT-CREDITED.
       3000-EXIT.
           EXIT.

       3100-READ-BALANCE.
           SET WS-BAL-FOUND TO TRUE
           MOVE PF-CLIENT-ID TO PB-CLIENT-ID
           READ PREPAID-BAL-FILE
               INVALID KEY
                   SET WS-BAL-NOT-FOUND TO TRUE
           END-READ

           IF WS-BAL-NOT-FOUND
               MOVE SPACES       TO PREPAID-BALANCE-RECORD
               MOVE PF-CLIENT-ID TO PB-CLIENT-ID
               MOVE 0            TO PB-BALANCE
               MOVE 0            TO PB-PURCHASED-TOTAL
               MOVE 0            TO PB-CONSUMED-TOTAL
               MOVE 0            TO PB-LOW-WATER
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-BACK-OUT-PURCHASE - the balance was not credited, so the
      *                          purchase must not stay on the ledger
      *                          as applied. A ledger row that cannot
      *                          be removed is a purchase recorded but
      *                          never credited - stop and fix by hand.
      *---------------------------------------------------------------
       3200-BACK-OUT-PURCHASE.
           MOVE PF-CLIENT-ID    TO PR-CLIENT-ID
           MOVE PF-PURCHASE-REF TO PR-PURCHASE-REF
           DELETE PREPAID-PUR-FILE
               INVALID KEY
                   DISPLAY 'GHPPA010 - PREPPUR ROW NOT BACKED OUT FOR '
                           PR-CLIENT-ID ' ' PR-PURCHASE-REF
                           ' STATUS=' WS-PREPPUR-STATUS
                   DISPLAY 'GHPPA010 - PURCHASE RECORDED BUT NOT '
                           'CREDITED - RUN STOPPED'
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-DELETE.
       3200-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'ROWS READ'               TO CL-LABEL
           MOVE WS-ROWS-READ              TO CL-COUNT
           WRITE PPA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PURCHASES APPLIED'       TO CL-LABEL
           MOVE WS-PURCHASES-APPLIED      TO CL-COUNT
           WRITE PPA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NEW PREPAID BALANCES'    TO CL-LABEL
           MOVE WS-BALANCES-CREATED       TO CL-COUNT
           WRITE PPA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CALLS CREDITED'          TO CL-LABEL
           MOVE WS-CALLS-CREDITED         TO CL-COUNT
           WRITE PPA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'AMOUNT CREDITED'         TO AL-LABEL
           MOVE WS-AMOUNT-CREDITED        TO AL-AMOUNT
           WRITE PPA-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'ROWS REJECTED'           TO CL-LABEL
           MOVE WS-ROWS-REJECTED          TO CL-COUNT
           WRITE PPA-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHPPA010 - ROWS READ         : ' WS-ROWS-READ
           DISPLAY 'GHPPA010 - PURCHASES APPLIED : '
                   WS-PURCHASES-APPLIED
           DISPLAY 'GHPPA010 - ROWS REJECTED     : ' WS-ROWS-REJECTED
      * A refused purchase is money finance has taken for calls the
      * client cannot use yet - flag it without stopping the stream.
           IF WS-ROWS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE PREPAID-FEED-FILE
           CLOSE CLNT-REG-FILE
           CLOSE PREPAID-BAL-FILE
           CLOSE PREPAID-PUR-FILE
           CLOSE PPA-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
