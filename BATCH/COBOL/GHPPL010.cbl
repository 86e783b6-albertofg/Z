       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHPPL010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHPPL010 - prepaid low-balance report.                      *
      *                                                                *
      *   Reads the CLNTREG client registry end to end and, for each  *
      *   active client flagged prepaid (CLNT-REG-PREPAID), looks up  *
      *   its PREPBAL call balance. A client is listed when the       *
      *   balance is at or below its warning level - PB-LOW-WATER,    *
      *   as finance set it on the purchase feed, or the LOW= card    *
      *   default when that is zero:                                  *
      *                                                                *
      *     NO BALANCE ON FILE - no PREPBAL row; every call is being *
      *                          refused (1014) until a purchase     *
      *                          lands;                               *
      *     EXHAUSTED          - balance zero; the same;              *
      *     LOW                - calls left, at or under the level.  *
      *                                                                *
      *   RC 4 when anything is listed, so the account team can sell *
      *   the client a top-up before its calls start failing.         *
      *   Inactive clients are left off - they cannot call anyway.    *
      *                                                                *
      *   Card (CTLCARDS, optional; '*' in column 1 for a comment):  *
      *     LOW=nnnnnnnnn   warning level for clients without one of *
      *                     their own; without it, 1000 calls.        *
      *                                                                *
      *   JCL           : JCL/GHPPL010.jcl                            *
      *   DD CTLCARDS   : warning level card (input)                  *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD PREPBAL    : prepaid call balance VSAM KSDS (input)      *
      *   DD PPLRPT     : printed low-balance report (output)         *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPL-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT PREPAID-BAL-FILE ASSIGN TO PREPBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-CLIENT-ID
               FILE STATUS IS WS-PREPBAL-STATUS.

           SELECT PPL-REPORT-FILE ASSIGN TO PPLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPLRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PPL-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PPL-CONTROL-CARD.
           05 PC-LOW-KEYWORD               PIC X(04).
           05 PC-LOW-LEVEL                 PIC X(09).
           05 FILLER                       PIC X(67).

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  PREPAID-BAL-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY PREPBAL.

       FD  PPL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PPL-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-PREPBAL-STATUS            PIC X(02) VALUE '00'.
           05 WS-PPLRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-CARD-EOF                 VALUE 'Y'.
           05 WS-BAL-FOUND-SW              PIC X(01) VALUE 'N'.
               88 WS-BAL-FOUND                VALUE 'Y'.
               88 WS-BAL-NOT-FOUND            VALUE 'N'.

      * Warning level for a client with no PB-LOW-WATER of its own;
      * the LOW= card overrides it.
       01  WS-DEFAULT-LOW-WATER            PIC 9(09) COMP-5 VALUE 1000.
       01  WS-LOW-WATER                    PIC 9(09) COMP-5.

       01  WS-CURRENT-DATE                 PIC 9(08).

       01  WS-CLIENTS-READ                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-PREPAID-CLIENTS              PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-LOW                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-EXHAUSTED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-NO-BALANCE           PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-LISTED               PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - PREPAID LOW-BALANCE REPORT'.
           05 FILLER                PIC X(10) VALUE 'RUN DATE '.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(37) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(31) VALUE 'CLIENT NAME'.
           05 FILLER                PIC X(12) VALUE '    BALANCE'.
           05 FILLER                PIC X(12) VALUE '      LEVEL'.
           05 FILLER                PIC X(09) VALUE 'LAST BUY'.
           05 FILLER                PIC X(31) VALUE 'STATE'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-NAME               PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-BALANCE            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-LOW-WATER          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-LAST-PURCHASE      PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-STATE              PIC X(31).

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHPPL010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-CLIENT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'PREPAID CLIENTS'   TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-PREPAID-CLIENTS  TO WS-LDG-COUNT-VALUE(1)
           MOVE 'LOW BALANCE'       TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CLIENTS-LOW      TO WS-LDG-COUNT-VALUE(2)
           MOVE 'OUT OF CALLS'      TO WS-LDG-COUNT-LABEL(3)
           COMPUTE WS-LDG-COUNT-VALUE(3) =
               WS-CLIENTS-EXHAUSTED + WS-CLIENTS-NO-BALANCE
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT  PPL-CONTROL-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN INPUT  PREPAID-BAL-FILE
           OPEN OUTPUT PPL-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHPPL010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHPPL010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PREPBAL-STATUS NOT = '00'
               DISPLAY 'GHPPL010 - UNABLE TO OPEN PREPBAL, STATUS='
                       WS-PREPBAL-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PPLRPT-STATUS NOT = '00'
               DISPLAY 'GHPPL010 - UNABLE TO OPEN PPLRPT, STATUS='
                       WS-PPLRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
               UNTIL WS-CARD-EOF

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE
           WRITE PPL-REPORT-LINE FROM WS-HEADING-1
           WRITE PPL-REPORT-LINE FROM WS-HEADING-2

           MOVE LOW-VALUES TO CLNT-REG-CLIENT-ID
           START CLNT-REG-FILE KEY IS GREATER THAN CLNT-REG-CLIENT-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           IF NOT WS-EOF
               PERFORM 2100-READ-REGISTRY THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-CARD.
           READ PPL-CONTROL-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           IF PPL-CONTROL-CARD(1:1) = '*'
                   OR PPL-CONTROL-CARD = SPACES
               GO TO 1100-EXIT
           END-IF

           IF PC-LOW-KEYWORD = 'LOW='
                   AND PC-LOW-LEVEL NUMERIC
               MOVE PC-LOW-LEVEL TO WS-DEFAULT-LOW-WATER
               GO TO 1100-EXIT
           END-IF

           DISPLAY 'GHPPL010 - CARD NOT LOW=NNNNNNNNN: '
                   PPL-CONTROL-CARD(1:20)
           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
           MOVE 16 TO RETURN-CODE
           GOBACK.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-CHECK-ONE-CLIENT - active prepaid clients only
      *---------------------------------------------------------------
       2000-CHECK-ONE-CLIENT.
           ADD 1 TO WS-CLIENTS-READ

           IF CLNT-REG-PREPAID AND CLNT-REG-ACTIVE
               ADD 1 TO WS-PREPAID-CLIENTS
               PERFORM 2200-JUDGE-BALANCE THRU 2200-EXIT
           END-IF

           PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-REGISTRY.
           READ CLNT-REG-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-JUDGE-BALANCE.
           SET WS-BAL-FOUND TO TRUE
           MOVE CLNT-REG-CLIENT-ID TO PB-CLIENT-ID
           READ PREPAID-BAL-FILE
               INVALID KEY
                   SET WS-BAL-NOT-FOUND TO TRUE
           END-READ

           IF WS-BAL-NOT-FOUND
               ADD 1 TO WS-CLIENTS-NO-BALANCE
               MOVE 0                    TO PB-BALANCE
               MOVE 0                    TO PB-LOW-WATER
               MOVE SPACES               TO DL-LAST-PURCHASE
               MOVE 'NO BALANCE ON FILE' TO DL-STATE
               MOVE WS-DEFAULT-LOW-WATER TO WS-LOW-WATER
               PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
               GO TO 2200-EXIT
           END-IF

           IF PB-LOW-WATER = 0
               MOVE WS-DEFAULT-LOW-WATER TO WS-LOW-WATER
           ELSE
               MOVE PB-LOW-WATER         TO WS-LOW-WATER
           END-IF
           MOVE PB-LAST-PURCHASE-DATE TO DL-LAST-PURCHASE

           IF PB-BALANCE = 0
               ADD 1 TO WS-CLIENTS-EXHAUSTED
               MOVE 'EXHAUSTED - CALLS REFUSED' TO DL-STATE
               PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
               GO TO 2200-EXIT
           END-IF

           IF PB-BALANCE NOT > WS-LOW-WATER
               ADD 1 TO WS-CLIENTS-LOW
               MOVE 'LOW - TOP-UP DUE' TO DL-STATE
               PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       4000-PRINT-DETAIL.
           ADD 1 TO WS-CLIENTS-LISTED
           MOVE CLNT-REG-CLIENT-ID TO DL-CLIENT-ID
           MOVE CLNT-REG-NAME      TO DL-NAME
           MOVE PB-BALANCE         TO DL-BALANCE
           MOVE WS-LOW-WATER       TO DL-LOW-WATER
           WRITE PPL-REPORT-LINE FROM WS-DETAIL-LINE.
       4000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'CLIENTS READ'            TO CL-LABEL
           MOVE WS-CLIENTS-READ           TO CL-COUNT
           WRITE PPL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ACTIVE PREPAID CLIENTS'  TO CL-LABEL
           MOVE WS-PREPAID-CLIENTS        TO CL-COUNT
           WRITE PPL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LOW BALANCE'             TO CL-LABEL
           MOVE WS-CLIENTS-LOW            TO CL-COUNT
           WRITE PPL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXHAUSTED'               TO CL-LABEL
           MOVE WS-CLIENTS-EXHAUSTED      TO CL-COUNT
           WRITE PPL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NO BALANCE ON FILE'      TO CL-LABEL
           MOVE WS-CLIENTS-NO-BALANCE     TO CL-COUNT
           WRITE PPL-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHPPL010 - PREPAID CLIENTS   : ' WS-PREPAID-CLIENTS
           DISPLAY 'GHPPL010 - CLIENTS LISTED    : ' WS-CLIENTS-LISTED
           IF WS-CLIENTS-LISTED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE PPL-CONTROL-FILE
           CLOSE CLNT-REG-FILE
           CLOSE PREPAID-BAL-FILE
           CLOSE PPL-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
