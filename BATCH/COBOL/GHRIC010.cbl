       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHRIC010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHRIC010 - registry referential-integrity audit.            *
      *                                                                *
      *   Checks that the files hanging off the CLNTREG client        *
      *   registry (and GRTCAMP off GREETTMP) still agree with it.    *
      *   Nothing is changed - every orphan or contradiction is       *
      *   printed on RICRPT with the file, its key and a suggested    *
      *   corrective action, and the job ends RC 4 when anything is   *
      *   found. The checks:                                          *
      *                                                                *
      *     CLNTPRF  - preference rows for clients not on CLNTREG     *
      *                (left behind by a GHCLM010 delete);            *
      *     SLATERMS - SLA terms rows for clients not on CLNTREG;     *
      *     RATETAB  - rate tiers for clients not on CLNTREG (one     *
      *                line per client; the '*DEFAULT' rows are not  *
      *                a client);                                     *
      *     RATELIM  - daily counter rows for clients not on CLNTREG *
      *                (one line per client, with the row count);     *
      *     TOKNREC  - tokens for clients not on CLNTREG, and active, *
      *                unexpired tokens of clients that are inactive; *
      *     GHISTORY - history rows for client ids not on CLNTREG    *
      *                (one line per client, with the row count) -    *
      *                the whole KSDS is read, so it is the           *
      *                expensive one;                                 *
      *     GRTCAMP  - campaigns for languages no longer on GREETTMP. *
      *                                                                *
      *   Cards (CTLCARDS; '*' in column 1 for a comment) choose the *
      *   checks: the check name in columns 1-8 and, in column 10, a *
      *   day of the week (1 Monday - 7 Sunday, the GHLDG010          *
      *   convention, judged on the business date) when the check is *
      *   to run on that day only - blank runs it every time. ALL     *
      *   selects every check. With no cards every check runs.        *
      *                                                                *
      *   The day-of-week arithmetic uses FUNCTION INTEGER-OF-DATE    *
      *   for the same reason GHLDG010 does.                          *
      *                                                                *
      *   JCL           : JCL/GHRIC010.jcl                            *
      *   DD CTLCARDS   : check selection cards (input)               *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD CLNTPRF    : client preference VSAM KSDS (input)         *
      *   DD SLATERMS   : contractual SLA terms (input)               *
      *   DD RATETAB    : finance rate/tier table (input)             *
      *   DD RATELIM    : daily call counter VSAM KSDS (input)        *
      *   DD TOKNREC    : session token VSAM KSDS (input)             *
      *   DD GHISTORY   : greeting history VSAM KSDS (input)          *
      *   DD GRTCAMP    : greeting campaign VSAM KSDS (input)         *
      *   DD GREETTMP   : greeting template VSAM KSDS (input)         *
      *   DD RICRPT     : printed integrity report (output)           *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *   2026-10-15  BAQADEV  SLATERMS row grew to 67 bytes (SLA     *
      *                        credit terms).                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIC-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT CLNT-PREF-FILE ASSIGN TO CLNTPRF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CLIENT-ID
               FILE STATUS IS WS-CLNTPRF-STATUS.

           SELECT SLA-TERMS-FILE ASSIGN TO SLATERMS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLATERMS-STATUS.

           SELECT RATE-TABLE-FILE ASSIGN TO RATETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATETAB-STATUS.

           SELECT RATE-LIMIT-FILE ASSIGN TO RATELIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RATELIM-STATUS.

           SELECT TOKN-REC-FILE ASSIGN TO TOKNREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TKN-TOKEN-ID
               FILE STATUS IS WS-TOKNREC-STATUS.

           SELECT GH-HISTORY-FILE ASSIGN TO GHISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS WS-GHISTORY-STATUS.

           SELECT GH-CAMPAIGN-FILE ASSIGN TO GRTCAMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GCMP-LANG-CODE
               FILE STATUS IS WS-GRTCAMP-STATUS.

           SELECT GH-TEMPLATE-FILE ASSIGN TO GREETTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRTM-LANG-CODE
               FILE STATUS IS WS-GREETTMP-STATUS.

           SELECT RIC-REPORT-FILE ASSIGN TO RICRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RICRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIC-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RIC-CONTROL-CARD.
           05 RC-CHECK-NAME                PIC X(08).
           05 FILLER                       PIC X(01).
           05 RC-CHECK-DAY                 PIC X(01).
           05 FILLER                       PIC X(70).

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  CLNT-PREF-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY CLNTPRF.

       FD  SLA-TERMS-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY SLATERMS.

       FD  RATE-TABLE-FILE
           RECORD CONTAINS 59 CHARACTERS.
           COPY RATETAB.

       FD  RATE-LIMIT-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY RATELIM.

       FD  TOKN-REC-FILE
           RECORD CONTAINS 181 CHARACTERS.
           COPY TOKNREC.

       FD  GH-HISTORY-FILE
           RECORD CONTAINS 397 CHARACTERS.
           COPY GHISTREC.

       FD  GH-CAMPAIGN-FILE
           RECORD CONTAINS 181 CHARACTERS.
           COPY GRTCAMP.

       FD  GH-TEMPLATE-FILE
           RECORD CONTAINS 225 CHARACTERS.
           COPY GREETTMP.

       FD  RIC-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RIC-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTPRF-STATUS            PIC X(02) VALUE '00'.
           05 WS-SLATERMS-STATUS           PIC X(02) VALUE '00'.
           05 WS-RATETAB-STATUS            PIC X(02) VALUE '00'.
           05 WS-RATELIM-STATUS            PIC X(02) VALUE '00'.
           05 WS-TOKNREC-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-GRTCAMP-STATUS            PIC X(02) VALUE '00'.
           05 WS-GREETTMP-STATUS           PIC X(02) VALUE '00'.
           05 WS-RICRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-CARD-EOF                 VALUE 'Y'.
           05 WS-ANY-CARD-SW               PIC X(01) VALUE 'N'.
               88 WS-ANY-CARD                 VALUE 'Y'.
           05 WS-CLIENT-FOUND-SW           PIC X(01) VALUE 'N'.
               88 WS-CLIENT-FOUND             VALUE 'Y'.
               88 WS-CLIENT-NOT-FOUND         VALUE 'N'.

      * One entry per check, in the order they run and print. The
      * names are the card keywords and, except for TOKNREC's second
      * finding, the file the findings are against.
       01  WS-CHECK-NAME-VALUES.
           05 FILLER                       PIC X(08) VALUE 'CLNTPRF'.
           05 FILLER                       PIC X(08) VALUE 'SLATERMS'.
           05 FILLER                       PIC X(08) VALUE 'RATETAB'.
           05 FILLER                       PIC X(08) VALUE 'RATELIM'.
           05 FILLER                       PIC X(08) VALUE 'TOKNREC'.
           05 FILLER                       PIC X(08) VALUE 'GHISTORY'.
           05 FILLER                       PIC X(08) VALUE 'GRTCAMP'.
       01  WS-CHECK-NAMES REDEFINES WS-CHECK-NAME-VALUES.
           05 WS-CHECK-NAME-LIT OCCURS 7 TIMES PIC X(08).

       01  WS-CHECK-TABLE.
           05 WS-CHK-ENTRY OCCURS 7 TIMES.
               10 WS-CHK-NAME              PIC X(08).
               10 WS-CHK-SELECT-SW         PIC X(01).
                   88 WS-CHK-SELECTED         VALUE 'Y'.
                   88 WS-CHK-NOT-SELECTED     VALUE 'N'.
               10 WS-CHK-RAN-SW            PIC X(01).
                   88 WS-CHK-RAN              VALUE 'Y'.
               10 WS-CHK-ROWS              PIC 9(09) COMP-5.
               10 WS-CHK-FINDINGS          PIC 9(09) COMP-5.
       77  WS-CHK-MAX                      PIC S9(04) COMP-5 VALUE 7.
       01  WS-CHK-IDX                      PIC S9(04) COMP-5.
       01  WS-CARD-IDX                     PIC S9(04) COMP-5.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-NOW-TS14                     PIC X(14).
       01  WS-DAY-INTEGER                  PIC S9(09) COMP-5.
       01  WS-WEEKS                        PIC S9(09) COMP-5.
       01  WS-DAY-OF-WEEK                  PIC S9(04) COMP-5.
       01  WS-CARD-DAY                     PIC 9(01).

      * Per-client grouping for the files read in client order, so a
      * client with thousands of orphan rows prints one line.
       01  WS-GROUP-CLIENT                 PIC X(36).
       01  WS-GROUP-KEY                    PIC X(44).
       01  WS-GROUP-ROWS                   PIC 9(09) COMP-5.

       01  WS-CHECKS-RUN                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-EXAMINED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOTAL-FINDINGS               PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - REGISTRY REFERENTIAL INTEGRITY'.
           05 FILLER                PIC X(10) VALUE 'RUN DATE '.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(09) VALUE 'FILE'.
           05 FILLER                PIC X(45) VALUE 'KEY'.
           05 FILLER                PIC X(08) VALUE '   ROWS'.
           05 FILLER                PIC X(31) VALUE 'FINDING'.
           05 FILLER                PIC X(39) VALUE 'SUGGESTED ACTION'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-FILE               PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-KEY                PIC X(44).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-ROWS               PIC ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-FINDING            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-ACTION             PIC X(39).

       01  WS-SUMMARY-HEAD.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(09) VALUE 'CHECK'.
           05 FILLER                PIC X(12) VALUE '        ROWS'.
           05 FILLER                PIC X(12) VALUE '    FINDINGS'.
           05 FILLER                PIC X(99) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 SM-CHECK              PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SM-ROWS               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SM-FINDINGS           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SM-STATE              PIC X(20).
           05 FILLER                PIC X(78) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHRIC010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT

           IF WS-CHK-SELECTED(1)
               PERFORM 3100-CHECK-CLNTPRF THRU 3100-EXIT
           END-IF
           IF WS-CHK-SELECTED(2)
               PERFORM 3200-CHECK-SLATERMS THRU 3200-EXIT
           END-IF
           IF WS-CHK-SELECTED(3)
               PERFORM 3300-CHECK-RATETAB THRU 3300-EXIT
           END-IF
           IF WS-CHK-SELECTED(4)
               PERFORM 3400-CHECK-RATELIM THRU 3400-EXIT
           END-IF
           IF WS-CHK-SELECTED(5)
               PERFORM 3500-CHECK-TOKNREC THRU 3500-EXIT
           END-IF
           IF WS-CHK-SELECTED(6)
               PERFORM 3600-CHECK-GHISTORY THRU 3600-EXIT
           END-IF
           IF WS-CHK-SELECTED(7)
               PERFORM 3700-CHECK-GRTCAMP THRU 3700-EXIT
           END-IF

           PERFORM 8000-TERMINATE         THRU 8000-EXIT
           MOVE 'CHECKS RUN'        TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-CHECKS-RUN       TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS EXAMINED'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-EXAMINED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'FINDINGS'          TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-TOTAL-FINDINGS   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-NOW-TS14
           STRING WS-CURRENT-DATE      DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
               INTO WS-NOW-TS14

      * Day of the week of the business date - day 1 of the intrinsic
      * calendar, 1601-01-01, was a Monday.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-LDG-BUSINESS-DATE) - 1
           DIVIDE WS-DAY-INTEGER BY 7
               GIVING WS-WEEKS REMAINDER WS-DAY-OF-WEEK
           ADD 1 TO WS-DAY-OF-WEEK

           PERFORM 1200-CLEAR-ONE-CHECK THRU 1200-EXIT
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-MAX

           OPEN INPUT  RIC-CONTROL-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN OUTPUT RIC-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RICRPT-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN RICRPT, STATUS='
                       WS-RICRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
               UNTIL WS-CARD-EOF

      * No cards at all - run everything.
           IF NOT WS-ANY-CARD
               PERFORM 1300-SELECT-ONE-CHECK THRU 1300-EXIT
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-MAX
           END-IF

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE
           WRITE RIC-REPORT-LINE FROM WS-HEADING-1
           WRITE RIC-REPORT-LINE FROM WS-HEADING-2.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1100-READ-ONE-CARD - check name, optional day of the week; a
      *                      card naming no known check is refused -
      *                      a misspelt check would otherwise never
      *                      run and nobody would notice
      *---------------------------------------------------------------
       1100-READ-ONE-CARD.
           READ RIC-CONTROL-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           IF RIC-CONTROL-CARD(1:1) = '*'
                   OR RIC-CONTROL-CARD = SPACES
               GO TO 1100-EXIT
           END-IF

           SET WS-ANY-CARD TO TRUE

           IF RC-CHECK-DAY NOT = SPACE
               IF RC-CHECK-DAY < '1' OR RC-CHECK-DAY > '7'
                   DISPLAY 'GHRIC010 - DAY NOT 1-7 OR BLANK: '
                           RIC-CONTROL-CARD(1:20)
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE RC-CHECK-DAY TO WS-CARD-DAY
               IF WS-CARD-DAY NOT = WS-DAY-OF-WEEK
                   GO TO 1100-EXIT
               END-IF
           END-IF

           IF RC-CHECK-NAME = 'ALL'
               PERFORM 1300-SELECT-ONE-CHECK THRU 1300-EXIT
                   VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-MAX
               GO TO 1100-EXIT
           END-IF

           MOVE 0 TO WS-CARD-IDX
           PERFORM 1400-MATCH-ONE-CHECK THRU 1400-EXIT
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-MAX

           IF WS-CARD-IDX = 0
               DISPLAY 'GHRIC010 - UNKNOWN CHECK ON CARD: '
                       RIC-CONTROL-CARD(1:20)
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SET WS-CHK-SELECTED(WS-CARD-IDX) TO TRUE.
       1100-EXIT.
           EXIT.

       1200-CLEAR-ONE-CHECK.
           MOVE WS-CHECK-NAME-LIT(WS-CHK-IDX) TO WS-CHK-NAME(WS-CHK-IDX)
           SET WS-CHK-NOT-SELECTED(WS-CHK-IDX) TO TRUE
           MOVE 'N' TO WS-CHK-RAN-SW(WS-CHK-IDX)
           MOVE 0   TO WS-CHK-ROWS(WS-CHK-IDX)
           MOVE 0   TO WS-CHK-FINDINGS(WS-CHK-IDX).
       1200-EXIT.
           EXIT.

       1300-SELECT-ONE-CHECK.
           SET WS-CHK-SELECTED(WS-CHK-IDX) TO TRUE.
       1300-EXIT.
           EXIT.

       1400-MATCH-ONE-CHECK.
           IF WS-CHK-NAME(WS-CHK-IDX) = RC-CHECK-NAME
               MOVE WS-CHK-IDX TO WS-CARD-IDX
           END-IF.
       1400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2900-LOOKUP-CLIENT - is CLNT-REG-CLIENT-ID on the registry
      *---------------------------------------------------------------
       2900-LOOKUP-CLIENT.
           SET WS-CLIENT-FOUND TO TRUE
           READ CLNT-REG-FILE
               INVALID KEY
                   SET WS-CLIENT-NOT-FOUND TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2950-END-GROUP - one client's run of rows in a client-ordered
      *                  file is over: report it if the client is not
      *                  on the registry. DL-FILE, DL-FINDING and
      *                  DL-ACTION are set by the check.
      *---------------------------------------------------------------
       2950-END-GROUP.
           IF WS-GROUP-ROWS = 0
               GO TO 2950-EXIT
           END-IF

           MOVE WS-GROUP-CLIENT TO CLNT-REG-CLIENT-ID
           PERFORM 2900-LOOKUP-CLIENT THRU 2900-EXIT
           IF WS-CLIENT-NOT-FOUND
               MOVE WS-GROUP-KEY  TO DL-KEY
               MOVE WS-GROUP-ROWS TO DL-ROWS
               PERFORM 2990-PRINT-FINDING THRU 2990-EXIT
           END-IF

           MOVE 0 TO WS-GROUP-ROWS.
       2950-EXIT.
           EXIT.

       2990-PRINT-FINDING.
           ADD 1 TO WS-CHK-FINDINGS(WS-CHK-IDX)
           ADD 1 TO WS-TOTAL-FINDINGS
           MOVE WS-CHK-NAME(WS-CHK-IDX) TO DL-FILE
           WRITE RIC-REPORT-LINE FROM WS-DETAIL-LINE.
       2990-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-OPEN-FAILED - a check's file would not open: the run is
      *                    no use half done, so stop as every other
      *                    open failure does
      *---------------------------------------------------------------
       3000-OPEN-FAILED.
           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
           MOVE 16 TO RETURN-CODE
           GOBACK.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3100-CHECK-CLNTPRF - preference rows for unknown clients
      *---------------------------------------------------------------
       3100-CHECK-CLNTPRF.
           MOVE 1 TO WS-CHK-IDX
           SET WS-CHK-RAN(WS-CHK-IDX) TO TRUE
           OPEN INPUT CLNT-PREF-FILE
           IF WS-CLNTPRF-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN CLNTPRF, STATUS='
                       WS-CLNTPRF-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 3110-CHECK-ONE-PREF THRU 3110-EXIT
               UNTIL WS-EOF
           CLOSE CLNT-PREF-FILE.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-PREF.
           READ CLNT-PREF-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3110-EXIT
           END-READ
           ADD 1 TO WS-CHK-ROWS(WS-CHK-IDX)

           MOVE CP-CLIENT-ID TO CLNT-REG-CLIENT-ID
           PERFORM 2900-LOOKUP-CLIENT THRU 2900-EXIT
           IF WS-CLIENT-NOT-FOUND
               MOVE CP-CLIENT-ID              TO DL-KEY
               MOVE 1                         TO DL-ROWS
               MOVE 'CLIENT NOT ON CLNTREG'   TO DL-FINDING
               MOVE 'DELETE THE PREFERENCE ROW' TO DL-ACTION
               PERFORM 2990-PRINT-FINDING THRU 2990-EXIT
           END-IF.
       3110-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-CHECK-SLATERMS - SLA terms for unknown clients
      *---------------------------------------------------------------
       3200-CHECK-SLATERMS.
           MOVE 2 TO WS-CHK-IDX
           SET WS-CHK-RAN(WS-CHK-IDX) TO TRUE
           OPEN INPUT SLA-TERMS-FILE
           IF WS-SLATERMS-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN SLATERMS, STATUS='
                       WS-SLATERMS-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 3210-CHECK-ONE-TERM THRU 3210-EXIT
               UNTIL WS-EOF
           CLOSE SLA-TERMS-FILE.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-TERM.
           READ SLA-TERMS-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3210-EXIT
           END-READ
           IF SLA-CLIENT-ID = SPACES
               GO TO 3210-EXIT
           END-IF
           ADD 1 TO WS-CHK-ROWS(WS-CHK-IDX)

           MOVE SLA-CLIENT-ID TO CLNT-REG-CLIENT-ID
           PERFORM 2900-LOOKUP-CLIENT THRU 2900-EXIT
           IF WS-CLIENT-NOT-FOUND
               MOVE SLA-CLIENT-ID             TO DL-KEY
               MOVE 1                         TO DL-ROWS
               MOVE 'CLIENT NOT ON CLNTREG'   TO DL-FINDING
               MOVE 'REMOVE THE TERMS ROW FROM SLATERMS'
                   TO DL-ACTION
               PERFORM 2990-PRINT-FINDING THRU 2990-EXIT
           END-IF.
       3210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3300-CHECK-RATETAB - tiers for unknown clients; the table is
      *                      grouped by client (GHBIL010 insists), so
      *                      one line per client
      *---------------------------------------------------------------
       3300-CHECK-RATETAB.
           MOVE 3 TO WS-CHK-IDX
           SET WS-CHK-RAN(WS-CHK-IDX) TO TRUE
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATETAB-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN RATETAB, STATUS='
                       WS-RATETAB-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF

           MOVE 'CLIENT NOT ON CLNTREG'       TO DL-FINDING
           MOVE 'REMOVE CLIENT TIERS FROM RATETAB' TO DL-ACTION
           MOVE SPACES TO WS-GROUP-CLIENT
           MOVE 0      TO WS-GROUP-ROWS
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3310-CHECK-ONE-TIER THRU 3310-EXIT
               UNTIL WS-EOF
           PERFORM 2950-END-GROUP THRU 2950-EXIT
           CLOSE RATE-TABLE-FILE.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-TIER.
           READ RATE-TABLE-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3310-EXIT
           END-READ
           IF RT-CLIENT-ID = SPACES OR RT-CLIENT-ID = '*DEFAULT'
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO WS-CHK-ROWS(WS-CHK-IDX)

           IF RT-CLIENT-ID NOT = WS-GROUP-CLIENT
               PERFORM 2950-END-GROUP THRU 2950-EXIT
               MOVE RT-CLIENT-ID TO WS-GROUP-CLIENT
               MOVE RT-CLIENT-ID TO WS-GROUP-KEY
           END-IF
           ADD 1 TO WS-GROUP-ROWS.
       3310-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3400-CHECK-RATELIM - daily counters for unknown clients, one
      *                      line per client (key order is client,
      *                      then day)
      *---------------------------------------------------------------
       3400-CHECK-RATELIM.
           MOVE 4 TO WS-CHK-IDX
           SET WS-CHK-RAN(WS-CHK-IDX) TO TRUE
           OPEN INPUT RATE-LIMIT-FILE
           IF WS-RATELIM-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN RATELIM, STATUS='
                       WS-RATELIM-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF

           MOVE 'CLIENT NOT ON CLNTREG'       TO DL-FINDING
           MOVE 'DELETE ROWS OR LEAVE TO GHHKP010 AGEING'
               TO DL-ACTION
           MOVE SPACES TO WS-GROUP-CLIENT
           MOVE 0      TO WS-GROUP-ROWS
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3410-CHECK-ONE-COUNTER THRU 3410-EXIT
               UNTIL WS-EOF
           PERFORM 2950-END-GROUP THRU 2950-EXIT
           CLOSE RATE-LIMIT-FILE.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-COUNTER.
           READ RATE-LIMIT-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3410-EXIT
           END-READ
           ADD 1 TO WS-CHK-ROWS(WS-CHK-IDX)

           IF RL-CLIENT-ID NOT = WS-GROUP-CLIENT
               PERFORM 2950-END-GROUP THRU 2950-EXIT
               MOVE RL-CLIENT-ID TO WS-GROUP-CLIENT
               MOVE RL-KEY       TO WS-GROUP-KEY
           END-IF
           ADD 1 TO WS-GROUP-ROWS.
       3410-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-CHECK-TOKNREC - tokens for unknown clients, and live
      *                      tokens (active, not yet expired) for
      *                      clients that are inactive - the revoke
      *                      on deactivation did not happen
      *---------------------------------------------------------------
       3500-CHECK-TOKNREC.
           MOVE 5 TO WS-CHK-IDX
           SET WS-CHK-RAN(WS-CHK-IDX) TO TRUE
           OPEN INPUT TOKN-REC-FILE
           IF WS-TOKNREC-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN TOKNREC, STATUS='
                       WS-TOKNREC-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 3510-CHECK-ONE-TOKEN THRU 3510-EXIT
               UNTIL WS-EOF
           CLOSE TOKN-REC-FILE.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-TOKEN.
           READ TOKN-REC-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3510-EXIT
           END-READ
           ADD 1 TO WS-CHK-ROWS(WS-CHK-IDX)

           MOVE TKN-CLIENT-ID TO CLNT-REG-CLIENT-ID
           PERFORM 2900-LOOKUP-CLIENT THRU 2900-EXIT
           MOVE TKN-TOKEN-ID TO DL-KEY
           MOVE 1            TO DL-ROWS

           IF WS-CLIENT-NOT-FOUND
               MOVE 'CLIENT NOT ON CLNTREG'   TO DL-FINDING
               MOVE 'DELETE THE TOKEN ROW'    TO DL-ACTION
               PERFORM 2990-PRINT-FINDING THRU 2990-EXIT
               GO TO 3510-EXIT
           END-IF

           IF CLNT-REG-INACTIVE
                   AND TKN-ACTIVE
                   AND TKN-EXPIRES-TS(1:14) > WS-NOW-TS14
               MOVE 'LIVE TOKEN, CLIENT INACTIVE' TO DL-FINDING
               MOVE 'REVOKE THE TOKEN (HWCM OR JMT05)'
                   TO DL-ACTION
               PERFORM 2990-PRINT-FINDING THRU 2990-EXIT
           END-IF.
       3510-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3600-CHECK-GHISTORY - history rows for client ids that are
      *                       not on the registry, one line per
      *                       client with its row count
      *---------------------------------------------------------------
       3600-CHECK-GHISTORY.
           MOVE 6 TO WS-CHK-IDX
           SET WS-CHK-RAN(WS-CHK-IDX) TO TRUE
           OPEN INPUT GH-HISTORY-FILE
           IF WS-GHISTORY-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN GHISTORY, STATUS='
                       WS-GHISTORY-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF

           MOVE 'CLIENT ID NOT ON CLNTREG'    TO DL-FINDING
           MOVE 'CHECK CLNTAUD; ERASE (JMT04) IF BOGUS'
               TO DL-ACTION
           MOVE SPACES TO WS-GROUP-CLIENT
           MOVE 0      TO WS-GROUP-ROWS
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3610-CHECK-ONE-HISTORY THRU 3610-EXIT
               UNTIL WS-EOF
           PERFORM 2950-END-GROUP THRU 2950-EXIT
           CLOSE GH-HISTORY-FILE.
       3600-EXIT.
           EXIT.

       3610-CHECK-ONE-HISTORY.
           READ GH-HISTORY-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3610-EXIT
           END-READ
           ADD 1 TO WS-CHK-ROWS(WS-CHK-IDX)

           IF GH-HIST-CLIENT-ID NOT = WS-GROUP-CLIENT
               PERFORM 2950-END-GROUP THRU 2950-EXIT
               MOVE GH-HIST-CLIENT-ID TO WS-GROUP-CLIENT
               MOVE GH-HIST-CLIENT-ID TO WS-GROUP-KEY
           END-IF
           ADD 1 TO WS-GROUP-ROWS.
       3610-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3700-CHECK-GRTCAMP - campaigns whose language is no longer on
      *                      GREETTMP (the campaign cannot apply - a
      *                      greeting in that language falls back or
      *                      fails before the campaign is consulted)
      *---------------------------------------------------------------
       3700-CHECK-GRTCAMP.
           MOVE 7 TO WS-CHK-IDX
           SET WS-CHK-RAN(WS-CHK-IDX) TO TRUE
           OPEN INPUT GH-CAMPAIGN-FILE
           OPEN INPUT GH-TEMPLATE-FILE
           IF WS-GRTCAMP-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN GRTCAMP, STATUS='
                       WS-GRTCAMP-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF
           IF WS-GREETTMP-STATUS NOT = '00'
               DISPLAY 'GHRIC010 - UNABLE TO OPEN GREETTMP, STATUS='
                       WS-GREETTMP-STATUS
               PERFORM 3000-OPEN-FAILED THRU 3000-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM 3710-CHECK-ONE-CAMPAIGN THRU 3710-EXIT
               UNTIL WS-EOF
           CLOSE GH-CAMPAIGN-FILE
           CLOSE GH-TEMPLATE-FILE.
       3700-EXIT.
           EXIT.

       3710-CHECK-ONE-CAMPAIGN.
           READ GH-CAMPAIGN-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ
           ADD 1 TO WS-CHK-ROWS(WS-CHK-IDX)

           MOVE GCMP-LANG-CODE TO GRTM-LANG-CODE
           READ GH-TEMPLATE-FILE
               INVALID KEY
                   MOVE GCMP-LANG-CODE            TO DL-KEY
                   MOVE 1                         TO DL-ROWS
                   MOVE 'LANGUAGE NOT ON GREETTMP' TO DL-FINDING
                   IF GCMP-TO-DATE < WS-CURRENT-DATE
                       MOVE 'DELETE THE LAPSED CAMPAIGN ROW'
                           TO DL-ACTION
                   ELSE
                       MOVE 'RELOAD TEMPLATE (GHTLD010) OR WITHDRAW'
                           TO DL-ACTION
                   END-IF
                   PERFORM 2990-PRINT-FINDING THRU 2990-EXIT
           END-READ.
       3710-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE RIC-REPORT-LINE FROM WS-SUMMARY-HEAD
           PERFORM 8200-PRINT-ONE-CHECK THRU 8200-EXIT
               VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > WS-CHK-MAX

           MOVE 'CHECKS RUN'              TO CL-LABEL
           MOVE WS-CHECKS-RUN             TO CL-COUNT
           WRITE RIC-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL FINDINGS'          TO CL-LABEL
           MOVE WS-TOTAL-FINDINGS         TO CL-COUNT
           WRITE RIC-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHRIC010 - CHECKS RUN    : ' WS-CHECKS-RUN
           DISPLAY 'GHRIC010 - ROWS EXAMINED : ' WS-ROWS-EXAMINED
           DISPLAY 'GHRIC010 - FINDINGS      : ' WS-TOTAL-FINDINGS
           IF WS-TOTAL-FINDINGS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      * The check files are opened and closed by their own checks.
       8100-CLOSE-FILES.
           CLOSE RIC-CONTROL-FILE
           CLOSE CLNT-REG-FILE
           CLOSE RIC-REPORT-FILE.
       8100-EXIT.
           EXIT.

       8200-PRINT-ONE-CHECK.
           MOVE WS-CHK-NAME(WS-CHK-IDX) TO SM-CHECK
           IF WS-CHK-RAN(WS-CHK-IDX)
               ADD 1 TO WS-CHECKS-RUN
               ADD WS-CHK-ROWS(WS-CHK-IDX) TO WS-ROWS-EXAMINED
               MOVE WS-CHK-ROWS(WS-CHK-IDX)     TO SM-ROWS
               MOVE WS-CHK-FINDINGS(WS-CHK-IDX) TO SM-FINDINGS
               IF WS-CHK-FINDINGS(WS-CHK-IDX) > 0
                   MOVE 'FINDINGS'   TO SM-STATE
               ELSE
                   MOVE 'CLEAN'      TO SM-STATE
               END-IF
           ELSE
               MOVE 0                TO SM-ROWS
               MOVE 0                TO SM-FINDINGS
               MOVE 'NOT RUN'        TO SM-STATE
           END-IF
           WRITE RIC-REPORT-LINE FROM WS-SUMMARY-LINE.
       8200-EXIT.
           EXIT.

       COPY GHLDGCHK.
