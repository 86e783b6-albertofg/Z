      *   Every miss lands on the breach list with the margin in      *
      *   milliseconds, and any breach ends the job RC 4 - so        *
      *   contract penalty conversations run on our numbers.          *
      *   Every breach is also written to the SLABRCH extract, with   *
      *   no list limit, for GHSLC010 to raise the month-end service  *
      *   credits from.                                               *
      *                                                                *
      *   Percentiles are exact, not sampled: response times are      *
      *   bucketed into a millisecond histogram (one bucket per ms    *
      *   and are skipped; rows the SMF unload could not attribute    *
      *   to a client (blank client id) are counted and skipped.      *
      *                                                                *
      *   Timings that fall inside a planned maintenance window of    *
      *   scope ALL or ONLN (MAINTWIN) are not the client's service - *
      *   they are counted, listed per window, and left out of every  *
      *   percentile. Windows that ended more than 100 days before    *
      *   the run cannot touch a monthly feed and are not loaded.     *
      *                                                                *
      *   JCL           : JCL/GHSLA010.jcl                            *
      *   DD SLATERMS   : contract SLA terms (input)                  *
      *   DD SMFEXTR    : SMF 110 extract, sorted by client id and   *
      *                   start date by the JCL sort step (input)     *
      *   DD MAINTWIN   : maintenance-window calendar KSDS (input)    *
      *   DD SLARPT     : compliance/breach report (output)           *
      *   DD SLABRCH    : breach extract for GHSLC010 (output)        *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Timings inside planned maintenance     *
      *                        windows (MAINTWIN, scope ALL/ONLN)     *
      *                        left out of the percentiles and listed *
      *                        per window.                            *
      *   2026-10-15  BAQADEV  Every breach written to the SLABRCH    *
      *                        extract for the GHSLC010 service       *
      *                        credits; SLATERMS row grew to 67 bytes *
      *                        (credit terms).                        *
      *   2026-10-15  BAQADEV  Ledger count labels shortened to fit   *
      *                        16 characters.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMFEXTR-STATUS.

           SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-MAINTWIN-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLARPT-STATUS.

           SELECT SLA-BREACH-FILE ASSIGN TO SLABRCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLABRCH-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-TERMS-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY SLATERMS.

       FD  SMF-EXTRACT-FILE
           RECORD CONTAINS 70 CHARACTERS.
           COPY SMFCICS.

       FD  MAINT-WINDOW-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY MAINTWIN.

       FD  SLA-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SLA-REPORT-LINE                 PIC X(133).

       FD  SLA-BREACH-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY SLABRCH.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-SLATERMS-STATUS           PIC X(02) VALUE '00'.
           05 WS-SMFEXTR-STATUS            PIC X(02) VALUE '00'.
           05 WS-SLARPT-STATUS             PIC X(02) VALUE '00'.
           05 WS-MAINTWIN-STATUS           PIC X(02) VALUE '00'.
           05 WS-SLABRCH-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-TERMS-EOF-SW              PIC X(01) VALUE 'N'.
               88 WS-FIRST-GROUP              VALUE 'Y'.
           05 WS-TERM-FOUND-SW             PIC X(01) VALUE 'N'.
               88 WS-TERM-FOUND               VALUE 'Y'.
           05 WS-MW-EOF-SW                 PIC X(01) VALUE 'N'.
               88 WS-MW-EOF                   VALUE 'Y'.
           05 WS-IN-WINDOW-SW              PIC X(01) VALUE 'N'.
               88 WS-IN-WINDOW                VALUE 'Y'.

       01  WS-SLA-TERMS-AREA.
           05 WS-ST-COUNT                  PIC S9(4) COMP-5 VALUE 0.
                   88 WS-ST-DAILY             VALUE 'D'.
                   88 WS-ST-MONTHLY           VALUE 'M'.

      * Maintenance windows of scope ALL or ONLN that could overlap
      * the feed - those ending on or after the lookback date.
       01  WS-MAINT-AREA.
           05 WS-MW-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-MW-MAX                    PIC S9(4) COMP-5 VALUE 200.
           05 WS-MW-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-MW-IDX.
               10 WS-MW-REF                PIC X(10).
               10 WS-MW-START-TS           PIC 9(14).
               10 WS-MW-END-TS             PIC 9(14).
               10 WS-MW-ROWS               PIC 9(09) COMP-5.

       01  WS-MAINT-LOOKBACK-DAYS          PIC 9(03) VALUE 100.
       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-LOOKBACK-DATE                PIC 9(08).
       01  WS-ROW-TS                       PIC 9(14).

      * The client's term picked at each group break - subscripted
      * table references everywhere else would bury the report logic.
       01  WS-TERM-PERCENTILE              PIC 9(03).
       01  WS-ROWS-NO-TERMS                PIC 9(09) COMP-5 VALUE 0.
       01  WS-BREACHES-FOUND               PIC 9(09) COMP-5 VALUE 0.
       01  WS-BREACHES-DROPPED             PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-IN-MAINT                PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 BL-MARGIN-MS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(34) VALUE SPACES.

       01  WS-MAINT-HEAD.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(132) VALUE
                  'ROWS LEFT OUT - PLANNED MAINTENANCE WINDOWS'.

       01  WS-MAINT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 ML-REF                PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ML-START-TS           PIC 9(14).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 ML-END-TS             PIC 9(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ML-ROWS               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(75) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 TL-LABEL              PIC X(30).
           05 TL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHSLA010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ROW  THRU 2000-EXIT
               UNTIL WS-SMF-EOF
           PERFORM 8000-TERMINATE      THRU 8000-EXIT
           MOVE 'TIMING ROWS'       TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'BREACHES FOUND'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-BREACHES-FOUND   TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS IN MAINT'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-IN-MAINT    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  SLA-TERMS-FILE
           OPEN INPUT  SMF-EXTRACT-FILE
           OPEN INPUT  MAINT-WINDOW-FILE
           OPEN OUTPUT SLA-REPORT-FILE
           OPEN OUTPUT SLA-BREACH-FILE

           IF WS-SLATERMS-STATUS NOT = '00'
               DISPLAY 'GHSLA010 - UNABLE TO OPEN SLATERMS, STATUS='
               GOBACK
           END-IF

           IF WS-MAINTWIN-STATUS NOT = '00'
               DISPLAY 'GHSLA010 - UNABLE TO OPEN MAINTWIN, STATUS='
                       WS-MAINTWIN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SLARPT-STATUS NOT = '00'
               DISPLAY 'GHSLA010 - UNABLE TO OPEN SLARPT, STATUS='
                       WS-SLARPT-STATUS
               GOBACK
           END-IF

           IF WS-SLABRCH-STATUS NOT = '00'
               DISPLAY 'GHSLA010 - UNABLE TO OPEN SLABRCH, STATUS='
                       WS-SLABRCH-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-ONE-TERM THRU 1100-EXIT
               UNTIL WS-TERMS-EOF

               GOBACK
           END-IF

           PERFORM 1200-LOAD-MAINT-WINDOWS THRU 1200-EXIT

           WRITE SLA-REPORT-LINE FROM WS-HEADING-1
           WRITE SLA-REPORT-LINE FROM WS-HEADING-2

       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1200-LOAD-MAINT-WINDOWS - the planned outages the feed may
      *                           overlap. MAINTWIN is keyed on end
      *                           time, so the pass starts at the
      *                           lookback date and reads to the end.
      *---------------------------------------------------------------
       1200-LOAD-MAINT-WINDOWS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - WS-MAINT-LOOKBACK-DAYS)

           COMPUTE MW-END-TS = WS-LOOKBACK-DATE * 1000000
           MOVE LOW-VALUES TO MW-WINDOW-REF
           START MAINT-WINDOW-FILE KEY IS NOT LESS THAN MW-KEY
               INVALID KEY
                   GO TO 1200-EXIT
           END-START

           PERFORM 1210-LOAD-ONE-WINDOW THRU 1210-EXIT
               UNTIL WS-MW-EOF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-WINDOW.
           READ MAINT-WINDOW-FILE NEXT RECORD
               AT END
                   SET WS-MW-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ

      * A bulk-only window leaves the online service - and its
      * timings - untouched.
           IF NOT MW-SCOPE-ALL AND NOT MW-SCOPE-ONLINE
               GO TO 1210-EXIT
           END-IF

           IF WS-MW-COUNT >= WS-MW-MAX
               DISPLAY 'GHSLA010 - MAINTENANCE WINDOWS OVERFLOW 200 '
                       'ROWS'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-MW-COUNT
           SET WS-MW-IDX TO WS-MW-COUNT
           MOVE MW-WINDOW-REF TO WS-MW-REF(WS-MW-IDX)
           MOVE MW-START-TS   TO WS-MW-START-TS(WS-MW-IDX)
           MOVE MW-END-TS     TO WS-MW-END-TS(WS-MW-IDX)
           MOVE 0             TO WS-MW-ROWS(WS-MW-IDX).
       1210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-JUDGE-ONE-ROW - control break on client id and start
      *                      date: a date break judges the day, a
           IF SMF-CLIENT-ID = SPACES
               ADD 1 TO WS-ROWS-NO-CLIENT
               GO TO 2100-READ-SMF-ROW
           END-IF

           PERFORM 2200-CHECK-MAINT-WINDOW THRU 2200-EXIT
           IF WS-IN-WINDOW
               ADD 1 TO WS-ROWS-IN-MAINT
               GO TO 2100-READ-SMF-ROW
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-CHECK-MAINT-WINDOW - was the row's transaction started
      *                           inside a planned window? Start
      *                           time is HHMMSSth; the hundredths
      *                           are dropped to match MAINTWIN.
      *---------------------------------------------------------------
       2200-CHECK-MAINT-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-SW
           IF WS-MW-COUNT = 0
               GO TO 2200-EXIT
           END-IF

           COMPUTE WS-ROW-TS = SMF-START-DATE * 1000000
                             + SMF-START-TIME / 100
           PERFORM 2210-MATCH-ONE-WINDOW THRU 2210-EXIT
               VARYING WS-MW-IDX FROM 1 BY 1
               UNTIL WS-MW-IDX > WS-MW-COUNT OR WS-IN-WINDOW.
       2200-EXIT.
           EXIT.

       2210-MATCH-ONE-WINDOW.
           IF WS-ROW-TS NOT < WS-MW-START-TS(WS-MW-IDX)
                   AND WS-ROW-TS < WS-MW-END-TS(WS-MW-IDX)
               SET WS-IN-WINDOW TO TRUE
               ADD 1 TO WS-MW-ROWS(WS-MW-IDX)
           END-IF.
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-END-OF-DAY - print the day's percentile for the client;
      *                   a daily-window term is judged here
       7010-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7100-RECORD-BREACH - every breach goes to the SLABRCH extract;
      *                      the printed list keeps the first 500
      *---------------------------------------------------------------
       7100-RECORD-BREACH.
           ADD 1 TO WS-BREACHES-FOUND
           COMPUTE WS-MARGIN-MS = WS-PCTL-MS - WS-TERM-THRESHOLD-MS

           MOVE SPACES               TO SLA-BREACH-RECORD
           MOVE WS-BREAK-CLIENT      TO SB-CLIENT-ID
           MOVE WS-BREAK-DATE(1:6)   TO SB-PERIOD
           MOVE WS-BREACH-DATE-ARG   TO SB-BREACH-REF
           MOVE WS-TERM-WINDOW-SW    TO SB-WINDOW-SW
           MOVE WS-TERM-PERCENTILE   TO SB-PERCENTILE
           MOVE WS-PCTL-MS           TO SB-ACTUAL-MS
           MOVE WS-TERM-THRESHOLD-MS TO SB-THRESHOLD-MS
           MOVE WS-MARGIN-MS         TO SB-MARGIN-MS
           WRITE SLA-BREACH-RECORD

           IF WS-BR-COUNT >= WS-BR-MAX
               ADD 1 TO WS-BREACHES-DROPPED
               GO TO 7100-EXIT
                   UNTIL WS-BR-IDX > WS-BR-COUNT
           END-IF

           IF WS-ROWS-IN-MAINT > 0
               WRITE SLA-REPORT-LINE FROM WS-MAINT-HEAD
               PERFORM 8200-PRINT-ONE-WINDOW THRU 8200-EXIT
                   VARYING WS-MW-IDX FROM 1 BY 1
                   UNTIL WS-MW-IDX > WS-MW-COUNT
           END-IF

           MOVE 'TIMING ROWS READ'         TO TL-LABEL
           MOVE WS-ROWS-READ               TO TL-COUNT
           WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ROWS WITHOUT CLIENT ID'   TO TL-LABEL
           MOVE WS-ROWS-NO-CLIENT          TO TL-COUNT
           WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ROWS IN MAINTENANCE WINDOWS' TO TL-LABEL
           MOVE WS-ROWS-IN-MAINT           TO TL-COUNT
           WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ROWS FOR CLIENTS W/O SLA' TO TL-LABEL
           MOVE WS-ROWS-NO-TERMS           TO TL-COUNT
           WRITE SLA-REPORT-LINE FROM WS-TOTAL-LINE

           CLOSE SLA-TERMS-FILE
           CLOSE SMF-EXTRACT-FILE
           CLOSE MAINT-WINDOW-FILE
           CLOSE SLA-REPORT-FILE
           CLOSE SLA-BREACH-FILE

           DISPLAY 'GHSLA010 - TIMING ROWS : ' WS-ROWS-READ
           DISPLAY 'GHSLA010 - BREACHES    : ' WS-BREACHES-FOUND
           WRITE SLA-REPORT-LINE FROM WS-BREACH-LINE.
       8100-EXIT.
           EXIT.

       8200-PRINT-ONE-WINDOW.
           IF WS-MW-ROWS(WS-MW-IDX) = 0
               GO TO 8200-EXIT
           END-IF
           MOVE WS-MW-REF(WS-MW-IDX)      TO ML-REF
           MOVE WS-MW-START-TS(WS-MW-IDX) TO ML-START-TS
           MOVE WS-MW-END-TS(WS-MW-IDX)   TO ML-END-TS
           MOVE WS-MW-ROWS(WS-MW-IDX)     TO ML-ROWS
           WRITE SLA-REPORT-LINE FROM WS-MAINT-LINE.
       8200-EXIT.
           EXIT.

       COPY GHLDGCHK.
