      *   path increments, rejected with 1005 once the client's      *
      *   CLNT-REG-DAILY-LIMIT is reached - a client's daily limit   *
      *   means the same thing whichever door they come in by.       *
      *   A production row for a prepaid client (CLNT-REG-PREPAID)    *
      *   is also paid for from its PREPBAL call balance once the     *
      *   greeting is built, refused with 1014 when none is left -    *
      *   the debits ride the checkpoint commit with the RATELIM      *
      *   increments, so a restart never charges a row twice.         *
      *                                                                *
      *   Checkpoint/restart: every WS-CKPT-INTERVAL detail rows the  *
      *   input position and run counters are committed to the        *
      *   timestamps) - a bounded window of at most one interval,     *
      *   against the whole-feed rerun this replaces.                 *
      *                                                                *
      *   A feed run while a planned maintenance window of scope ALL  *
      *   or BULK is open (MAINTWIN, judged at the run's start - the  *
      *   instant every row of the run is stamped with) answers every *
      *   detail row with status 2002 and touches nothing else: no    *
      *   quota, balance or history, and the interchange is left      *
      *   unregistered so the partner can send the same file again    *
      *   once the window closes. The run ends RC 4.                  *
      *                                                                *
      *   A production row for a member of a partner organization    *
      *   with a pooled daily limit (ORGREG) is judged against the   *
      *   pool instead of its own limit: the RATELIM counts of all   *
      *   the organization's production members, each plus its      *
      *   pending increments, refused with 1016 once the total       *
      *   reaches ORG-POOL-LIMIT - the same test RATECHK applies     *
      *   online.                                                     *
      *                                                                *
      *   For a client with a UTC offset on CLNTREG the row counts   *
      *   against the partner's own day (TZONECNV) - the run-start   *
      *   instant on the partner's clock - as RATECHK counts the     *
      *   client's online calls; the pool members are read for the  *
      *   same day. Other clients count against the host day.        *
      *                                                                *
      *   A name that passes validation is screened against the       *
      *   NAMESCRN prohibited-name list, loaded into storage at the   *
      *   start of the run; a match is answered 1017 and logged to    *
      *   SCRNHIT with the history row's timestamp. Like the history  *
      *   rows, hit rows written after the last checkpoint appear     *
      *   again when a restart re-greets those rows.                  *
      *                                                                *
      *   JCL           : JCL/GHBAT010.jcl                            *
      *   DD GHBATIN    : partner feed of names to greet (input)      *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD RATELIM    : rate-limit VSAM KSDS (input/output)         *
      *   DD PREPBAL    : prepaid call balance VSAM KSDS (in/output)  *
      *   DD GREETTMP   : greeting template VSAM KSDS (input)         *
      *   DD GRTCAMP    : seasonal campaign override KSDS (input)     *
      *   DD CLNTTMP    : client-branded template KSDS (input)        *
      *   DD GHISTORY   : greeting-history VSAM KSDS (output, append) *
      *   DD GHISTJRN   : forward-recovery journal (output, extend)   *
      *   DD INTCREG    : accepted-interchange registry KSDS (I-O)    *
      *   DD GHBATCKP   : checkpoint/restart file, relative (I-O)     *
      *   DD GHBATOUT   : greeting results for the partner (output)   *
      *   DD MAINTWIN   : maintenance-window calendar KSDS (input)    *
      *   DD ORGREG     : partner organization registry KSDS (input)  *
      *   DD NAMESCRN   : prohibited-name screening list KSDS (input) *
      *   DD SCRNHIT    : name-screening hit log ESDS (extend)        *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Seasonal campaign overrides: an in-  *
      *                        window GRTCAMP row replaces the      *
      *                        templates after the GREETTMP read.   *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 127 bytes          *
      *                        (contract term dates).                 *
      *   2026-10-15  BAQADEV  RATELIM row grew to 49 bytes (partner  *
      *                        quota-warning flag); a new day's row   *
      *                        is written un-warned.                  *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Prepaid clients: a production row      *
      *                        debits one call from PREPBAL (1014     *
      *                        when none is left), held with the      *
      *                        RATELIM increments until the           *
      *                        checkpoint commit.                     *
      *   2026-10-15  BAQADEV  Planned maintenance windows (MAINTWIN, *
      *                        scope ALL/BULK): a feed run inside one *
      *                        answers every row 2002, writes no      *
      *                        history, is not registered, RC 4.      *
      *   2026-10-15  BAQADEV  Partner organizations: a pooled        *
      *                        member's row is judged against the     *
      *                        ORGREG pool, 1016 once it is spent.    *
      *   2026-10-15  BAQADEV  Valid names screened against the       *
      *                        NAMESCRN prohibited-name list, loaded  *
      *                        at the start of the run; a match is    *
      *                        answered 1017 and logged to SCRNHIT.   *
      *   2026-10-15  BAQADEV  Client-branded CLNTTMP template ahead  *
      *                        of campaign/base                       *
      *   2026-10-15  BAQADEV  Quota counted against the partner's    *
      *                        own day where CLNT-REG-UTC-OFFSET is   *
      *                        recorded (TZONECNV); the pending       *
      *                        increments carry their quota date to   *
      *                        the commit. CLNTREG row grew to 135    *
      *                        bytes.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RATELIM-STATUS.

           SELECT PREPAID-BAL-FILE ASSIGN TO PREPBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PB-CLIENT-ID
               FILE STATUS IS WS-PREPBAL-STATUS.

           SELECT GH-TEMPLATE-FILE ASSIGN TO GREETTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GCMP-LANG-CODE
               FILE STATUS IS WS-GRTCAMP-STATUS.

           SELECT CLIENT-TMPL-FILE ASSIGN TO CLNTTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTMP-KEY
               FILE STATUS IS WS-CLNTTMP-STATUS.

           SELECT GH-HISTORY-FILE ASSIGN TO GHISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-BCK-RELKEY
               FILE STATUS IS WS-GHBATCKP-STATUS.

           SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-MAINTWIN-STATUS.

           SELECT ORG-REG-FILE ASSIGN TO ORGREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-ID
               FILE STATUS IS WS-ORGREG-STATUS.

           SELECT NAME-SCREEN-FILE ASSIGN TO NAMESCRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NS-ENTRY-ID
               FILE STATUS IS WS-NAMESCRN-STATUS.

           SELECT SCRN-HIT-FILE ASSIGN TO SCRNHIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNHIT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-BATCH-IN-FILE
           COPY GHBATOUT.

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  RATE-LIMIT-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY RATELIM.

       FD  PREPAID-BAL-FILE
           RECORD CONTAINS 118 CHARACTERS.
           COPY PREPBAL.

       FD  GH-TEMPLATE-FILE
           RECORD CONTAINS 225 CHARACTERS.
           COPY GREETTMP.
           RECORD CONTAINS 181 CHARACTERS.
           COPY GRTCAMP.

       FD  CLIENT-TMPL-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY CLNTTMP.

       FD  GH-HISTORY-FILE
           RECORD CONTAINS 397 CHARACTERS.
           COPY GHISTREC.
           RECORD CONTAINS 71 CHARACTERS.
           COPY GHBATCKP.

       FD  MAINT-WINDOW-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY MAINTWIN.

       FD  ORG-REG-FILE
           RECORD CONTAINS 840 CHARACTERS.
           COPY ORGREG.

       FD  NAME-SCREEN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY NAMESCRN.

       FD  SCRN-HIT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY SCRNHIT.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-GHBATIN-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHBATOUT-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-RATELIM-STATUS            PIC X(02) VALUE '00'.
           05 WS-PREPBAL-STATUS            PIC X(02) VALUE '00'.
           05 WS-GREETTMP-STATUS           PIC X(02) VALUE '00'.
           05 WS-GRTCAMP-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTTMP-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTTST-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTJRN-STATUS           PIC X(02) VALUE '00'.
           05 WS-INTCREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHBATCKP-STATUS           PIC X(02) VALUE '00'.
           05 WS-MAINTWIN-STATUS           PIC X(02) VALUE '00'.
           05 WS-ORGREG-STATUS             PIC X(02) VALUE '00'.
           05 WS-NAMESCRN-STATUS           PIC X(02) VALUE '00'.
           05 WS-SCRNHIT-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-BCK-OPEN                 VALUE 'Y'.
           05 WS-CONTROLS-OK-SW            PIC X(01) VALUE 'N'.
               88 WS-CONTROLS-OK              VALUE 'Y'.
           05 WS-MAINT-SW                  PIC X(01) VALUE 'N'.
               88 WS-MAINT-WINDOW-OPEN        VALUE 'Y'.
           05 WS-MAINT-SCAN-SW             PIC X(01) VALUE 'N'.
               88 WS-MAINT-SCAN-DONE          VALUE 'Y'.
           05 WS-ORG-FOUND-SW              PIC X(01) VALUE 'N'.
               88 WS-ORG-FOUND                VALUE 'Y'.
           05 WS-SCRT-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-SCRT-EOF                 VALUE 'Y'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-RUN-TS-AREA.
           05 WS-RUN-TS-DATE               PIC 9(08).
           05 WS-RUN-TS-HMS                PIC 9(06).
       01  WS-RUN-TS REDEFINES WS-RUN-TS-AREA
                                           PIC 9(14).
       01  WS-MAINT-REF                    PIC X(10).
       01  WS-SEQ-NO                       PIC 9(10) VALUE 0.
       01  WS-DETAIL-SEQ-NO                PIC 9(09) VALUE 0.
       01  WS-RECORDS-READ                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-RECORDS-GREETED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-RECORDS-REJECTED             PIC 9(09) COMP-5 VALUE 0.
       01  WS-PREPAID-DEBITS               PIC 9(09) COMP-5 VALUE 0.
       01  WS-PREPAID-REFUSED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-RECORDS-MAINT                PIC 9(09) COMP-5 VALUE 0.
       01  WS-POOL-REFUSED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-RECORDS-SCREENED             PIC 9(09) COMP-5 VALUE 0.

       01  WS-SANDBOX-DAILY-LIMIT          PIC 9(09) COMP-5
                                            VALUE 100000.
      * RATELIM increments accumulated since the last checkpoint
      * commit - the rate check reads the file count PLUS this, and
      * the counts only reach the file as part of the commit, so a
      * restart never double-counts a committed row. Prepaid debits
      * are held back the same way against the PREPBAL balance.
       01  WS-PENDING-RATE-TABLE.
           05 WS-PND-COUNT                 PIC S9(4) COMP-5 VALUE 0.
           05 WS-PND-MAX                   PIC S9(4) COMP-5 VALUE 200.
                           INDEXED BY WS-PND-IDX.
               10 WS-PND-CLIENT-ID         PIC X(36).
               10 WS-PND-INCREMENTS        PIC 9(09) COMP-5.
               10 WS-PND-DEBITS            PIC 9(09) COMP-5.
               10 WS-PND-QUOTA-DATE        PIC 9(08).
       01  WS-PND-WORK-IDX                 PIC S9(4) COMP-5.

      * The row's quota day: the run-start instant on the client's
      * own clock (CLNT-REG-UTC-OFFSET) - the RATELIM row its count
      * goes to, the day RATECHK counts its online calls against.
       01  WS-QUOTA-DATE                   PIC 9(08).
       01  WS-COMMIT-ADJUST                PIC 9(01) COMP-5 VALUE 0.

      * The organization row last read from ORGREG - consecutive rows
      * from one organization's members share it - and the pool
      * total 2720 builds from it.
       01  WS-ORG-LOADED-ID                PIC X(06) VALUE SPACES.
       01  WS-ORG-POOL-COUNT               PIC 9(09) COMP-5.
       01  WS-ORG-MBR-SUB                  PIC S9(4) COMP-5.

      * The NAMESCRN screening list, loaded once at the start of the
      * run (1900) and tried against every valid name (2900).
       01  WS-SCREEN-TABLE.
           05 WS-SCRT-COUNT                PIC S9(4) COMP-5 VALUE 0.
           05 WS-SCRT-MAX                  PIC S9(4) COMP-5 VALUE 500.
           05 WS-SCRT-ENTRY OCCURS 500 TIMES.
               10 WS-SCRT-ENTRY-ID         PIC X(08).
               10 WS-SCRT-MATCH-TYPE       PIC X(01).
               10 WS-SCRT-PATTERN          PIC X(40).
               10 WS-SCRT-PATTERN-LEN      PIC S9(4) COMP-5.
       01  WS-SCRT-SUB                     PIC S9(4) COMP-5.

       01  WS-CONTROL-AREA.
           05 WS-CTL-PARTNER-ID            PIC X(36).
           05 WS-CTL-CREATE-DATE           PIC 9(08).
       COPY BAQRINFO.
       COPY GREETWS.

       COPY GHLDGWS.
       COPY TZONEWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHBAT010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1500-VERIFY-CONTROLS THRU 1500-EXIT
           PERFORM 2000-PROCESS-ONE-NAME THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'RECORDS READ'      TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-RECORDS-READ     TO WS-LDG-COUNT-VALUE(1)
           MOVE 'GREETED'           TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-RECORDS-GREETED  TO WS-LDG-COUNT-VALUE(2)
           MOVE 'REJECTED'          TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-RECORDS-REJECTED TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  GH-BATCH-IN-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN I-O    RATE-LIMIT-FILE
           OPEN I-O    PREPAID-BAL-FILE
           OPEN INPUT  GH-TEMPLATE-FILE
           OPEN INPUT  GH-CAMPAIGN-FILE
           OPEN INPUT  CLIENT-TMPL-FILE
           IF WS-RESTART-RUN
               OPEN EXTEND GH-BATCH-OUT-FILE
           ELSE
           OPEN I-O    GH-HIST-TEST-FILE
           OPEN EXTEND GH-HIST-JRNL-FILE
           OPEN I-O    INTC-REG-FILE
           OPEN INPUT  MAINT-WINDOW-FILE
           OPEN INPUT  ORG-REG-FILE
           OPEN INPUT  NAME-SCREEN-FILE
           OPEN EXTEND SCRN-HIT-FILE

           IF WS-NAMESCRN-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN NAMESCRN, STATUS='
                       WS-NAMESCRN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SCRNHIT-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN SCRNHIT, STATUS='
                       WS-SCRNHIT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ORGREG-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN ORGREG, STATUS='
                       WS-ORGREG-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-MAINTWIN-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN MAINTWIN, STATUS='
                       WS-MAINTWIN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-INTCREG-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN INTCREG, STATUS='
               GOBACK
           END-IF

           IF WS-PREPBAL-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN PREPBAL, STATUS='
                       WS-PREPBAL-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GREETTMP-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN GREETTMP, STATUS='
                       WS-GREETTMP-STATUS
               GOBACK
           END-IF

           IF WS-CLNTTMP-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN CLNTTMP, STATUS='
                       WS-CLNTTMP-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GHBATOUT-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - UNABLE TO OPEN GHBATOUT, STATUS='
                       WS-GHBATOUT-STATUS
           END-IF

           SET WS-SINGLE-VARIANT TO TRUE
           MOVE WS-CURRENT-TIME(1:2) TO WS-GREET-HOUR

           PERFORM 1900-LOAD-SCREEN-LIST THRU 1900-EXIT
           PERFORM 1800-CHECK-MAINT-WINDOW THRU 1800-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1900-LOAD-SCREEN-LIST - the whole NAMESCRN list into storage,
      *                         so each row is screened without a
      *                         pass of the file. A list too big for
      *                         the table is not screened with half
      *                         of it - the run stops RC 16 instead.
      *---------------------------------------------------------------
       1900-LOAD-SCREEN-LIST.
           PERFORM 1910-LOAD-ONE-ENTRY THRU 1910-EXIT
               UNTIL WS-SCRT-EOF

           DISPLAY 'GHBAT010 - SCREENING ENTRIES: ' WS-SCRT-COUNT.
       1900-EXIT.
           EXIT.

       1910-LOAD-ONE-ENTRY.
           READ NAME-SCREEN-FILE NEXT RECORD
               AT END
                   SET WS-SCRT-EOF TO TRUE
                   GO TO 1910-EXIT
           END-READ

           IF WS-SCRT-COUNT >= WS-SCRT-MAX
               DISPLAY 'GHBAT010 - NAMESCRN HAS MORE THAN '
                       WS-SCRT-MAX ' ENTRIES - RAISE WS-SCRT-MAX'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-SCRT-COUNT
           MOVE NS-ENTRY-ID    TO WS-SCRT-ENTRY-ID(WS-SCRT-COUNT)
           MOVE NS-MATCH-TYPE  TO WS-SCRT-MATCH-TYPE(WS-SCRT-COUNT)
           MOVE NS-PATTERN     TO WS-SCRT-PATTERN(WS-SCRT-COUNT)
           MOVE NS-PATTERN-LEN TO WS-SCRT-PATTERN-LEN(WS-SCRT-COUNT).
       1910-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1800-CHECK-MAINT-WINDOW - batch analog of 1400-CHECK-MAINT-
      *                           WINDOW-THRU-EXIT (MAINTCHK), for
      *                           the bulk door: a window of scope
      *                           ALL or BULK open at the run's start.
      *                           MAINTWIN is keyed on end time, so
      *                           the pass starts at the run time and
      *                           sees only windows not yet over.
      *---------------------------------------------------------------
       1800-CHECK-MAINT-WINDOW.
           MOVE WS-CURRENT-DATE      TO WS-RUN-TS-DATE
           MOVE WS-CURRENT-TIME(1:6) TO WS-RUN-TS-HMS
           MOVE WS-RUN-TS            TO MW-END-TS
           MOVE LOW-VALUES           TO MW-WINDOW-REF
           START MAINT-WINDOW-FILE KEY IS NOT LESS THAN MW-KEY
               INVALID KEY
                   GO TO 1800-EXIT
           END-START

           PERFORM 1810-NEXT-MAINT-WINDOW THRU 1810-EXIT
               UNTIL WS-MAINT-WINDOW-OPEN OR WS-MAINT-SCAN-DONE

           IF WS-MAINT-WINDOW-OPEN
               DISPLAY 'GHBAT010 - MAINTENANCE WINDOW ' WS-MAINT-REF
                       ' IS OPEN - EVERY ROW ANSWERED 2002'
           END-IF.
       1800-EXIT.
           EXIT.

       1810-NEXT-MAINT-WINDOW.
           READ MAINT-WINDOW-FILE NEXT RECORD
               AT END
                   SET WS-MAINT-SCAN-DONE TO TRUE
                   GO TO 1810-EXIT
           END-READ

           IF MW-END-TS > WS-RUN-TS
                   AND MW-START-TS NOT > WS-RUN-TS
                   AND (MW-SCOPE-ALL OR MW-SCOPE-BULK)
               SET WS-MAINT-WINDOW-OPEN TO TRUE
               MOVE MW-WINDOW-REF TO WS-MAINT-REF
           END-IF.
       1810-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1700-OPEN-CHECKPOINT - the GHRPT010 arrangement: an in-
      *                        progress record is a valid restart
           CLOSE GH-BATCH-OUT-FILE
           CLOSE CLNT-REG-FILE
           CLOSE RATE-LIMIT-FILE
           CLOSE PREPAID-BAL-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE GH-CAMPAIGN-FILE
           CLOSE CLIENT-TMPL-FILE
           CLOSE GH-HISTORY-FILE
           CLOSE GH-HIST-TEST-FILE
           CLOSE GH-HIST-JRNL-FILE
           CLOSE INTC-REG-FILE
           CLOSE MAINT-WINDOW-FILE
           CLOSE ORG-REG-FILE
           CLOSE NAME-SCREEN-FILE
           CLOSE SCRN-HIT-FILE
           CLOSE GH-BCK-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK.
           CLOSE GH-BATCH-OUT-FILE
           CLOSE CLNT-REG-FILE
           CLOSE RATE-LIMIT-FILE
           CLOSE PREPAID-BAL-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE GH-CAMPAIGN-FILE
           CLOSE CLIENT-TMPL-FILE
           CLOSE GH-HISTORY-FILE
           CLOSE GH-HIST-TEST-FILE
           CLOSE GH-HIST-JRNL-FILE
           CLOSE INTC-REG-FILE
           CLOSE MAINT-WINDOW-FILE
           CLOSE ORG-REG-FILE
           CLOSE NAME-SCREEN-FILE
           CLOSE SCRN-HIT-FILE
           CLOSE GH-BCK-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.
           MOVE GHBAT-IN-NAME-LEN TO WS-NAME-LEN
           MOVE SPACES TO WS-LANG-CODE
           MOVE SPACES TO WS-REQ-LANG-CODE
           SET WS-NAME-NOT-SCREENED TO TRUE

           IF WS-MAINT-WINDOW-OPEN
               SET BAQ-ERROR-IN-ZCEE TO TRUE
               MOVE 2002 TO BAQ-STATUS-CODE
               ADD 1 TO WS-RECORDS-MAINT
           ELSE
               PERFORM 2600-CHECK-CLIENT THRU 2600-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 2700-CHECK-RATE-LIMIT THRU 2700-EXIT

           IF BAQ-SUCCESS
               PERFORM 2200-VALIDATE-NAME-THRU-EXIT THRU 2200-EXIT
               IF WS-NAME-VALID
                   PERFORM 2900-SCREEN-NAME THRU 2900-EXIT
               END-IF
               IF WS-NAME-INVALID
                   SET BAQ-ERROR-IN-API TO TRUE
               END-IF
               PERFORM 2400-LOAD-TEMPLATE THRU 2400-EXIT
           END-IF

           IF BAQ-SUCCESS AND CLNT-REG-PREPAID AND WS-ROW-PRODUCTION
               PERFORM 2800-DEBIT-PREPAID THRU 2800-EXIT
           END-IF

           SET GHBAT-OUT-REC-DETAIL TO TRUE
           IF BAQ-SUCCESS
               PERFORM 2300-BUILD-GREETING-THRU-EXIT THRU 2300-EXIT
           MOVE WS-NAME             TO GHBAT-OUT-NAME
           WRITE GHBAT-OUTPUT-RECORD

      * A row refused for planned maintenance was never a call - it
      * leaves no history row, like its online counterpart.
           IF NOT WS-MAINT-WINDOW-OPEN
               PERFORM 2500-WRITE-HISTORY-ROW THRU 2500-EXIT
           END-IF

           IF WS-NAME-SCREENED
               PERFORM 2950-LOG-SCREEN-HIT THRU 2950-EXIT
           END-IF

           ADD 1 TO WS-CKPT-INTERVAL-COUNT
           IF WS-CKPT-INTERVAL-COUNT >= WS-CKPT-INTERVAL
      *                         check adds the pending count to what
      *                         is on file, so the limit still bites
      *                         at exactly the same row it always
      *                         did. A production member of a pooled
      *                         organization is judged against the
      *                         pool (2720) instead of its own limit.
      *---------------------------------------------------------------
       2700-CHECK-RATE-LIMIT.
           MOVE WS-CURRENT-DATE      TO TZ-HOST-DATE
           MOVE WS-CURRENT-TIME(1:6) TO TZ-HOST-TIME
           MOVE CLNT-REG-UTC-OFFSET  TO TZ-CLIENT-OFFSET
           PERFORM 9650-TO-CLIENT-TIME-THRU-EXIT THRU 9650-EXIT
           MOVE TZ-LOCAL-DATE        TO WS-QUOTA-DATE

           IF WS-ROW-SANDBOX
               MOVE WS-SANDBOX-DAILY-LIMIT
                   TO WS-EFFECTIVE-DAILY-LIMIT

           PERFORM 2710-FIND-PENDING-ENTRY THRU 2710-EXIT

           IF WS-ROW-PRODUCTION AND NOT CLNT-REG-NO-ORG
               PERFORM 2720-SUM-ORG-POOL THRU 2720-EXIT
               IF WS-ORG-FOUND AND NOT ORG-NO-POOL
                   IF WS-ORG-POOL-COUNT >= ORG-POOL-LIMIT
                       SET BAQ-ERROR-RATE-LIMITED TO TRUE
                       MOVE 1016 TO BAQ-STATUS-CODE
                       ADD 1 TO WS-POOL-REFUSED
                   ELSE
                       ADD 1 TO WS-PND-INCREMENTS(WS-PND-IDX)
                   END-IF
                   GO TO 2700-EXIT
               END-IF
           END-IF

           MOVE GHBAT-IN-CLIENT-ID TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE      TO RL-CALL-DATE
           READ RATE-LIMIT-FILE
               INVALID KEY
                   MOVE 0 TO RL-CALL-COUNT
           ADD 1 TO WS-PND-COUNT
           SET WS-PND-IDX TO WS-PND-COUNT
           MOVE GHBAT-IN-CLIENT-ID TO WS-PND-CLIENT-ID(WS-PND-IDX)
           MOVE 0 TO WS-PND-INCREMENTS(WS-PND-IDX)
           MOVE 0 TO WS-PND-DEBITS(WS-PND-IDX)
           MOVE WS-QUOTA-DATE TO WS-PND-QUOTA-DATE(WS-PND-IDX).
       2710-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2720-SUM-ORG-POOL - the client's organization from ORGREG
      *                     (kept while consecutive rows share it)
      *                     and, when it has a pool, the day's total
      *                     against it: each production member's
      *                     RATELIM count plus its pending increments.
      *                     An organization missing from ORGREG
      *                     leaves the member on its own limit.
      *---------------------------------------------------------------
       2720-SUM-ORG-POOL.
           MOVE 0 TO WS-ORG-POOL-COUNT
           IF CLNT-REG-ORG-ID NOT = WS-ORG-LOADED-ID
               MOVE CLNT-REG-ORG-ID TO WS-ORG-LOADED-ID
               MOVE 'Y'             TO WS-ORG-FOUND-SW
               MOVE CLNT-REG-ORG-ID TO ORG-ID
               READ ORG-REG-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-ORG-FOUND-SW
               END-READ
           END-IF

           IF NOT WS-ORG-FOUND OR ORG-NO-POOL
               GO TO 2720-EXIT
           END-IF

           PERFORM 2730-ADD-ONE-MEMBER THRU 2730-EXIT
               VARYING WS-ORG-MBR-SUB FROM 1 BY 1
               UNTIL WS-ORG-MBR-SUB > ORG-MEMBER-COUNT
                  OR WS-ORG-MBR-SUB > 20.
       2720-EXIT.
           EXIT.

       2730-ADD-ONE-MEMBER.
           IF ORG-MEMBER-SANDBOX(WS-ORG-MBR-SUB)
               GO TO 2730-EXIT
           END-IF

           MOVE ORG-MEMBER-CLIENT-ID(WS-ORG-MBR-SUB) TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE                        TO RL-CALL-DATE
           READ RATE-LIMIT-FILE
               INVALID KEY
                   MOVE 0 TO RL-CALL-COUNT
           END-READ
           ADD RL-CALL-COUNT TO WS-ORG-POOL-COUNT

           PERFORM 2740-ADD-MEMBER-PENDING THRU 2740-EXIT
               VARYING WS-PND-WORK-IDX FROM 1 BY 1
               UNTIL WS-PND-WORK-IDX > WS-PND-COUNT.
       2730-EXIT.
           EXIT.

       2740-ADD-MEMBER-PENDING.
           IF WS-PND-CLIENT-ID(WS-PND-WORK-IDX) =
                   ORG-MEMBER-CLIENT-ID(WS-ORG-MBR-SUB)
               ADD WS-PND-INCREMENTS(WS-PND-WORK-IDX)
                   TO WS-ORG-POOL-COUNT
           END-IF.
       2740-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2800-DEBIT-PREPAID - batch analog of 2800-DEBIT-PREPAID-THRU-
      *                      EXIT (PREPCHK): one call off the client's
      *                      PREPBAL balance, 1014 when none is left.
      *                      Like the RATELIM increment, the debit is
      *                      held in the client's pending entry (set
      *                      up by 2700) and reaches the file at the
      *                      checkpoint commit; the check counts the
      *                      pending debits against what is on file.
      *---------------------------------------------------------------
       2800-DEBIT-PREPAID.
           MOVE GHBAT-IN-CLIENT-ID TO PB-CLIENT-ID
           READ PREPAID-BAL-FILE
               INVALID KEY
                   MOVE 0 TO PB-BALANCE
           END-READ

           IF PB-BALANCE NOT > WS-PND-DEBITS(WS-PND-IDX)
               SET BAQ-ERROR-RATE-LIMITED TO TRUE
               MOVE 1014 TO BAQ-STATUS-CODE
               ADD 1 TO WS-PREPAID-REFUSED
               GO TO 2800-EXIT
           END-IF

           ADD 1 TO WS-PND-DEBITS(WS-PND-IDX)
           ADD 1 TO WS-PREPAID-DEBITS.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2100-READ-INPUT - next detail row; the trailer ends the pass
      *                   the same way end of file does (the controls

       2400-LOAD-TEMPLATE.
           MOVE SPACES TO WS-LANG-CODE
           MOVE SPACE  TO WS-TMPL-SOURCE-SW
           IF GHBAT-IN-LANG NOT = SPACES
               MOVE GHBAT-IN-LANG TO WS-LANG-CODE
           ELSE
                   END-READ
           END-READ

      * The client's own wording first, then an in-window campaign,
      * then the base row as read - the online order.
           IF BAQ-SUCCESS
               SET WS-TMPL-FROM-BASE TO TRUE
               PERFORM 2440-APPLY-CLIENT-TMPL THRU 2440-EXIT
               IF NOT WS-TMPL-FROM-CLIENT
                   PERFORM 2450-APPLY-CAMPAIGN THRU 2450-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2440-APPLY-CLIENT-TMPL - the batch twin of the online CTMPGET
      *                          lookup: the client's own CLNTTMP row
      *                          for the loaded language replaces the
      *                          two templates and outranks any
      *                          campaign; the time-of-day phrases
      *                          stay the base row's
      *---------------------------------------------------------------
       2440-APPLY-CLIENT-TMPL.
           MOVE GHBAT-IN-CLIENT-ID TO CTMP-CLIENT-ID
           MOVE GRTM-LANG-CODE     TO CTMP-LANG-CODE
           READ CLIENT-TMPL-FILE
               INVALID KEY
                   GO TO 2440-EXIT
           END-READ

           MOVE CTMP-FORMAL-TEMPLATE   TO GRTM-FORMAL-TEMPLATE
           MOVE CTMP-INFORMAL-TEMPLATE TO GRTM-INFORMAL-TEMPLATE
           SET WS-TMPL-FROM-CLIENT TO TRUE.
       2440-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2450-APPLY-CAMPAIGN - the batch twin of the online CAMPGET
      *                       lookup: an in-window GRTCAMP row for
                   AND WS-CURRENT-DATE <= GCMP-TO-DATE
               MOVE GCMP-FORMAL-TEMPLATE   TO GRTM-FORMAL-TEMPLATE
               MOVE GCMP-INFORMAL-TEMPLATE TO GRTM-INFORMAL-TEMPLATE
               SET WS-TMPL-FROM-CAMPAIGN   TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.
           MOVE WS-NAME-LEN         TO GH-HIST-NAME-LEN
           MOVE WS-LANG-CODE        TO GH-HIST-LANG
           MOVE WS-REQ-LANG-CODE    TO GH-HIST-REQ-LANG
           IF BAQ-SUCCESS
               MOVE WS-TMPL-SOURCE-SW TO GH-HIST-TMPL-SOURCE
           ELSE
               MOVE SPACE             TO GH-HIST-TMPL-SOURCE
           END-IF
           MOVE SPACES              TO GH-HIST-CORRELATION-ID
           MOVE 'HelloWorldBatch'   TO GH-HIST-API-NAME
           SET GH-HIST-NOT-ERASED   TO TRUE
       2550-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2900-SCREEN-NAME - batch analog of 2050-SCREEN-NAME-THRU-EXIT
      *                    (SCRNCHK): the valid name against every
      *                    entry of the in-storage list until one
      *                    catches it (1017, via GREETLOG's 2260)
      *---------------------------------------------------------------
       2900-SCREEN-NAME.
           PERFORM 2250-SCREEN-PREPARE-THRU-EXIT THRU 2250-EXIT
           PERFORM 2910-TRY-ONE-SCREEN-ENTRY THRU 2910-EXIT
               VARYING WS-SCRT-SUB FROM 1 BY 1
               UNTIL WS-SCRT-SUB > WS-SCRT-COUNT
                  OR WS-NAME-SCREENED

           IF WS-NAME-SCREENED
               ADD 1 TO WS-RECORDS-SCREENED
           END-IF.
       2900-EXIT.
           EXIT.

       2910-TRY-ONE-SCREEN-ENTRY.
           MOVE WS-SCRT-ENTRY-ID(WS-SCRT-SUB)    TO WS-SCR-ENTRY-ID
           MOVE WS-SCRT-MATCH-TYPE(WS-SCRT-SUB)  TO WS-SCR-MATCH-TYPE
           MOVE WS-SCRT-PATTERN(WS-SCRT-SUB)     TO WS-SCR-PATTERN
           MOVE WS-SCRT-PATTERN-LEN(WS-SCRT-SUB) TO WS-SCR-PATTERN-LEN
           PERFORM 2260-SCREEN-ONE-ENTRY-THRU-EXIT THRU 2260-EXIT.
       2910-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2950-LOG-SCREEN-HIT - the SCRNHIT row for a screened name,
      *                       stamped with its history row's key. A
      *                       write failure is reported but does not
      *                       stop the feed.
      *---------------------------------------------------------------
       2950-LOG-SCREEN-HIT.
           MOVE SPACES              TO SCRN-HIT-RECORD
           MOVE GHBAT-IN-CLIENT-ID  TO SH-CLIENT-ID
           MOVE GH-HIST-TIMESTAMP   TO SH-HIT-TS
           MOVE WS-SCR-HIT-ID       TO SH-ENTRY-ID
           SET SH-DOOR-BULK         TO TRUE
           MOVE WS-ROW-CLASS-SW     TO SH-CLIENT-CLASS
           MOVE 'HelloWorldBatch'   TO SH-API-NAME
           WRITE SCRN-HIT-RECORD
           IF WS-SCRNHIT-STATUS NOT = '00'
               DISPLAY 'GHBAT010 - SCRNHIT WRITE FAILED, STATUS='
                       WS-SCRNHIT-STATUS
           END-IF.
       2950-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 6000-COMMIT-CHECKPOINT - apply the pending RATELIM counts and
      *                          commit the input position and run
           EXIT.

       6100-APPLY-ONE-PENDING.
           IF WS-PND-DEBITS(WS-PND-WORK-IDX) > 0
               PERFORM 6150-APPLY-ONE-DEBIT THRU 6150-EXIT
           END-IF

           IF WS-PND-INCREMENTS(WS-PND-WORK-IDX) = 0
               GO TO 6100-EXIT
           END-IF

           MOVE WS-PND-CLIENT-ID(WS-PND-WORK-IDX)  TO RL-CLIENT-ID
           MOVE WS-PND-QUOTA-DATE(WS-PND-WORK-IDX) TO RL-CALL-DATE
           READ RATE-LIMIT-FILE
               INVALID KEY
                   MOVE WS-PND-INCREMENTS(WS-PND-WORK-IDX)
                       TO RL-CALL-COUNT
                   SET RL-QUOTA-NOT-WARNED TO TRUE
                   WRITE RATE-LIMIT-RECORD
                       INVALID KEY
                           DISPLAY 'GHBAT010 - RATELIM WRITE FAILED '
       6100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 6150-APPLY-ONE-DEBIT - the client's pending prepaid debits to
      *                        PREPBAL. Online calls can spend the
      *                        balance between the check and the
      *                        commit; the balance then stops at zero
      *                        and the shortfall is reported rather
      *                        than carried as a negative balance.
      *---------------------------------------------------------------
       6150-APPLY-ONE-DEBIT.
           MOVE WS-PND-CLIENT-ID(WS-PND-WORK-IDX) TO PB-CLIENT-ID
           READ PREPAID-BAL-FILE
               INVALID KEY
                   DISPLAY 'GHBAT010 - PREPBAL ROW GONE FOR '
                           PB-CLIENT-ID
                   GO TO 6150-EXIT
           END-READ

           IF PB-BALANCE < WS-PND-DEBITS(WS-PND-WORK-IDX)
               DISPLAY 'GHBAT010 - PREPAID BALANCE OVERSPENT BY '
                       'ONLINE CALLS FOR ' PB-CLIENT-ID
               MOVE 0 TO PB-BALANCE
           ELSE
               SUBTRACT WS-PND-DEBITS(WS-PND-WORK-IDX) FROM PB-BALANCE
           END-IF
           ADD WS-PND-DEBITS(WS-PND-WORK-IDX) TO PB-CONSUMED-TOTAL
           MOVE SPACES TO PB-LAST-DEBIT-TS
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
                  WS-CURRENT-TIME DELIMITED BY SIZE
               INTO PB-LAST-DEBIT-TS
           REWRITE PREPAID-BALANCE-RECORD
               INVALID KEY
                   DISPLAY 'GHBAT010 - PREPBAL REWRITE FAILED FOR '
                           PB-CLIENT-ID
           END-REWRITE.
       6150-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 8000-TERMINATE - close the response feed with the partner's
      *                  own trailer of run totals, then the final
                   INVALID KEY
                       WRITE GH-BCK-RECORD
               END-REWRITE
      * A feed answered with 2002 throughout was not accepted - left
      * unregistered, the partner's resend is processed for real.
               IF NOT WS-MAINT-WINDOW-OPEN
                   PERFORM 6500-REGISTER-INTERCHANGE THRU 6500-EXIT
               END-IF
           END-IF
           IF WS-BCK-OPEN
               CLOSE GH-BCK-FILE
           CLOSE GH-BATCH-OUT-FILE
           CLOSE CLNT-REG-FILE
           CLOSE RATE-LIMIT-FILE
           CLOSE PREPAID-BAL-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE GH-CAMPAIGN-FILE
           CLOSE CLIENT-TMPL-FILE
           CLOSE GH-HISTORY-FILE
           CLOSE GH-HIST-TEST-FILE
           CLOSE GH-HIST-JRNL-FILE
           CLOSE INTC-REG-FILE
           CLOSE MAINT-WINDOW-FILE
           CLOSE ORG-REG-FILE
           CLOSE NAME-SCREEN-FILE
           CLOSE SCRN-HIT-FILE

           DISPLAY 'GHBAT010 - RECORDS READ    : ' WS-RECORDS-READ
           DISPLAY 'GHBAT010 - GREETED         : ' WS-RECORDS-GREETED
           DISPLAY 'GHBAT010 - REJECTED        : ' WS-RECORDS-REJECTED
           DISPLAY 'GHBAT010 - PREPAID DEBITS  : ' WS-PREPAID-DEBITS
           DISPLAY 'GHBAT010 - PREPAID REFUSED : ' WS-PREPAID-REFUSED
           DISPLAY 'GHBAT010 - MAINTENANCE     : ' WS-RECORDS-MAINT
           DISPLAY 'GHBAT010 - ORG POOL REFUSED: ' WS-POOL-REFUSED
           DISPLAY 'GHBAT010 - NAMES SCREENED  : ' WS-RECORDS-SCREENED
           IF WS-MAINT-WINDOW-OPEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

           EXIT.

       COPY GREETLOG.

       COPY TZONECNV.

       COPY GHLDGCHK.
