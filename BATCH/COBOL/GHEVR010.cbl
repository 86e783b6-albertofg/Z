      *                                                                *
      *   Since the GHESP010 propagation job went in, the same        *
      *   verification covers the downstream copies of the name:      *
      *   LATEGRT, IDEMREC and DEADLTR are keyed-checked per          *
      *   request, and RETRYHLD plus the EXTCHK dataset (point it at  *
      *   the GHRPTEXT or GHARCHV generations being certified;        *
      *   OPTIONAL) are swept once against the full erased-client     *
      *   list. A leak line names the store it was found in - the     *
      *   erasure certificate now means every store, not just the     *
      *   live file.                                                  *
      *                                                                *
      *   A request JMT04 refused under legal hold (ERASEAUD outcome *
      *   'H') erased nothing and is listed as refused, not verified. *
      *   For a client erased before a hold that is active today, the *
      *   live file is still verified but the downstream stores are  *
      *   not - GHESP010 defers them until the hold is released.     *
      *                                                                *
      *   Erasures by personal name (GHNER010, recorded on NAMEAUD;   *
      *   OPTIONAL) are verified too: GHISTORY, LATEGRT, IDEMREC and  *
      *   DEADLTR are read in full, and RETRYHLD and EXTCHK checked   *
      *   in the same one-pass sweeps, for any row still carrying an  *
      *   erased name (any case; a whole word inside greeting text)   *
      *   dated inside the request's range and written before it      *
      *   ran. Such a row whose client is under an active legal hold  *
      *   was left in place on purpose and is counted as held, not    *
      *   as a leak. GHISTTST is not verified - as for client         *
      *   erasures, it is not a system of record.                     *
      *                                                                *
      *   Timestamps are compared on their first 14 bytes only -     *
      *   date and HHMMSS are laid down identically by the online     *
      *                                                                *
      *   JCL           : JCL/GHEVR010.jcl                            *
      *   DD ERASEAUD   : erasure audit trail (input)                 *
      *   DD NAMEAUD    : name erasure audit trail, OPTIONAL (input)  *
      *   DD GHISTORY   : greeting-history VSAM KSDS (input)          *
      *   DD LATEGRT    : late-greeting delivery VSAM KSDS (input)    *
      *   DD DEADLTR    : retry dead-letter VSAM KSDS (input)         *
      *   DD IDEMREC    : idempotency response VSAM KSDS (input)      *
      *   DD RETRYHLD   : ZCEE failure spool (input)                  *
      *   DD EXTCHK     : GHISTREC-layout extract/archive dataset to  *
      *                   certify, OPTIONAL (input)                   *
      *   DD LEGLHOLD   : legal-hold VSAM KSDS (input)                *
      *   DD EVRRPT     : printed verification report (output)        *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        LATEGRT, IDEMREC, RETRYHLD and the    *
      *                        extract/archive generations - now     *
      *                        that GHESP010 propagates erasures.    *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger; refuses to start (RC 12) when  *
      *                        a predecessor has not completed        *
      *                        cleanly.                               *
      *   2026-10-15  BAQADEV  List erasures refused under legal hold *
      *                        as refused; verify only the live file  *
      *                        for clients on an active hold          *
      *                        (downstream deferred by GHESP010).     *
      *                        ERASEAUD now 127 bytes.                *
      *   2026-10-15  BAQADEV  Verify the DEADLTR retry dead letters  *
      *                        too.                                   *
      *   2026-10-15  BAQADEV  Verify erasures by personal name       *
      *                        recorded on NAMEAUD (GHNER010) across  *
      *                        GHISTORY, LATEGRT, IDEMREC, DEADLTR,   *
      *                        RETRYHLD and EXTCHK.                   *
      *   2026-10-15  BAQADEV  Verify NAMEAUD requests recorded       *
      *                        incomplete as well as erased.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASEAUD-STATUS.

           SELECT OPTIONAL NAME-AUDIT-FILE ASSIGN TO NAMEAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEAUD-STATUS.

           SELECT GH-HISTORY-FILE ASSIGN TO GHISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LATEGRT-STATUS.

           SELECT DEAD-LETTER-FILE ASSIGN TO DEADLTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT IDEM-REC-FILE ASSIGN TO IDEMREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTCHK-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT EVR-REPORT-FILE ASSIGN TO EVRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVRRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-AUDIT-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY ERASEAUD.

       FD  NAME-AUDIT-FILE
           RECORD CONTAINS 420 CHARACTERS.
           COPY NAMEAUD.

       FD  GH-HISTORY-FILE
           RECORD CONTAINS 397 CHARACTERS.
           COPY GHISTREC.
           RECORD CONTAINS 389 CHARACTERS.
           COPY LATEGRT.

       FD  DEAD-LETTER-FILE
           RECORD CONTAINS 500 CHARACTERS.
           COPY DEADLTR.

       FD  IDEM-REC-FILE
           RECORD CONTAINS 698 CHARACTERS.
           COPY IDEMREC.
               88 XC-ERASED                   VALUE 'Y'.
           05 FILLER                       PIC X(07).

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LEGLHOLD.

       FD  EVR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  EVR-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-ERASEAUD-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-LATEGRT-STATUS            PIC X(02) VALUE '00'.
           05 WS-DEADLTR-STATUS            PIC X(02) VALUE '00'.
           05 WS-IDEMREC-STATUS            PIC X(02) VALUE '00'.
           05 WS-RETRYHLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-EXTCHK-STATUS             PIC X(02) VALUE '00'.
           05 WS-EVRRPT-STATUS             PIC X(02) VALUE '00'.
           05 WS-LEGLHOLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-NAMEAUD-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-SWEEP-EOF                VALUE 'Y'.
           05 WS-COVERED-SW                PIC X(01).
               88 WS-COVERED                  VALUE 'Y'.
           05 WS-HOLD-EOF-SW               PIC X(01).
               88 WS-HOLD-EOF                 VALUE 'Y'.
           05 WS-CLIENT-HELD-SW            PIC X(01).
               88 WS-CLIENT-HELD              VALUE 'Y'.
           05 WS-NAMEAUD-EOF-SW            PIC X(01) VALUE 'N'.
               88 WS-NAMEAUD-EOF              VALUE 'Y'.
           05 WS-ROW-HELD-SW               PIC X(01) VALUE 'N'.
               88 WS-ROW-HELD                 VALUE 'Y'.

       01  WS-LEAKED-THIS-REQUEST          PIC 9(09) COMP-5.

       01  WS-REQUESTS-VERIFIED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-REQUESTS-FAILED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-LEAKED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-REQUESTS-REFUSED             PIC 9(09) COMP-5 VALUE 0.
       01  WS-REQUESTS-DEFERRED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-CURRENT-DATE                 PIC 9(08).

      * Erased clients with each one's latest erasure, built while
      * the requests are verified - the sequential stores (RETRYHLD
       01  WS-ER-WORK-IDX                  PIC S9(4) COMP-5.
       01  WS-MATCH-CLIENT-ID              PIC X(36).
       01  WS-MATCH-TS                     PIC X(26).
       01  WS-MATCH-UNAME                  PIC X(255).

      * Erasures by personal name from NAMEAUD, name upper-cased,
      * with what the sweeps found against each.
       01  WS-NAME-ERASED-TABLE.
           05 WS-NX-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-NX-MAX                    PIC S9(4) COMP-5 VALUE 200.
           05 WS-NX-ENTRY OCCURS 200 TIMES.
               10 WS-NX-REQUEST-REF        PIC X(16).
               10 WS-NX-UNAME              PIC X(255).
               10 WS-NX-NAME-LEN           PIC S9(4) COMP-5.
               10 WS-NX-FROM-DATE          PIC X(08).
               10 WS-NX-TO-DATE            PIC X(08).
               10 WS-NX-ERASED-TS          PIC X(26).
               10 WS-NX-LEAKED             PIC 9(09) COMP-5.
               10 WS-NX-HELD               PIC 9(09) COMP-5.

       01  WS-NX-WORK-IDX                  PIC S9(4) COMP-5.
       01  WS-NX-HIT                       PIC S9(4) COMP-5.
       01  WS-MSG-SUB                      PIC S9(4) COMP-5.
       01  WS-CHAR-IDX                     PIC S9(4) COMP-5.
       01  WS-NAME-LEAK-STORE              PIC X(08).

      * Legal-hold answer for the last client a name match was judged
      * for
       01  WS-HOLD-CLIENT-ID               PIC X(36) VALUE LOW-VALUES.

       01  WS-NAME-REQUESTS-VERIFIED       PIC 9(09) COMP-5 VALUE 0.
       01  WS-NAME-REQUESTS-FAILED         PIC 9(09) COMP-5 VALUE 0.
       01  WS-NAME-REQUESTS-HELD           PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 SW-TIMESTAMP          PIC X(26).
           05 FILLER                PIC X(44) VALUE SPACES.

       01  WS-NAME-REQUEST-LINE.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(13) VALUE 'NAME ERASURE '.
           05 NR-REQUEST-REF        PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NR-ERASED-TS          PIC X(26).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NR-OUTCOME            PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NR-HELD               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(40) VALUE SPACES.

       01  WS-NAME-LEAK-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'REMEDIATE '.
           05 NL-STORE              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NL-TIMESTAMP          PIC X(26).
           05 FILLER                PIC X(10) VALUE '  REQUEST '.
           05 NL-REQUEST-REF        PIC X(16).
           05 FILLER                PIC X(18) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY NAMEMWS.
       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHEVR010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT
           PERFORM 2000-VERIFY-ONE-REQUEST THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 4000-SWEEP-NAME-STORES  THRU 4000-EXIT
           PERFORM 5000-SWEEP-RETRYHLD     THRU 5000-EXIT
           PERFORM 6000-SWEEP-EXTCHK       THRU 6000-EXIT
           PERFORM 7500-REPORT-NAME-ERASURES THRU 7500-EXIT
           PERFORM 8000-TERMINATE          THRU 8000-EXIT
           MOVE 'REQUESTS CHECKED'  TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-REQUESTS-CHECKED TO WS-LDG-COUNT-VALUE(1)
           MOVE 'VERIFIED CLEAN'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-REQUESTS-VERIFIED TO WS-LDG-COUNT-VALUE(2)
           MOVE 'LEAKED ROWS'       TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-LEAKED      TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  ERASE-AUDIT-FILE
           OPEN INPUT  GH-HISTORY-FILE
           OPEN INPUT  GH-LATE-GREET-FILE
           OPEN INPUT  DEAD-LETTER-FILE
           OPEN INPUT  IDEM-REC-FILE
           OPEN INPUT  GH-RETRY-FILE
           OPEN INPUT  LEGAL-HOLD-FILE
           OPEN OUTPUT EVR-REPORT-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           IF WS-LATEGRT-STATUS NOT = '00'
               DISPLAY 'GHEVR010 - UNABLE TO OPEN LATEGRT, STATUS='
               GOBACK
           END-IF

           IF WS-DEADLTR-STATUS NOT = '00'
               DISPLAY 'GHEVR010 - UNABLE TO OPEN DEADLTR, STATUS='
                       WS-DEADLTR-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-IDEMREC-STATUS NOT = '00'
               DISPLAY 'GHEVR010 - UNABLE TO OPEN IDEMREC, STATUS='
                       WS-IDEMREC-STATUS
               GOBACK
           END-IF

           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'GHEVR010 - UNABLE TO OPEN LEGLHOLD, STATUS='
                       WS-LEGLHOLD-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-EVRRPT-STATUS NOT = '00'
               DISPLAY 'GHEVR010 - UNABLE TO OPEN EVRRPT, STATUS='
                       WS-EVRRPT-STATUS

           WRITE EVR-REPORT-LINE FROM WS-HEADING-1

      * NAMEAUD is OPTIONAL - until GHNER010 has run there is none.
           OPEN INPUT NAME-AUDIT-FILE
           IF WS-NAMEAUD-STATUS = '00'
               PERFORM 1100-LOAD-ONE-NAME-ERASURE THRU 1100-EXIT
                   UNTIL WS-NAMEAUD-EOF
               CLOSE NAME-AUDIT-FILE
           END-IF

           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1100-LOAD-ONE-NAME-ERASURE - a request GHNER010 rejected
      *                              erased nothing and is skipped;
      *                              an incomplete one is acted on
      *---------------------------------------------------------------
       1100-LOAD-ONE-NAME-ERASURE.
           READ NAME-AUDIT-FILE
               AT END
                   SET WS-NAMEAUD-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           IF NOT NE-ACTED-ON OR NE-NAME = SPACES
               GO TO 1100-EXIT
           END-IF

           IF WS-NX-COUNT >= WS-NX-MAX
               DISPLAY 'GHEVR010 - MORE THAN 200 NAME ERASURES'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-NX-COUNT
           MOVE NE-REQUEST-REF TO WS-NX-REQUEST-REF(WS-NX-COUNT)
           MOVE NE-NAME        TO WS-NX-UNAME(WS-NX-COUNT)
           INSPECT WS-NX-UNAME(WS-NX-COUNT)
               CONVERTING NM-LOWER-CASE TO NM-UPPER-CASE
           MOVE NE-FROM-DATE   TO WS-NX-FROM-DATE(WS-NX-COUNT)
           MOVE NE-TO-DATE     TO WS-NX-TO-DATE(WS-NX-COUNT)
           MOVE NE-ERASED-TS   TO WS-NX-ERASED-TS(WS-NX-COUNT)
           MOVE 0              TO WS-NX-LEAKED(WS-NX-COUNT)
           MOVE 0              TO WS-NX-HELD(WS-NX-COUNT)

           MOVE 0 TO WS-NX-NAME-LEN(WS-NX-COUNT)
           PERFORM 1110-SCAN-ONE-NAME-CHAR THRU 1110-EXIT
               VARYING WS-CHAR-IDX FROM 255 BY -1
               UNTIL WS-CHAR-IDX < 1
                  OR WS-NX-NAME-LEN(WS-NX-COUNT) > 0.
       1100-EXIT.
           EXIT.

       1110-SCAN-ONE-NAME-CHAR.
           IF WS-NX-UNAME(WS-NX-COUNT)(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-CHAR-IDX TO WS-NX-NAME-LEN(WS-NX-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.

       2000-VERIFY-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-CHECKED
           MOVE 0 TO WS-LEAKED-THIS-REQUEST
           MOVE EA-CLIENT-ID TO RQ-CLIENT-ID
           MOVE EA-ERASED-TS TO RQ-ERASED-TS
           MOVE SPACES       TO RQ-OUTCOME

      * Refused under legal hold - nothing was erased, so there is
      * nothing to verify.
           IF EA-REFUSED-HOLD
               ADD 1 TO WS-REQUESTS-REFUSED
               MOVE 'REFUSED - LEGAL HOLD' TO RQ-OUTCOME
               WRITE EVR-REPORT-LINE FROM WS-REQUEST-LINE
               PERFORM 2100-READ-AUDIT THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
           WRITE EVR-REPORT-LINE FROM WS-REQUEST-LINE

           PERFORM 2200-CHECK-LEGAL-HOLD THRU 2200-EXIT
           IF NOT WS-CLIENT-HELD
               PERFORM 2150-MERGE-ERASED-CLIENT THRU 2150-EXIT
           END-IF

           PERFORM 3000-BROWSE-CLIENT-HISTORY THRU 3000-EXIT
           IF NOT WS-CLIENT-HELD
               PERFORM 3500-CHECK-LATEGRT     THRU 3500-EXIT
               PERFORM 3600-CHECK-IDEMREC     THRU 3600-EXIT
               PERFORM 3700-CHECK-DEADLTR     THRU 3700-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-LEAKED-THIS-REQUEST NOT = 0
                   ADD 1 TO WS-REQUESTS-FAILED
                   MOVE 'LEAKED ROWS FOUND'    TO RQ-OUTCOME
               WHEN WS-CLIENT-HELD
                   ADD 1 TO WS-REQUESTS-DEFERRED
                   MOVE 'LIVE CLEAN - ON HOLD' TO RQ-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-VERIFIED
                   MOVE 'VERIFIED CLEAN'       TO RQ-OUTCOME
           END-EVALUATE
           WRITE EVR-REPORT-LINE FROM WS-REQUEST-LINE

           PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
       2160-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-CHECK-LEGAL-HOLD - is the client under a legal hold
      *                         active today? GHESP010 leaves a held
      *                         client's downstream copies in place,
      *                         so only the live file is verified
      *---------------------------------------------------------------
       2200-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-CLIENT-HELD-SW
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE EA-CLIENT-ID TO LH-CLIENT-ID
           MOVE LOW-VALUES   TO LH-MATTER-REF
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START

           PERFORM 2210-JUDGE-ONE-HOLD THRU 2210-EXIT
               UNTIL WS-HOLD-EOF.
       2200-EXIT.
           EXIT.

       2210-JUDGE-ONE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ

           IF LH-CLIENT-ID NOT = EA-CLIENT-ID
               SET WS-HOLD-EOF TO TRUE
               GO TO 2210-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-CURRENT-DATE
                   AND (LH-NOT-RELEASED
                        OR LH-RELEASE-DATE > WS-CURRENT-DATE)
               SET WS-CLIENT-HELD TO TRUE
               SET WS-HOLD-EOF    TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-BROWSE-CLIENT-HISTORY - the same key range JMT04 erased,
      *                              re-read to prove the erasure
       3610-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3700-CHECK-DEADLTR - a dead letter carries the original
      *                      request: any row for the client whose
      *                      failure predates the erasure is a leak,
      *                      decided on HWDL or not
      *---------------------------------------------------------------
       3700-CHECK-DEADLTR.
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE EA-CLIENT-ID TO DL-CLIENT-ID
           MOVE LOW-VALUES   TO DL-ABANDONED-TS
           START DEAD-LETTER-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START

           PERFORM 3710-JUDGE-ONE-LETTER THRU 3710-EXIT
               UNTIL WS-SWEEP-EOF.
       3700-EXIT.
           EXIT.

       3710-JUDGE-ONE-LETTER.
           READ DEAD-LETTER-FILE NEXT
               AT END
                   SET WS-SWEEP-EOF TO TRUE
                   GO TO 3710-EXIT
           END-READ

           IF DL-CLIENT-ID NOT = EA-CLIENT-ID
               SET WS-SWEEP-EOF TO TRUE
               GO TO 3710-EXIT
           END-IF

           IF DL-FAILED-TS(1:14) < EA-ERASED-TS(1:14)
               ADD 1 TO WS-LEAKED-THIS-REQUEST
               ADD 1 TO WS-ROWS-LEAKED
               MOVE 'DEADLTR '   TO LK-STORE
               MOVE DL-FAILED-TS TO LK-TIMESTAMP
               MOVE SPACES       TO LK-API-NAME
               WRITE EVR-REPORT-LINE FROM WS-LEAK-LINE
           END-IF.
       3710-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-SWEEP-NAME-STORES - one full pass per keyed store for the
      *                          erasures by name: the name may sit
      *                          under any client, so no key range
      *                          narrows the search
      *---------------------------------------------------------------
       4000-SWEEP-NAME-STORES.
           IF WS-NX-COUNT = 0
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-SWEEP-NAME-GHISTORY THRU 4100-EXIT
           PERFORM 4200-SWEEP-NAME-LATEGRT  THRU 4200-EXIT
           PERFORM 4300-SWEEP-NAME-IDEMREC  THRU 4300-EXIT
           PERFORM 4400-SWEEP-NAME-DEADLTR  THRU 4400-EXIT.
       4000-EXIT.
           EXIT.

       4100-SWEEP-NAME-GHISTORY.
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO GH-HIST-KEY
           START GH-HISTORY-FILE KEY NOT < GH-HIST-KEY
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START

           PERFORM 4110-JUDGE-ONE-HISTORY THRU 4110-EXIT
               UNTIL WS-SWEEP-EOF.
       4100-EXIT.
           EXIT.

       4110-JUDGE-ONE-HISTORY.
           READ GH-HISTORY-FILE NEXT
               AT END
                   SET WS-SWEEP-EOF TO TRUE
                   GO TO 4110-EXIT
           END-READ

           IF GH-HIST-ERASED OR GH-HIST-NAME = SPACES
               GO TO 4110-EXIT
           END-IF

           MOVE GH-HIST-CLIENT-ID TO WS-MATCH-CLIENT-ID
           MOVE GH-HIST-TIMESTAMP TO WS-MATCH-TS
           MOVE GH-HIST-NAME      TO WS-MATCH-UNAME
           PERFORM 7200-CHECK-NAME-COVERED THRU 7200-EXIT
           IF WS-NX-HIT > 0
               MOVE 'GHISTORY' TO WS-NAME-LEAK-STORE
               PERFORM 4800-RECORD-NAME-FINDING THRU 4800-EXIT
           END-IF.
       4110-EXIT.
           EXIT.

       4200-SWEEP-NAME-LATEGRT.
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO LG-KEY
           START GH-LATE-GREET-FILE KEY NOT < LG-KEY
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START

           PERFORM 4210-JUDGE-ONE-GREETING THRU 4210-EXIT
               UNTIL WS-SWEEP-EOF.
       4200-EXIT.
           EXIT.

       4210-JUDGE-ONE-GREETING.
           READ GH-LATE-GREET-FILE NEXT
               AT END
                   SET WS-SWEEP-EOF TO TRUE
                   GO TO 4210-EXIT
           END-READ

           MOVE LG-CLIENT-ID TO WS-MATCH-CLIENT-ID
           MOVE LG-FAILED-TS TO WS-MATCH-TS
           MOVE LG-GREETING  TO NM-TEXT
           PERFORM 7300-CHECK-NAME-IN-TEXT THRU 7300-EXIT
           IF WS-NX-HIT > 0
               MOVE 'LATEGRT ' TO WS-NAME-LEAK-STORE
               PERFORM 4800-RECORD-NAME-FINDING THRU 4800-EXIT
           END-IF.
       4210-EXIT.
           EXIT.

       4300-SWEEP-NAME-IDEMREC.
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO IDM-KEY
           START IDEM-REC-FILE KEY NOT < IDM-KEY
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START

           PERFORM 4310-JUDGE-ONE-RESPONSE THRU 4310-EXIT
               UNTIL WS-SWEEP-EOF.
       4300-EXIT.
           EXIT.

       4310-JUDGE-ONE-RESPONSE.
           READ IDEM-REC-FILE NEXT
               AT END
                   SET WS-SWEEP-EOF TO TRUE
                   GO TO 4310-EXIT
           END-READ

           MOVE IDM-CLIENT-ID  TO WS-MATCH-CLIENT-ID
           MOVE IDM-CREATED-TS TO WS-MATCH-TS
           MOVE 0 TO WS-NX-HIT
           PERFORM 4320-TRY-ONE-MESSAGE THRU 4320-EXIT
               VARYING WS-MSG-SUB FROM 1 BY 1
               UNTIL WS-MSG-SUB > IDM-MSG-COUNT
                  OR WS-MSG-SUB > 2
                  OR WS-NX-HIT > 0
           IF WS-NX-HIT > 0
               MOVE 'IDEMREC ' TO WS-NAME-LEAK-STORE
               PERFORM 4800-RECORD-NAME-FINDING THRU 4800-EXIT
           END-IF.
       4310-EXIT.
           EXIT.

       4320-TRY-ONE-MESSAGE.
           MOVE IDM-MSG-TEXT(WS-MSG-SUB) TO NM-TEXT
           PERFORM 7300-CHECK-NAME-IN-TEXT THRU 7300-EXIT.
       4320-EXIT.
           EXIT.

       4400-SWEEP-NAME-DEADLTR.
           MOVE 'N' TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO DL-KEY
           START DEAD-LETTER-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET WS-SWEEP-EOF TO TRUE
           END-START

           PERFORM 4410-JUDGE-ONE-LETTER THRU 4410-EXIT
               UNTIL WS-SWEEP-EOF.
       4400-EXIT.
           EXIT.

       4410-JUDGE-ONE-LETTER.
           READ DEAD-LETTER-FILE NEXT
               AT END
                   SET WS-SWEEP-EOF TO TRUE
                   GO TO 4410-EXIT
           END-READ

           IF DL-NAME = SPACES
               GO TO 4410-EXIT
           END-IF

           MOVE DL-CLIENT-ID TO WS-MATCH-CLIENT-ID
           MOVE DL-FAILED-TS TO WS-MATCH-TS
           MOVE DL-NAME      TO WS-MATCH-UNAME
           PERFORM 7200-CHECK-NAME-COVERED THRU 7200-EXIT
           IF WS-NX-HIT > 0
               MOVE 'DEADLTR ' TO WS-NAME-LEAK-STORE
               PERFORM 4800-RECORD-NAME-FINDING THRU 4800-EXIT
           END-IF.
       4410-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4800-RECORD-NAME-FINDING - a covered row under an active hold
      *                            was left by GHNER010 on purpose;
      *                            any other is a leak to remediate
      *---------------------------------------------------------------
       4800-RECORD-NAME-FINDING.
           PERFORM 7400-CHECK-ROW-HELD THRU 7400-EXIT
           IF WS-ROW-HELD
               ADD 1 TO WS-NX-HELD(WS-NX-HIT)
               GO TO 4800-EXIT
           END-IF

           ADD 1 TO WS-NX-LEAKED(WS-NX-HIT)
           ADD 1 TO WS-ROWS-LEAKED
           MOVE WS-NAME-LEAK-STORE           TO NL-STORE
           MOVE WS-MATCH-CLIENT-ID           TO NL-CLIENT-ID
           MOVE WS-MATCH-TS                  TO NL-TIMESTAMP
           MOVE WS-NX-REQUEST-REF(WS-NX-HIT) TO NL-REQUEST-REF
           WRITE EVR-REPORT-LINE FROM WS-NAME-LEAK-LINE.
       4800-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-SWEEP-RETRYHLD - one pass over the spool against the
      *                       whole erased-client list; a named entry
               MOVE RH-CLIENT-ID  TO SW-CLIENT-ID
               MOVE RH-FAILED-TS  TO SW-TIMESTAMP
               WRITE EVR-REPORT-LINE FROM WS-SWEEP-LEAK-LINE
               GO TO 5100-EXIT
           END-IF

           MOVE RH-NAME TO WS-MATCH-UNAME
           PERFORM 7200-CHECK-NAME-COVERED THRU 7200-EXIT
           IF WS-NX-HIT > 0
               MOVE 'RETRYHLD' TO WS-NAME-LEAK-STORE
               PERFORM 4800-RECORD-NAME-FINDING THRU 4800-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
               MOVE XC-CLIENT-ID  TO SW-CLIENT-ID
               MOVE XC-TIMESTAMP  TO SW-TIMESTAMP
               WRITE EVR-REPORT-LINE FROM WS-SWEEP-LEAK-LINE
               GO TO 6100-EXIT
           END-IF

           MOVE XC-NAME TO WS-MATCH-UNAME
           PERFORM 7200-CHECK-NAME-COVERED THRU 7200-EXIT
           IF WS-NX-HIT > 0
               MOVE 'EXTRACT ' TO WS-NAME-LEAK-STORE
               PERFORM 4800-RECORD-NAME-FINDING THRU 4800-EXIT
           END-IF.
       6100-EXIT.
           EXIT.
       7100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7200-CHECK-NAME-COVERED - does an erasure by name cover the
      *                           name field in WS-MATCH-UNAME? Whole
      *                           field, any case, greeting date in
      *                           the request's range and written
      *                           before it ran. WS-NX-HIT is left on
      *                           the request, or zero.
      *---------------------------------------------------------------
       7200-CHECK-NAME-COVERED.
           MOVE 0 TO WS-NX-HIT
           IF WS-MATCH-UNAME = SPACES
               GO TO 7200-EXIT
           END-IF

           INSPECT WS-MATCH-UNAME
               CONVERTING NM-LOWER-CASE TO NM-UPPER-CASE
           PERFORM 7210-MATCH-ONE-NAME THRU 7210-EXIT
               VARYING WS-NX-WORK-IDX FROM 1 BY 1
               UNTIL WS-NX-WORK-IDX > WS-NX-COUNT
                   OR WS-NX-HIT > 0.
       7200-EXIT.
           EXIT.

       7210-MATCH-ONE-NAME.
           IF WS-MATCH-UNAME = WS-NX-UNAME(WS-NX-WORK-IDX)
                   AND WS-MATCH-TS(1:8)
                       NOT < WS-NX-FROM-DATE(WS-NX-WORK-IDX)
                   AND WS-MATCH-TS(1:8)
                       NOT > WS-NX-TO-DATE(WS-NX-WORK-IDX)
                   AND WS-MATCH-TS(1:14)
                       < WS-NX-ERASED-TS(WS-NX-WORK-IDX)(1:14)
               MOVE WS-NX-WORK-IDX TO WS-NX-HIT
           END-IF.
       7210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7300-CHECK-NAME-IN-TEXT - the same for greeting text in
      *                           NM-TEXT: the name must appear in it
      *                           as a whole word (NAMEMTCH)
      *---------------------------------------------------------------
       7300-CHECK-NAME-IN-TEXT.
           MOVE 0 TO WS-NX-HIT
           IF NM-TEXT = SPACES
               GO TO 7300-EXIT
           END-IF

           PERFORM 7310-FIND-ONE-NAME THRU 7310-EXIT
               VARYING WS-NX-WORK-IDX FROM 1 BY 1
               UNTIL WS-NX-WORK-IDX > WS-NX-COUNT
                   OR WS-NX-HIT > 0.
       7300-EXIT.
           EXIT.

       7310-FIND-ONE-NAME.
           IF WS-MATCH-TS(1:8) < WS-NX-FROM-DATE(WS-NX-WORK-IDX)
                   OR WS-MATCH-TS(1:8) > WS-NX-TO-DATE(WS-NX-WORK-IDX)
                   OR WS-MATCH-TS(1:14)
                       NOT < WS-NX-ERASED-TS(WS-NX-WORK-IDX)(1:14)
               GO TO 7310-EXIT
           END-IF

           MOVE WS-NX-UNAME(WS-NX-WORK-IDX)    TO NM-NAME
           MOVE WS-NX-NAME-LEN(WS-NX-WORK-IDX) TO NM-NAME-LEN
           PERFORM 9600-FIND-NAME-THRU-EXIT THRU 9600-EXIT
           IF NM-FOUND
               MOVE WS-NX-WORK-IDX TO WS-NX-HIT
           END-IF.
       7310-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7400-CHECK-ROW-HELD - is WS-MATCH-CLIENT-ID under a legal hold
      *                       active today?
      *---------------------------------------------------------------
       7400-CHECK-ROW-HELD.
           IF WS-MATCH-CLIENT-ID = WS-HOLD-CLIENT-ID
               GO TO 7400-EXIT
           END-IF

           MOVE WS-MATCH-CLIENT-ID TO WS-HOLD-CLIENT-ID
           MOVE 'N' TO WS-ROW-HELD-SW
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-MATCH-CLIENT-ID TO LH-CLIENT-ID
           MOVE LOW-VALUES         TO LH-MATTER-REF
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START

           PERFORM 7410-JUDGE-ONE-HOLD THRU 7410-EXIT
               UNTIL WS-HOLD-EOF.
       7400-EXIT.
           EXIT.

       7410-JUDGE-ONE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 7410-EXIT
           END-READ

           IF LH-CLIENT-ID NOT = WS-HOLD-CLIENT-ID
               SET WS-HOLD-EOF TO TRUE
               GO TO 7410-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-CURRENT-DATE
                   AND (LH-NOT-RELEASED
                        OR LH-RELEASE-DATE > WS-CURRENT-DATE)
               SET WS-ROW-HELD TO TRUE
               SET WS-HOLD-EOF TO TRUE
           END-IF.
       7410-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7500-REPORT-NAME-ERASURES - one outcome line per erasure by
      *                             name, after every sweep has run
      *---------------------------------------------------------------
       7500-REPORT-NAME-ERASURES.
           PERFORM 7510-REPORT-ONE-NAME THRU 7510-EXIT
               VARYING WS-NX-WORK-IDX FROM 1 BY 1
               UNTIL WS-NX-WORK-IDX > WS-NX-COUNT.
       7500-EXIT.
           EXIT.

       7510-REPORT-ONE-NAME.
           MOVE WS-NX-REQUEST-REF(WS-NX-WORK-IDX) TO NR-REQUEST-REF
           MOVE WS-NX-ERASED-TS(WS-NX-WORK-IDX)   TO NR-ERASED-TS
           MOVE WS-NX-HELD(WS-NX-WORK-IDX)        TO NR-HELD
           EVALUATE TRUE
               WHEN WS-NX-LEAKED(WS-NX-WORK-IDX) > 0
                   ADD 1 TO WS-NAME-REQUESTS-FAILED
                   MOVE 'LEAKED ROWS FOUND'    TO NR-OUTCOME
               WHEN WS-NX-HELD(WS-NX-WORK-IDX) > 0
                   ADD 1 TO WS-NAME-REQUESTS-HELD
                   MOVE 'CLEAN - ROWS HELD'    TO NR-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-NAME-REQUESTS-VERIFIED
                   MOVE 'VERIFIED CLEAN'       TO NR-OUTCOME
           END-EVALUATE
           WRITE EVR-REPORT-LINE FROM WS-NAME-REQUEST-LINE.
       7510-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'ERASURE REQUESTS CHECKED' TO CL-LABEL
           MOVE WS-REQUESTS-CHECKED        TO CL-COUNT
           MOVE 'LEAKED ROWS TO REMEDIATE' TO CL-LABEL
           MOVE WS-ROWS-LEAKED             TO CL-COUNT
           WRITE EVR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIVE CLEAN - ON LEGAL HOLD' TO CL-LABEL
           MOVE WS-REQUESTS-DEFERRED       TO CL-COUNT
           WRITE EVR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REFUSED - LEGAL HOLD'     TO CL-LABEL
           MOVE WS-REQUESTS-REFUSED        TO CL-COUNT
           WRITE EVR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NAME ERASURES CHECKED'    TO CL-LABEL
           MOVE WS-NX-COUNT                TO CL-COUNT
           WRITE EVR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NAME ERASURES CLEAN'      TO CL-LABEL
           MOVE WS-NAME-REQUESTS-VERIFIED  TO CL-COUNT
           WRITE EVR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NAME ERASURES WITH LEAKS' TO CL-LABEL
           MOVE WS-NAME-REQUESTS-FAILED    TO CL-COUNT
           WRITE EVR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NAME ERASURES CLEAN - HELD' TO CL-LABEL
           MOVE WS-NAME-REQUESTS-HELD      TO CL-COUNT
           WRITE EVR-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE ERASE-AUDIT-FILE
           CLOSE GH-HISTORY-FILE
           CLOSE GH-LATE-GREET-FILE
           CLOSE DEAD-LETTER-FILE
           CLOSE IDEM-REC-FILE
           CLOSE GH-RETRY-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE EVR-REPORT-FILE

           DISPLAY 'GHEVR010 - REQUESTS CHECKED : '
           END-IF.
       8000-EXIT.
           EXIT.

       COPY NAMEMTCH.

       COPY GHLDGCHK.
