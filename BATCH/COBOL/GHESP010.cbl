      *   person's name survives everywhere it was copied: the        *
      *   GHRPTEXT extract generations, the GHARCHV seven-year        *
      *   archive, RETRYHLD spool entries, stored IDEMREC responses   *
      *   (the greeting text embeds the name), LATEGRT greetings      *
      *   waiting for pickup and DEADLTR dead letters (the original   *
      *   request, name included). This job reads ERASEAUD and       *
      *   scrubs each store, so the erasure certificate we issue is   *
      *   actually true.                                               *
      *                                                                *
      *   Control cards name the stores to scrub (CTLCARDS, one per   *
      *                person must not be redriven or delivered late. *
      *     IDEMREC  - DELETE the erased clients' stored responses.   *
      *     LATEGRT  - DELETE the erased clients' waiting greetings.  *
      *     DEADLTR  - DELETE the erased clients' dead letters,       *
      *                decided or not (the DEADAUD trail keeps no     *
      *                name).                                         *
      *                                                                *
      *   A row is scrubbed when its client is on ERASEAUD and its    *
      *   timestamp predates that client's latest erasure (compared   *
      *   after the erasure are new business, erasable only by a new  *
      *   request.                                                     *
      *                                                                *
      *   An erased client under an active legal hold (LEGLHOLD) is  *
      *   left alone in every store and listed as deferred - the      *
      *   scrub happens on the first run after the hold is released,  *
      *   since the ERASEAUD row is still there to drive it. Requests *
      *   JMT04 refused under hold (outcome 'H') erased nothing and   *
      *   are skipped.                                                *
      *                                                                *
      *   Erasures by personal name (GHNER010, recorded on NAMEAUD)   *
      *   are applied to the EXTRACT store as well: a row whose name  *
      *   equals an erased name (any case), dated inside that         *
      *   request's range and written before it ran, is scrubbed the  *
      *   same way. GHNER010 clears the live stores itself, so the    *
      *   other store cards act on ERASEAUD only. A row whose client  *
      *   is under an active legal hold is left alone and counted.    *
      *                                                                *
      *   JCL           : JCL/GHESP010.jcl                            *
      *   DD CTLCARDS   : store-selection cards (input)               *
      *   DD ERASEAUD   : erasure audit trail (input)                 *
      *   DD NAMEAUD    : name erasure audit trail, OPTIONAL (input)  *
      *   DD SCRBIN     : GHISTREC-layout store to scrub (input)      *
      *   DD SCRBOUT    : scrubbed copy (output)                      *
      *   DD RETRYHLD   : ZCEE failure spool (input)                  *
      *   DD RETRYNEW   : carried-forward spool (output)              *
      *   DD IDEMREC    : idempotency response VSAM KSDS (in/output)  *
      *   DD LATEGRT    : late-greeting delivery VSAM KSDS (in/out)   *
      *   DD DEADLTR    : retry dead-letter VSAM KSDS (in/out)        *
      *   DD LEGLHOLD   : legal-hold VSAM KSDS (input)                *
      *   DD ESPRPT     : printed propagation report (output)         *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Defer propagation for erased clients   *
      *                        under an active legal hold (LEGLHOLD)  *
      *                        and list them; skip requests refused   *
      *                        under hold. ERASEAUD now 127 bytes.    *
      *   2026-10-15  BAQADEV  DEADLTR store card: delete the erased  *
      *                        clients' retry dead letters.           *
      *   2026-10-15  BAQADEV  Scrub the EXTRACT store for erasures   *
      *                        by personal name recorded on NAMEAUD   *
      *                        (GHNER010).                            *
      *   2026-10-15  BAQADEV  Scrub for NAMEAUD requests recorded    *
      *                        incomplete as well as erased.          *
      *   2026-10-15  BAQADEV  RETRYNEW write failure now stops the   *
      *                        run, RC 16.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASEAUD-STATUS.

           SELECT OPTIONAL NAME-AUDIT-FILE ASSIGN TO NAMEAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEAUD-STATUS.

           SELECT SCRUB-IN-FILE ASSIGN TO SCRBIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRBIN-STATUS.
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LATEGRT-STATUS.

           SELECT DEAD-LETTER-FILE ASSIGN TO DEADLTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT ESP-REPORT-FILE ASSIGN TO ESPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESPRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESP-CONTROL-FILE
           05 FILLER                       PIC X(72).

       FD  ERASE-AUDIT-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY ERASEAUD.

       FD  NAME-AUDIT-FILE
           RECORD CONTAINS 420 CHARACTERS.
           COPY NAMEAUD.

       FD  SCRUB-IN-FILE
           RECORD CONTAINS 397 CHARACTERS.
           COPY GHISTREC.
           RECORD CONTAINS 389 CHARACTERS.
           COPY LATEGRT.

       FD  DEAD-LETTER-FILE
           RECORD CONTAINS 500 CHARACTERS.
           COPY DEADLTR.

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LEGLHOLD.

       FD  ESP-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ESP-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-RETRYNEW-STATUS           PIC X(02) VALUE '00'.
           05 WS-IDEMREC-STATUS            PIC X(02) VALUE '00'.
           05 WS-LATEGRT-STATUS            PIC X(02) VALUE '00'.
           05 WS-DEADLTR-STATUS            PIC X(02) VALUE '00'.
           05 WS-ESPRPT-STATUS             PIC X(02) VALUE '00'.
           05 WS-LEGLHOLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-NAMEAUD-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-CLIENT-ERASED            VALUE 'Y'.
           05 WS-CARD-ERRORS-SW            PIC X(01) VALUE 'N'.
               88 WS-CARD-ERRORS-SEEN         VALUE 'Y'.
           05 WS-HOLD-EOF-SW               PIC X(01).
               88 WS-HOLD-EOF                 VALUE 'Y'.
           05 WS-NAMEAUD-EOF-SW            PIC X(01) VALUE 'N'.
               88 WS-NAMEAUD-EOF              VALUE 'Y'.
           05 WS-NAME-ERASED-SW            PIC X(01).
               88 WS-NAME-ERASED              VALUE 'Y'.
           05 WS-ROW-HELD-SW               PIC X(01) VALUE 'N'.
               88 WS-ROW-HELD                 VALUE 'Y'.

      * Erased clients with each one's LATEST erasure timestamp -
      * a client erased twice propagates up to the newest request.
                          INDEXED BY WS-ER-IDX.
               10 WS-ER-CLIENT-ID          PIC X(36).
               10 WS-ER-ERASED-TS          PIC X(26).
               10 WS-ER-HELD-SW            PIC X(01).
                   88 WS-ER-HELD              VALUE 'Y'.
               10 WS-ER-HOLD-MATTER        PIC X(16).

      * Erasures by personal name from NAMEAUD, name upper-cased.
      * Held clients are judged per row, since the name spans them.
       01  WS-NAME-ERASED-TABLE.
           05 WS-NX-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-NX-MAX                    PIC S9(4) COMP-5 VALUE 200.
           05 WS-NX-ENTRY OCCURS 200 TIMES.
               10 WS-NX-UNAME              PIC X(255).
               10 WS-NX-FROM-DATE          PIC X(08).
               10 WS-NX-TO-DATE            PIC X(08).
               10 WS-NX-ERASED-TS          PIC X(26).

       01  WS-MATCH-CLIENT-ID              PIC X(36).
       01  WS-MATCH-TS                     PIC X(26).
       01  WS-MATCH-UNAME                  PIC X(255).
       01  WS-ER-WORK-IDX                  PIC S9(4) COMP-5.
       01  WS-NX-WORK-IDX                  PIC S9(4) COMP-5.

      * Legal-hold answer for the last client a name match was judged
      * for
       01  WS-HOLD-CLIENT-ID               PIC X(36) VALUE LOW-VALUES.
       01  WS-NX-HELD-ROWS                 PIC 9(09) COMP-5 VALUE 0.

       01  WS-ER-HELD-COUNT                PIC S9(4) COMP-5 VALUE 0.
       01  WS-CURRENT-DATE                 PIC 9(08).

       01  WS-ROWS-EXAMINED                PIC 9(09) COMP-5.
       01  WS-ROWS-SCRUBBED                PIC 9(09) COMP-5.
           05 EL-CARD               PIC X(14).
           05 FILLER                PIC X(74) VALUE SPACES.

       01  WS-HELD-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(24) VALUE
                  'DEFERRED - LEGAL HOLD  '.
           05 HL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(08) VALUE ' MATTER '.
           05 HL-MATTER-REF         PIC X(16).
           05 FILLER                PIC X(44) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHESP010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL WS-CARD-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'ERASED CLIENTS'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ER-COUNT         TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS EXAMINED'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-EXAMINED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS SCRUBBED'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-SCRUBBED    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
               UNTIL WS-AUD-EOF
           CLOSE ERASE-AUDIT-FILE

      * NAMEAUD is OPTIONAL - until GHNER010 has run there is none.
           OPEN INPUT NAME-AUDIT-FILE
           IF WS-NAMEAUD-STATUS = '00'
               PERFORM 1150-LOAD-ONE-NAME-ERASURE THRU 1150-EXIT
                   UNTIL WS-NAMEAUD-EOF
               CLOSE NAME-AUDIT-FILE
           END-IF

           WRITE ESP-REPORT-LINE FROM WS-HEADING-1

           PERFORM 1200-MARK-HELD-CLIENTS THRU 1200-EXIT

           IF WS-ER-COUNT = 0 AND WS-NX-COUNT = 0
      * Nothing erased, nothing to propagate - a clean no-op, not
      * an error.
               DISPLAY 'GHESP010 - NO ERASURES ON ERASEAUD/NAMEAUD'
               SET WS-CARD-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
                   GO TO 1100-EXIT
           END-READ

      * A request refused under legal hold erased nothing - there is
      * nothing downstream to propagate for it.
           IF EA-REFUSED-HOLD
               GO TO 1100-EXIT
           END-IF

           PERFORM 1110-MERGE-ONE-ERASURE THRU 1110-EXIT.
       1100-EXIT.
           EXIT.
           ADD 1 TO WS-ER-COUNT
           SET WS-ER-IDX TO WS-ER-COUNT
           MOVE EA-CLIENT-ID TO WS-ER-CLIENT-ID(WS-ER-IDX)
           MOVE EA-ERASED-TS TO WS-ER-ERASED-TS(WS-ER-IDX)
           MOVE 'N'          TO WS-ER-HELD-SW(WS-ER-IDX)
           MOVE SPACES       TO WS-ER-HOLD-MATTER(WS-ER-IDX).
       1110-EXIT.
           EXIT.

       1120-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1150-LOAD-ONE-NAME-ERASURE - a request GHNER010 rejected
      *                              erased nothing and is skipped;
      *                              an incomplete one is acted on
      *---------------------------------------------------------------
       1150-LOAD-ONE-NAME-ERASURE.
           READ NAME-AUDIT-FILE
               AT END
                   SET WS-NAMEAUD-EOF TO TRUE
                   GO TO 1150-EXIT
           END-READ

           IF NOT NE-ACTED-ON OR NE-NAME = SPACES
               GO TO 1150-EXIT
           END-IF

           IF WS-NX-COUNT >= WS-NX-MAX
               DISPLAY 'GHESP010 - MORE THAN 200 NAME ERASURES'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-NX-COUNT
           MOVE NE-NAME      TO WS-NX-UNAME(WS-NX-COUNT)
           INSPECT WS-NX-UNAME(WS-NX-COUNT) CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE NE-FROM-DATE TO WS-NX-FROM-DATE(WS-NX-COUNT)
           MOVE NE-TO-DATE   TO WS-NX-TO-DATE(WS-NX-COUNT)
           MOVE NE-ERASED-TS TO WS-NX-ERASED-TS(WS-NX-COUNT).
       1150-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1200-MARK-HELD-CLIENTS - flag every erased client with a
      *                          legal hold active today; flagged
      *                          clients match nothing in 2200 and
      *                          are skipped by the per-client sweeps
      *---------------------------------------------------------------
       1200-MARK-HELD-CLIENTS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'GHESP010 - UNABLE TO OPEN LEGLHOLD, STATUS='
                       WS-LEGLHOLD-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1210-CHECK-ONE-CLIENT THRU 1210-EXIT
               VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT.
       1200-EXIT.
           EXIT.

       1210-CHECK-ONE-CLIENT.
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-ER-CLIENT-ID(WS-ER-IDX) TO LH-CLIENT-ID
           MOVE LOW-VALUES                 TO LH-MATTER-REF
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START

           PERFORM 1220-JUDGE-ONE-HOLD THRU 1220-EXIT
               UNTIL WS-HOLD-EOF

           IF WS-ER-HELD(WS-ER-IDX)
               ADD 1 TO WS-ER-HELD-COUNT
               MOVE WS-ER-CLIENT-ID(WS-ER-IDX)   TO HL-CLIENT-ID
               MOVE WS-ER-HOLD-MATTER(WS-ER-IDX) TO HL-MATTER-REF
               WRITE ESP-REPORT-LINE FROM WS-HELD-LINE
           END-IF.
       1210-EXIT.
           EXIT.

       1220-JUDGE-ONE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 1220-EXIT
           END-READ

           IF LH-CLIENT-ID NOT = WS-ER-CLIENT-ID(WS-ER-IDX)
               SET WS-HOLD-EOF TO TRUE
               GO TO 1220-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-CURRENT-DATE
                   AND (LH-NOT-RELEASED
                        OR LH-RELEASE-DATE > WS-CURRENT-DATE)
               MOVE 'Y'           TO WS-ER-HELD-SW(WS-ER-IDX)
               MOVE LH-MATTER-REF TO WS-ER-HOLD-MATTER(WS-ER-IDX)
               SET WS-HOLD-EOF TO TRUE
           END-IF.
       1220-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           IF ESP-CONTROL-CARD(1:1) = '*'
                   OR ESP-CONTROL-CARD = SPACES
                   PERFORM 5000-SCRUB-IDEMREC  THRU 5000-EXIT
               WHEN 'LATEGRT '
                   PERFORM 6000-SCRUB-LATEGRT  THRU 6000-EXIT
               WHEN 'DEADLTR '
                   PERFORM 6500-SCRUB-DEADLTR  THRU 6500-EXIT
               WHEN OTHER
                   SET WS-CARD-ERRORS-SEEN TO TRUE
                   MOVE 'UNKNOWN STORE NAME ON CARD:' TO EL-TEXT
      *                            moves them to WS-MATCH-CLIENT-ID/
      *                            WS-MATCH-TS; the compare is on the
      *                            first 14 timestamp bytes (the
      *                            GHEVR010 rule). A client under
      *                            legal hold is never covered.
      *---------------------------------------------------------------
       2200-CHECK-CLIENT-ERASED.
           MOVE 'N' TO WS-CLIENT-ERASED-SW
           IF WS-ER-CLIENT-ID(WS-ER-WORK-IDX) = WS-MATCH-CLIENT-ID
                   AND WS-MATCH-TS(1:14)
                       < WS-ER-ERASED-TS(WS-ER-WORK-IDX)(1:14)
                   AND NOT WS-ER-HELD(WS-ER-WORK-IDX)
               SET WS-CLIENT-ERASED TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2300-CHECK-NAME-ERASED - does an erasure by name cover the row
      *                          in GH-HIST-RECORD? The name must
      *                          equal the erased one whatever the
      *                          case, the greeting date fall inside
      *                          the request's range and the row
      *                          predate the run (14-byte rule). A
      *                          covered row whose client is under an
      *                          active hold is counted, not scrubbed.
      *---------------------------------------------------------------
       2300-CHECK-NAME-ERASED.
           MOVE 'N' TO WS-NAME-ERASED-SW
           MOVE GH-HIST-NAME TO WS-MATCH-UNAME
           INSPECT WS-MATCH-UNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM 2310-MATCH-ONE-NAME THRU 2310-EXIT
               VARYING WS-NX-WORK-IDX FROM 1 BY 1
               UNTIL WS-NX-WORK-IDX > WS-NX-COUNT
                   OR WS-NAME-ERASED
           IF NOT WS-NAME-ERASED
               GO TO 2300-EXIT
           END-IF

           PERFORM 2320-CHECK-ROW-HELD THRU 2320-EXIT
           IF WS-ROW-HELD
               MOVE 'N' TO WS-NAME-ERASED-SW
               ADD 1 TO WS-NX-HELD-ROWS
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-NAME.
           IF WS-MATCH-UNAME = WS-NX-UNAME(WS-NX-WORK-IDX)
                   AND GH-HIST-TIMESTAMP(1:8)
                       NOT < WS-NX-FROM-DATE(WS-NX-WORK-IDX)
                   AND GH-HIST-TIMESTAMP(1:8)
                       NOT > WS-NX-TO-DATE(WS-NX-WORK-IDX)
                   AND GH-HIST-TIMESTAMP(1:14)
                       < WS-NX-ERASED-TS(WS-NX-WORK-IDX)(1:14)
               SET WS-NAME-ERASED TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

       2320-CHECK-ROW-HELD.
           IF GH-HIST-CLIENT-ID = WS-HOLD-CLIENT-ID
               GO TO 2320-EXIT
           END-IF

           MOVE GH-HIST-CLIENT-ID TO WS-HOLD-CLIENT-ID
           MOVE 'N' TO WS-ROW-HELD-SW
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE GH-HIST-CLIENT-ID TO LH-CLIENT-ID
           MOVE LOW-VALUES        TO LH-MATTER-REF
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START

           PERFORM 2330-JUDGE-ONE-HOLD THRU 2330-EXIT
               UNTIL WS-HOLD-EOF.
       2320-EXIT.
           EXIT.

       2330-JUDGE-ONE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 2330-EXIT
           END-READ

           IF LH-CLIENT-ID NOT = WS-HOLD-CLIENT-ID
               SET WS-HOLD-EOF TO TRUE
               GO TO 2330-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-CURRENT-DATE
                   AND (LH-NOT-RELEASED
                        OR LH-RELEASE-DATE > WS-CURRENT-DATE)
               SET WS-ROW-HELD TO TRUE
               SET WS-HOLD-EOF TO TRUE
           END-IF.
       2330-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-SCRUB-EXTRACT - copy SCRBIN to SCRBOUT blanking the name
      *                      on covered rows; point the DDs at one
           MOVE GH-HIST-CLIENT-ID TO WS-MATCH-CLIENT-ID
           MOVE GH-HIST-TIMESTAMP TO WS-MATCH-TS
           PERFORM 2200-CHECK-CLIENT-ERASED THRU 2200-EXIT
           MOVE 'N' TO WS-NAME-ERASED-SW
           IF NOT WS-CLIENT-ERASED AND GH-HIST-NOT-ERASED
                   AND GH-HIST-NAME NOT = SPACES
                   AND WS-NX-COUNT > 0
               PERFORM 2300-CHECK-NAME-ERASED THRU 2300-EXIT
           END-IF

           IF (WS-CLIENT-ERASED OR WS-NAME-ERASED)
                   AND GH-HIST-NOT-ERASED
               MOVE SPACES TO GH-HIST-NAME
               MOVE 0      TO GH-HIST-NAME-LEN
               SET GH-HIST-ERASED TO TRUE
      *                       erased person's greeting must not be
      *                       redriven or delivered late, and a
      *                       blanked name would just redrive as a
      *                       1001 validation failure anyway. A
      *                       RETRYNEW that cannot be written stops
      *                       the run (RC 16).
      *---------------------------------------------------------------
       4000-SCRUB-RETRYHLD.
           MOVE 'N' TO WS-STORE-EOF-SW
               GO TO 4100-EXIT
           END-IF

           WRITE GH-RETRY-NEW-RECORD FROM RETRY-HOLD-RECORD
           IF WS-RETRYNEW-STATUS NOT = '00'
               DISPLAY 'GHESP010 - RETRYNEW WRITE FAILED, STATUS='
                       WS-RETRYNEW-STATUS ' FOR ' RH-CLIENT-ID
               DISPLAY 'GHESP010 - RUN STOPPED - RETRYNEW IS '
                       'INCOMPLETE; DELETE RETRYHLD.NEW AND RERUN'
               CLOSE GH-RETRY-OLD-FILE
               CLOSE GH-RETRY-NEW-FILE
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
               GOBACK
           END-IF.
       4100-EXIT.
           EXIT.

           EXIT.

       5100-SWEEP-ONE-CLIENT.
           IF WS-ER-HELD(WS-ER-IDX)
               GO TO 5100-EXIT
           END-IF

           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE WS-ER-CLIENT-ID(WS-ER-IDX) TO IDM-CLIENT-ID
           MOVE LOW-VALUES                 TO IDM-IDEMPOTENCY-KEY
           EXIT.

       6100-SWEEP-ONE-CLIENT.
           IF WS-ER-HELD(WS-ER-IDX)
               GO TO 6100-EXIT
           END-IF

           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE WS-ER-CLIENT-ID(WS-ER-IDX) TO LG-CLIENT-ID
           MOVE LOW-VALUES                 TO LG-CORRELATION-ID
       6200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 6500-SCRUB-DEADLTR - a dead letter carries the original
      *                      request; covered rows are deleted
      *                      whatever their HWDL state, on the
      *                      failure time the row still carries
      *---------------------------------------------------------------
       6500-SCRUB-DEADLTR.
           OPEN I-O DEAD-LETTER-FILE
           IF WS-DEADLTR-STATUS NOT = '00'
               DISPLAY 'GHESP010 - UNABLE TO OPEN DEADLTR, STATUS='
                       WS-DEADLTR-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 6600-SWEEP-ONE-CLIENT THRU 6600-EXIT
               VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT

           CLOSE DEAD-LETTER-FILE
           MOVE 'DEADLTR ' TO SL-STORE-NAME
           PERFORM 7000-PRINT-STORE-LINE THRU 7000-EXIT.
       6500-EXIT.
           EXIT.

       6600-SWEEP-ONE-CLIENT.
           IF WS-ER-HELD(WS-ER-IDX)
               GO TO 6600-EXIT
           END-IF

           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE WS-ER-CLIENT-ID(WS-ER-IDX) TO DL-CLIENT-ID
           MOVE LOW-VALUES                 TO DL-ABANDONED-TS
           START DEAD-LETTER-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET WS-STORE-EOF TO TRUE
           END-START

           PERFORM 6700-JUDGE-ONE-LETTER THRU 6700-EXIT
               UNTIL WS-STORE-EOF.
       6600-EXIT.
           EXIT.

       6700-JUDGE-ONE-LETTER.
           READ DEAD-LETTER-FILE NEXT
               AT END
                   SET WS-STORE-EOF TO TRUE
                   GO TO 6700-EXIT
           END-READ

           IF DL-CLIENT-ID NOT = WS-ER-CLIENT-ID(WS-ER-IDX)
               SET WS-STORE-EOF TO TRUE
               GO TO 6700-EXIT
           END-IF
           ADD 1 TO WS-ROWS-EXAMINED

           IF DL-FAILED-TS(1:14)
                   < WS-ER-ERASED-TS(WS-ER-IDX)(1:14)
               DELETE DEAD-LETTER-FILE
                   INVALID KEY
                       DISPLAY 'GHESP010 - DEADLTR DELETE FAILED FOR '
                               DL-CLIENT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-SCRUBBED
               END-DELETE
           END-IF.
       6700-EXIT.
           EXIT.

       7000-PRINT-STORE-LINE.
           MOVE WS-ROWS-EXAMINED TO SL-EXAMINED
           MOVE WS-ROWS-SCRUBBED TO SL-SCRUBBED
           MOVE 'ERASED CLIENTS ON ERASEAUD' TO CL-LABEL
           MOVE WS-ER-COUNT                  TO CL-COUNT
           WRITE ESP-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ERASED CLIENTS ON HOLD'     TO CL-LABEL
           MOVE WS-ER-HELD-COUNT             TO CL-COUNT
           WRITE ESP-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NAME ERASURES ON NAMEAUD'   TO CL-LABEL
           MOVE WS-NX-COUNT                  TO CL-COUNT
           WRITE ESP-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NAME ROWS DEFERRED - HOLD'  TO CL-LABEL
           MOVE WS-NX-HELD-ROWS              TO CL-COUNT
           WRITE ESP-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE ESP-CONTROL-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE ESP-REPORT-FILE

           DISPLAY 'GHESP010 - ERASED CLIENTS : ' WS-ER-COUNT
           DISPLAY 'GHESP010 - HELD/DEFERRED  : ' WS-ER-HELD-COUNT
           IF WS-CARD-ERRORS-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
