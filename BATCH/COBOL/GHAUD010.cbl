       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHAUD010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHAUD010 - consolidated audit-trail report.                 *
      *                                                                *
      *   Answers "what did you do to client X between these dates"   *
      *   in one run instead of four hand extracts. Reads the four    *
      *   audit trails end to end -                                   *
      *                                                                *
      *     CLNTAUD   registry changes (GHCLM010, HWCM, HWAP,         *
      *               GHPRM010, GHCEX010) and lockouts lifted on      *
      *               HWCM                                            *
      *     QUOTAAUD  rate-limit quota credits (HWQA, HWAP)           *
      *     ERASEAUD  right-to-erasure requests (JMT04)               *
      *     EXPTAUD   right-of-access requests and fulfilments        *
      *               (JMT09, GHEXP010)                               *
      *                                                                *
      *   - and merges them through an internal SORT into a single    *
      *   time-ordered chronology per client: event type, the        *
      *   operator or feed that caused it (and the approver, for     *
      *   four-eyes changes), and the before/after values.           *
      *                                                                *
      *   Ahead of each client's chronology the report states the    *
      *   status and CLNT-REG-DAILY-LIMIT the client had at the      *
      *   start of the range, rebuilt from CLNTAUD alone: the after  *
      *   values of the last registry change before the range, or,  *
      *   when the client's history starts inside the range, the     *
      *   before values of its first change.                         *
      *                                                                *
      *   Control card (CTLCARD, one request card; '*' in column 1    *
      *   for a comment - the GHARV010 card):                         *
      *     cols  1-36  client id, or ALL / blank for every client    *
      *     cols 38-45  from date YYYYMMDD (blank = open start)       *
      *     cols 47-54  to   date YYYYMMDD (blank = open end)         *
      *                                                                *
      *   For ALL, only clients with an event in the range are        *
      *   listed. For a single client the section always prints,      *
      *   saying so when nothing happened.                            *
      *                                                                *
      *   The same chronology goes to AUDEXTR in the AUDEXTR layout,  *
      *   all DISPLAY fields, for legal-hold packages.                *
      *                                                                *
      *   JCL           : JCL/GHAUD010.jcl                            *
      *   DD CTLCARD    : report request card (input)                 *
      *   DD CLNTAUD    : registry-change audit trail (input)         *
      *   DD QUOTAAUD   : quota-credit audit trail (input)            *
      *   DD ERASEAUD   : erasure audit trail (input)                 *
      *   DD EXPTAUD    : export audit trail (input)                  *
      *   DD SORTWKnn   : sort work                                   *
      *   DD AUDEXTR    : machine-readable chronology (output)        *
      *   DD AUDRPT     : printed chronology (output)                 *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  ERASEAUD grows to 127 bytes; an        *
      *                        erasure refused under legal hold is    *
      *                        extracted as event H, ERASURE REFUSED. *
      *   2026-10-15  BAQADEV  CLNTAUD trans code L (authentication-  *
      *                        failure lockout lifted on HWCM)        *
      *                        described as LOCKOUT LIFTED.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-CONTROL-FILE ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT CLNT-AUDIT-FILE ASSIGN TO CLNTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLNTAUD-STATUS.

           SELECT QUOTA-AUDIT-FILE ASSIGN TO QUOTAAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTAAUD-STATUS.

           SELECT ERASE-AUDIT-FILE ASSIGN TO ERASEAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASEAUD-STATUS.

           SELECT EXPORT-AUDIT-FILE ASSIGN TO EXPTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPTAUD-STATUS.

           SELECT AUD-SORT-FILE ASSIGN TO SORTWK01.

           SELECT AUD-EXTRACT-FILE ASSIGN TO AUDEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDEXTR-STATUS.

           SELECT AUD-REPORT-FILE ASSIGN TO AUDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUD-CONTROL-CARD.
           05 AUD-CTL-CLIENT-ID            PIC X(36).
           05 FILLER                       PIC X(01).
           05 AUD-CTL-FROM-DATE            PIC X(08).
           05 FILLER                       PIC X(01).
           05 AUD-CTL-TO-DATE              PIC X(08).
           05 FILLER                       PIC X(26).

       FD  CLNT-AUDIT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY CLNTAUD.

       FD  QUOTA-AUDIT-FILE
           RECORD CONTAINS 106 CHARACTERS.
           COPY QUOTAAUD.

       FD  ERASE-AUDIT-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY ERASEAUD.

       FD  EXPORT-AUDIT-FILE
           RECORD CONTAINS 111 CHARACTERS.
           COPY EXPTAUD.

       SD  AUD-SORT-FILE.
       01  AUD-SORT-RECORD.
           05 SR-CLIENT-ID                 PIC X(36).
      * '0' = CLNTAUD row feeding the start-of-range rebuild,
      * '1' = chronology event - so the rebuild is complete before
      * the client's first event comes back from the sort.
           05 SR-CLASS-SW                  PIC X(01).
               88 SR-BASELINE-ROW             VALUE '0'.
               88 SR-EVENT-ROW                VALUE '1'.
           05 SR-EVENT-TS                  PIC X(26).
           05 SR-EXTRACT                   PIC X(180).

       FD  AUD-EXTRACT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  AUD-EXTRACT-LINE                PIC X(180).

       FD  AUD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  AUD-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       COPY AUDEXTR.

       01  WS-FILE-STATUSES.
           05 WS-CTLCARD-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTAUD-STATUS            PIC X(02) VALUE '00'.
           05 WS-QUOTAAUD-STATUS           PIC X(02) VALUE '00'.
           05 WS-ERASEAUD-STATUS           PIC X(02) VALUE '00'.
           05 WS-EXPTAUD-STATUS            PIC X(02) VALUE '00'.
           05 WS-AUDEXTR-STATUS            PIC X(02) VALUE '00'.
           05 WS-AUDRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-SORT-EOF                 VALUE 'Y'.
           05 WS-ALL-CLIENTS-SW            PIC X(01) VALUE 'N'.
               88 WS-ALL-CLIENTS              VALUE 'Y'.
           05 WS-SECTION-OPEN-SW           PIC X(01) VALUE 'N'.
               88 WS-SECTION-OPEN             VALUE 'Y'.
           05 WS-BASELINE-SW               PIC X(01) VALUE 'N'.
               88 WS-BASELINE-NONE            VALUE 'N'.
               88 WS-BASELINE-BEFORE          VALUE 'B'.
               88 WS-BASELINE-FIRST           VALUE 'F'.

       01  WS-REQ-CLIENT-ID                PIC X(36).
       01  WS-REQ-FROM-DATE                PIC X(08).
       01  WS-REQ-TO-DATE                  PIC X(08).
       01  WS-ROW-DATE                     PIC X(08).
       01  WS-ROW-CLIENT-ID                PIC X(36).
       01  WS-CUR-CLIENT-ID                PIC X(36).

       01  WS-BASE-STATUS-SW               PIC X(01).
       01  WS-BASE-DAILY-LIMIT             PIC 9(09) COMP-5.
       01  WS-BASE-TS                      PIC X(26).

       01  WS-CLNTAUD-READ                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-QUOTAAUD-READ                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ERASEAUD-READ                PIC 9(09) COMP-5 VALUE 0.
       01  WS-EXPTAUD-READ                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLNTAUD-LISTED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-QUOTAAUD-LISTED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-ERASEAUD-LISTED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-EXPTAUD-LISTED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-LISTED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENT-EVENTS                PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - CONSOLIDATED AUDIT TRAIL'.
           05 FILLER                PIC X(80) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(08) VALUE 'CLIENT  '.
           05 RQ-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(07) VALUE ' FROM '.
           05 RQ-FROM-DATE          PIC X(08).
           05 FILLER                PIC X(05) VALUE ' TO '.
           05 RQ-TO-DATE            PIC X(08).
           05 FILLER                PIC X(60) VALUE SPACES.

       01  WS-CLIENT-LINE.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(08) VALUE 'CLIENT  '.
           05 CH-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(88) VALUE SPACES.

       01  WS-BASELINE-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(25) VALUE
                  'AT START OF RANGE: STATUS'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BL-STATUS             PIC X(01).
           05 FILLER                PIC X(15) VALUE '   DAILY LIMIT '.
           05 BL-DAILY-LIMIT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 BL-SOURCE             PIC X(50).
           05 FILLER                PIC X(26) VALUE SPACES.

       01  WS-NO-BASELINE-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(60) VALUE
                  'AT START OF RANGE: NOT KNOWN - NO CLNTAUD HISTORY FOR
      -           ' CLIENT'.
           05 FILLER                PIC X(72) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(16) VALUE 'DATE     TIME'.
           05 FILLER                PIC X(09) VALUE 'SOURCE'.
           05 FILLER                PIC X(17) VALUE 'EVENT'.
           05 FILLER                PIC X(09) VALUE 'BY'.
           05 FILLER                PIC X(09) VALUE 'APPROVER'.
           05 FILLER                PIC X(04) VALUE 'STS'.
           05 FILLER                PIC X(20) VALUE
                  '   BEFORE     AFTER'.
           05 FILLER                PIC X(10) VALUE '    COUNT'.
           05 FILLER                PIC X(38) VALUE
                  'REASON / CORRELATION ID'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-EVENT-DATE         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-EVENT-TIME         PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-SOURCE             PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-EVENT-DESC         PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-APPROVED-BY        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-OLD-STATUS         PIC X(01).
           05 DL-STATUS-ARROW       PIC X(01).
           05 DL-NEW-STATUS         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-VALUES.
               10 DL-OLD-VALUE      PIC Z(8)9.
               10 DL-VALUE-ARROW    PIC X(01).
               10 DL-NEW-VALUE      PIC Z(8)9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-COUNT              PIC Z(8)9.
           05 DL-COUNT-X REDEFINES DL-COUNT
                                    PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-REFERENCE          PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.

       01  WS-CLIENT-TOTAL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CT-TEXT               PIC X(30).
           05 CT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHAUD010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT AUD-SORT-FILE
               ON ASCENDING KEY SR-CLIENT-ID
                                SR-CLASS-SW
                                SR-EVENT-TS
               INPUT PROCEDURE  IS 4000-SELECT-EVENTS
                                THRU 4000-EXIT
               OUTPUT PROCEDURE IS 5000-WRITE-CHRONOLOGY
                                THRU 5000-EXIT

           IF SORT-RETURN NOT = 0
               DISPLAY 'GHAUD010 - SORT FAILED, SORT-RETURN='
                       SORT-RETURN
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 8000-TERMINATE  THRU 8000-EXIT
           MOVE 'CLIENTS LISTED'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-CLIENTS-LISTED   TO WS-LDG-COUNT-VALUE(1)
           MOVE 'CLNTAUD ROWS'      TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CLNTAUD-READ     TO WS-LDG-COUNT-VALUE(2)
           MOVE 'QUOTAAUD ROWS'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-QUOTAAUD-READ    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  AUD-CONTROL-FILE
           OPEN INPUT  CLNT-AUDIT-FILE
           OPEN INPUT  QUOTA-AUDIT-FILE
           OPEN INPUT  ERASE-AUDIT-FILE
           OPEN INPUT  EXPORT-AUDIT-FILE
           OPEN OUTPUT AUD-EXTRACT-FILE
           OPEN OUTPUT AUD-REPORT-FILE

           IF WS-CTLCARD-STATUS NOT = '00'
               DISPLAY 'GHAUD010 - UNABLE TO OPEN CTLCARD, STATUS='
                       WS-CTLCARD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTAUD-STATUS NOT = '00'
               DISPLAY 'GHAUD010 - UNABLE TO OPEN CLNTAUD, STATUS='
                       WS-CLNTAUD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-QUOTAAUD-STATUS NOT = '00'
               DISPLAY 'GHAUD010 - UNABLE TO OPEN QUOTAAUD, STATUS='
                       WS-QUOTAAUD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ERASEAUD-STATUS NOT = '00'
               DISPLAY 'GHAUD010 - UNABLE TO OPEN ERASEAUD, STATUS='
                       WS-ERASEAUD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-EXPTAUD-STATUS NOT = '00'
               DISPLAY 'GHAUD010 - UNABLE TO OPEN EXPTAUD, STATUS='
                       WS-EXPTAUD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-AUDEXTR-STATUS NOT = '00'
                   OR WS-AUDRPT-STATUS NOT = '00'
               DISPLAY 'GHAUD010 - UNABLE TO OPEN OUTPUTS, STATUSES='
                       WS-AUDEXTR-STATUS ' ' WS-AUDRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-REQUEST-CARD THRU 1100-EXIT

           MOVE AUD-CTL-CLIENT-ID TO WS-REQ-CLIENT-ID
           IF WS-REQ-CLIENT-ID = SPACES OR WS-REQ-CLIENT-ID = 'ALL'
               SET WS-ALL-CLIENTS TO TRUE
               MOVE 'ALL' TO WS-REQ-CLIENT-ID
           END-IF
           IF AUD-CTL-FROM-DATE = SPACES
               MOVE '00000000' TO WS-REQ-FROM-DATE
           ELSE
               MOVE AUD-CTL-FROM-DATE TO WS-REQ-FROM-DATE
           END-IF
           IF AUD-CTL-TO-DATE = SPACES
               MOVE '99999999' TO WS-REQ-TO-DATE
           ELSE
               MOVE AUD-CTL-TO-DATE TO WS-REQ-TO-DATE
           END-IF

           IF WS-REQ-FROM-DATE NOT NUMERIC
                   OR WS-REQ-TO-DATE NOT NUMERIC
                   OR WS-REQ-FROM-DATE > WS-REQ-TO-DATE
               DISPLAY 'GHAUD010 - BAD DATE RANGE ON REQUEST CARD: '
                       WS-REQ-FROM-DATE ' ' WS-REQ-TO-DATE
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE AUD-REPORT-LINE FROM WS-HEADING-1
           MOVE WS-REQ-CLIENT-ID TO RQ-CLIENT-ID
           MOVE WS-REQ-FROM-DATE TO RQ-FROM-DATE
           MOVE WS-REQ-TO-DATE   TO RQ-TO-DATE
           WRITE AUD-REPORT-LINE FROM WS-REQUEST-LINE.
       1000-EXIT.
           EXIT.

       1100-READ-REQUEST-CARD.
           READ AUD-CONTROL-FILE
               AT END
                   DISPLAY 'GHAUD010 - NO REPORT REQUEST CARD'
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ

           IF AUD-CONTROL-CARD(1:1) = '*'
               GO TO 1100-READ-REQUEST-CARD
           END-IF.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-SELECT-EVENTS - SORT input procedure: one pass over each
      *                      trail, releasing the requested client's
      *                      rows. CLNTAUD rows up to the end of the
      *                      range are also released as class '0' to
      *                      feed the start-of-range rebuild.
      *---------------------------------------------------------------
       4000-SELECT-EVENTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4100-SELECT-CLNTAUD  THRU 4100-EXIT
               UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4200-SELECT-QUOTAAUD THRU 4200-EXIT
               UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4300-SELECT-ERASEAUD THRU 4300-EXIT
               UNTIL WS-EOF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4400-SELECT-EXPTAUD  THRU 4400-EXIT
               UNTIL WS-EOF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-WRITE-CHRONOLOGY - SORT output procedure: control break
      *                         on client id
      *---------------------------------------------------------------
       5000-WRITE-CHRONOLOGY.
           MOVE SPACES TO WS-CUR-CLIENT-ID
           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT
           PERFORM 5200-PROCESS-ONE   THRU 5200-EXIT
               UNTIL WS-SORT-EOF

           IF WS-CUR-CLIENT-ID NOT = SPACES
               PERFORM 5400-END-CLIENT THRU 5400-EXIT
           END-IF

      * A single-client request with nothing on any trail still gets
      * its section - "nothing happened" is an answer too.
           IF NOT WS-ALL-CLIENTS AND WS-CUR-CLIENT-ID = SPACES
               MOVE WS-REQ-CLIENT-ID TO WS-CUR-CLIENT-ID
               PERFORM 5300-START-CLIENT THRU 5300-EXIT
               PERFORM 5400-END-CLIENT   THRU 5400-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4100-SELECT-CLNTAUD
      *---------------------------------------------------------------
       4100-SELECT-CLNTAUD.
           READ CLNT-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-CLNTAUD-READ

           MOVE CA-CLIENT-ID       TO WS-ROW-CLIENT-ID
           MOVE CA-CHANGED-TS(1:8) TO WS-ROW-DATE
           IF NOT WS-ALL-CLIENTS
                   AND WS-ROW-CLIENT-ID NOT = WS-REQ-CLIENT-ID
               GO TO 4100-EXIT
           END-IF
           IF WS-ROW-DATE > WS-REQ-TO-DATE
               GO TO 4100-EXIT
           END-IF

           MOVE SPACES              TO AUDIT-EXTRACT-RECORD
           SET AT-EVENT             TO TRUE
           MOVE CA-CLIENT-ID        TO AT-CLIENT-ID
           MOVE CA-CHANGED-TS       TO AT-EVENT-TS
           MOVE 'CLNTAUD '          TO AT-SOURCE
           MOVE CA-TRANS-CODE       TO AT-EVENT-CODE
           EVALUATE CA-TRANS-CODE
               WHEN 'A'
                   MOVE 'CLIENT ADDED'     TO AT-EVENT-DESC
               WHEN 'C'
                   MOVE 'CLIENT CHANGED'   TO AT-EVENT-DESC
               WHEN 'D'
                   MOVE 'CLIENT DELETED'   TO AT-EVENT-DESC
               WHEN 'E'
                   MOVE 'CONTRACT EXPIRED' TO AT-EVENT-DESC
               WHEN 'P'
                   MOVE 'PROMOTED TO PROD' TO AT-EVENT-DESC
               WHEN 'L'
                   MOVE 'LOCKOUT LIFTED'   TO AT-EVENT-DESC
               WHEN OTHER
                   MOVE 'REGISTRY CHANGE'  TO AT-EVENT-DESC
           END-EVALUATE
           MOVE CA-REQUESTED-BY     TO AT-REQUESTED-BY
           MOVE CA-APPROVED-BY      TO AT-APPROVED-BY
           MOVE CA-OLD-STATUS-SW    TO AT-OLD-STATUS-SW
           MOVE CA-NEW-STATUS-SW    TO AT-NEW-STATUS-SW
           MOVE CA-OLD-DAILY-LIMIT  TO AT-OLD-VALUE
           MOVE CA-NEW-DAILY-LIMIT  TO AT-NEW-VALUE
           MOVE 0                   TO AT-COUNT

           SET SR-BASELINE-ROW TO TRUE
           PERFORM 4900-RELEASE-ROW THRU 4900-EXIT

           IF WS-ROW-DATE NOT < WS-REQ-FROM-DATE
               SET SR-EVENT-ROW TO TRUE
               PERFORM 4900-RELEASE-ROW THRU 4900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4200-SELECT-QUOTAAUD
      *---------------------------------------------------------------
       4200-SELECT-QUOTAAUD.
           READ QUOTA-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ
           ADD 1 TO WS-QUOTAAUD-READ

           MOVE QA-CLIENT-ID        TO WS-ROW-CLIENT-ID
           MOVE QA-ADJUSTED-TS(1:8) TO WS-ROW-DATE
           PERFORM 4800-CHECK-IN-RANGE THRU 4800-EXIT
           IF WS-ROW-CLIENT-ID = SPACES
               GO TO 4200-EXIT
           END-IF

           MOVE SPACES              TO AUDIT-EXTRACT-RECORD
           SET AT-EVENT             TO TRUE
           MOVE QA-CLIENT-ID        TO AT-CLIENT-ID
           MOVE QA-ADJUSTED-TS      TO AT-EVENT-TS
           MOVE 'QUOTAAUD'          TO AT-SOURCE
           MOVE 'Q'                 TO AT-EVENT-CODE
           MOVE 'QUOTA CREDIT'      TO AT-EVENT-DESC
           MOVE QA-REQUESTED-BY     TO AT-REQUESTED-BY
           MOVE QA-APPROVED-BY      TO AT-APPROVED-BY
           MOVE QA-OLD-CALL-COUNT   TO AT-OLD-VALUE
           MOVE QA-NEW-CALL-COUNT   TO AT-NEW-VALUE
           MOVE QA-CREDIT-COUNT     TO AT-COUNT
           MOVE QA-REASON-CODE      TO AT-REFERENCE

           SET SR-EVENT-ROW TO TRUE
           PERFORM 4900-RELEASE-ROW THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4300-SELECT-ERASEAUD
      *---------------------------------------------------------------
       4300-SELECT-ERASEAUD.
           READ ERASE-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4300-EXIT
           END-READ
           ADD 1 TO WS-ERASEAUD-READ

           MOVE EA-CLIENT-ID        TO WS-ROW-CLIENT-ID
           MOVE EA-ERASED-TS(1:8)   TO WS-ROW-DATE
           PERFORM 4800-CHECK-IN-RANGE THRU 4800-EXIT
           IF WS-ROW-CLIENT-ID = SPACES
               GO TO 4300-EXIT
           END-IF

           MOVE SPACES              TO AUDIT-EXTRACT-RECORD
           SET AT-EVENT             TO TRUE
           MOVE EA-CLIENT-ID        TO AT-CLIENT-ID
           MOVE EA-ERASED-TS        TO AT-EVENT-TS
           MOVE 'ERASEAUD'          TO AT-SOURCE
           IF EA-REFUSED-HOLD
               MOVE 'H'                 TO AT-EVENT-CODE
               MOVE 'ERASURE REFUSED'   TO AT-EVENT-DESC
           ELSE
               MOVE 'X'                 TO AT-EVENT-CODE
               MOVE 'HISTORY ERASED'    TO AT-EVENT-DESC
           END-IF
           MOVE EA-REQUESTED-BY     TO AT-REQUESTED-BY
           MOVE 0                   TO AT-OLD-VALUE
           MOVE 0                   TO AT-NEW-VALUE
           MOVE EA-ROWS-ERASED      TO AT-COUNT
           MOVE EA-CORRELATION-ID   TO AT-REFERENCE

           SET SR-EVENT-ROW TO TRUE
           PERFORM 4900-RELEASE-ROW THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4400-SELECT-EXPTAUD
      *---------------------------------------------------------------
       4400-SELECT-EXPTAUD.
           READ EXPORT-AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4400-EXIT
           END-READ
           ADD 1 TO WS-EXPTAUD-READ

           MOVE XA-CLIENT-ID        TO WS-ROW-CLIENT-ID
           MOVE XA-EVENT-TS(1:8)    TO WS-ROW-DATE
           PERFORM 4800-CHECK-IN-RANGE THRU 4800-EXIT
           IF WS-ROW-CLIENT-ID = SPACES
               GO TO 4400-EXIT
           END-IF

           MOVE SPACES              TO AUDIT-EXTRACT-RECORD
           SET AT-EVENT             TO TRUE
           MOVE XA-CLIENT-ID        TO AT-CLIENT-ID
           MOVE XA-EVENT-TS         TO AT-EVENT-TS
           MOVE 'EXPTAUD '          TO AT-SOURCE
           MOVE XA-EVENT-SW         TO AT-EVENT-CODE
           IF XA-FULFILLED
               MOVE 'EXPORT FULFILLED' TO AT-EVENT-DESC
           ELSE
               MOVE 'EXPORT REQUESTED' TO AT-EVENT-DESC
           END-IF
           MOVE XA-REQUESTED-BY     TO AT-REQUESTED-BY
           MOVE 0                   TO AT-OLD-VALUE
           MOVE 0                   TO AT-NEW-VALUE
           MOVE XA-ROWS-EXPORTED    TO AT-COUNT
           MOVE XA-CORRELATION-ID   TO AT-REFERENCE

           SET SR-EVENT-ROW TO TRUE
           PERFORM 4900-RELEASE-ROW THRU 4900-EXIT.
       4400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4800-CHECK-IN-RANGE - blanks WS-ROW-CLIENT-ID when the row is
      *                       for another client or outside the range
      *---------------------------------------------------------------
       4800-CHECK-IN-RANGE.
           IF NOT WS-ALL-CLIENTS
                   AND WS-ROW-CLIENT-ID NOT = WS-REQ-CLIENT-ID
               MOVE SPACES TO WS-ROW-CLIENT-ID
               GO TO 4800-EXIT
           END-IF

           IF WS-ROW-DATE < WS-REQ-FROM-DATE
                   OR WS-ROW-DATE > WS-REQ-TO-DATE
               MOVE SPACES TO WS-ROW-CLIENT-ID
           END-IF.
       4800-EXIT.
           EXIT.

       4900-RELEASE-ROW.
           MOVE AT-CLIENT-ID         TO SR-CLIENT-ID
           MOVE AT-EVENT-TS          TO SR-EVENT-TS
           MOVE AUDIT-EXTRACT-RECORD TO SR-EXTRACT
           RELEASE AUD-SORT-RECORD.
       4900-EXIT.
           EXIT.

       5100-RETURN-SORTED.
           RETURN AUD-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       5100-EXIT.
           EXIT.

       5200-PROCESS-ONE.
           IF SR-CLIENT-ID NOT = WS-CUR-CLIENT-ID
               IF WS-CUR-CLIENT-ID NOT = SPACES
                   PERFORM 5400-END-CLIENT THRU 5400-EXIT
               END-IF
               MOVE SR-CLIENT-ID TO WS-CUR-CLIENT-ID
               PERFORM 5300-START-CLIENT THRU 5300-EXIT
           END-IF

           MOVE SR-EXTRACT TO AUDIT-EXTRACT-RECORD
           IF SR-BASELINE-ROW
               PERFORM 5500-TRACK-BASELINE THRU 5500-EXIT
           ELSE
               IF NOT WS-SECTION-OPEN
                   PERFORM 5600-OPEN-SECTION THRU 5600-EXIT
               END-IF
               PERFORM 5700-PRINT-EVENT THRU 5700-EXIT
           END-IF

           PERFORM 5100-RETURN-SORTED THRU 5100-EXIT.
       5200-EXIT.
           EXIT.

       5300-START-CLIENT.
           MOVE 'N'    TO WS-SECTION-OPEN-SW
           MOVE 'N'    TO WS-BASELINE-SW
           MOVE SPACE  TO WS-BASE-STATUS-SW
           MOVE 0      TO WS-BASE-DAILY-LIMIT
           MOVE SPACES TO WS-BASE-TS
           MOVE 0      TO WS-CLIENT-EVENTS.
       5300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5400-END-CLIENT - a single-client section prints even with no
      *                   events; under ALL, a client with none is
      *                   left off
      *---------------------------------------------------------------
       5400-END-CLIENT.
           IF NOT WS-SECTION-OPEN
               IF WS-ALL-CLIENTS
                   GO TO 5400-EXIT
               END-IF
               PERFORM 5600-OPEN-SECTION THRU 5600-EXIT
           END-IF

           IF WS-CLIENT-EVENTS = 0
               MOVE 'NO AUDITED EVENTS IN RANGE' TO CT-TEXT
           ELSE
               MOVE 'AUDITED EVENTS IN RANGE'    TO CT-TEXT
           END-IF
           MOVE WS-CLIENT-EVENTS TO CT-COUNT
           WRITE AUD-REPORT-LINE FROM WS-CLIENT-TOTAL-LINE.
       5400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5500-TRACK-BASELINE - class '0' rows arrive oldest first: each
      *                       change before the range moves the
      *                       baseline to its after values; failing
      *                       any, the first change inside the range
      *                       supplies its before values
      *---------------------------------------------------------------
       5500-TRACK-BASELINE.
           IF AT-EVENT-TS(1:8) < WS-REQ-FROM-DATE
               SET WS-BASELINE-BEFORE TO TRUE
               MOVE AT-NEW-STATUS-SW TO WS-BASE-STATUS-SW
               MOVE AT-NEW-VALUE     TO WS-BASE-DAILY-LIMIT
               MOVE AT-EVENT-TS      TO WS-BASE-TS
               GO TO 5500-EXIT
           END-IF

           IF WS-BASELINE-NONE
               SET WS-BASELINE-FIRST TO TRUE
               MOVE AT-OLD-STATUS-SW TO WS-BASE-STATUS-SW
               MOVE AT-OLD-VALUE     TO WS-BASE-DAILY-LIMIT
               MOVE AT-EVENT-TS      TO WS-BASE-TS
           END-IF.
       5500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5600-OPEN-SECTION - client heading, start-of-range line, and
      *                     the 'B' extract row
      *---------------------------------------------------------------
       5600-OPEN-SECTION.
           SET WS-SECTION-OPEN TO TRUE
           ADD 1 TO WS-CLIENTS-LISTED

           MOVE WS-CUR-CLIENT-ID TO CH-CLIENT-ID
           WRITE AUD-REPORT-LINE FROM WS-CLIENT-LINE

           MOVE SPACES              TO AUDIT-EXTRACT-RECORD
           SET AT-BASELINE          TO TRUE
           MOVE WS-CUR-CLIENT-ID    TO AT-CLIENT-ID
           MOVE WS-BASE-TS          TO AT-EVENT-TS
           MOVE 'CLNTAUD '          TO AT-SOURCE
           MOVE 0                   TO AT-OLD-VALUE
           MOVE 0                   TO AT-COUNT

           EVALUATE TRUE
               WHEN WS-BASELINE-BEFORE
                   MOVE 'LAST BEFORE'   TO AT-EVENT-DESC
                   MOVE 'AFTER VALUES OF LAST CHANGE BEFORE RANGE'
                       TO BL-SOURCE
               WHEN WS-BASELINE-FIRST
                   MOVE 'FIRST IN RANGE' TO AT-EVENT-DESC
                   MOVE 'BEFORE VALUES OF FIRST CHANGE IN RANGE'
                       TO BL-SOURCE
               WHEN OTHER
                   MOVE 'NO HISTORY'    TO AT-EVENT-DESC
           END-EVALUATE

           IF WS-BASELINE-NONE
               MOVE 0 TO AT-NEW-VALUE
               WRITE AUD-REPORT-LINE FROM WS-NO-BASELINE-LINE
           ELSE
               MOVE WS-BASE-STATUS-SW   TO AT-NEW-STATUS-SW
               MOVE WS-BASE-DAILY-LIMIT TO AT-NEW-VALUE
               MOVE WS-BASE-STATUS-SW   TO BL-STATUS
               MOVE WS-BASE-DAILY-LIMIT TO BL-DAILY-LIMIT
               WRITE AUD-REPORT-LINE FROM WS-BASELINE-LINE
           END-IF
           WRITE AUD-EXTRACT-LINE FROM AUDIT-EXTRACT-RECORD

           WRITE AUD-REPORT-LINE FROM WS-HEADING-2

      * The row that triggered the section is still wanted - put it
      * back over the 'B' row just built.
           MOVE SR-EXTRACT TO AUDIT-EXTRACT-RECORD.
       5600-EXIT.
           EXIT.

       5700-PRINT-EVENT.
           ADD 1 TO WS-CLIENT-EVENTS
           EVALUATE AT-SOURCE
               WHEN 'CLNTAUD '
                   ADD 1 TO WS-CLNTAUD-LISTED
               WHEN 'QUOTAAUD'
                   ADD 1 TO WS-QUOTAAUD-LISTED
               WHEN 'ERASEAUD'
                   ADD 1 TO WS-ERASEAUD-LISTED
               WHEN OTHER
                   ADD 1 TO WS-EXPTAUD-LISTED
           END-EVALUATE

           MOVE AT-EVENT-TS(1:8)   TO DL-EVENT-DATE
           MOVE AT-EVENT-TS(9:6)   TO DL-EVENT-TIME
           MOVE AT-SOURCE          TO DL-SOURCE
           MOVE AT-EVENT-DESC      TO DL-EVENT-DESC
           MOVE AT-REQUESTED-BY    TO DL-REQUESTED-BY
           MOVE AT-APPROVED-BY     TO DL-APPROVED-BY
           MOVE AT-REFERENCE       TO DL-REFERENCE

           IF AT-SOURCE = 'CLNTAUD '
               MOVE AT-OLD-STATUS-SW TO DL-OLD-STATUS
               MOVE '>'              TO DL-STATUS-ARROW
               MOVE AT-NEW-STATUS-SW TO DL-NEW-STATUS
           ELSE
               MOVE SPACES TO DL-OLD-STATUS
                              DL-STATUS-ARROW
                              DL-NEW-STATUS
           END-IF

           IF AT-SOURCE = 'CLNTAUD ' OR AT-SOURCE = 'QUOTAAUD'
               MOVE AT-OLD-VALUE     TO DL-OLD-VALUE
               MOVE '>'              TO DL-VALUE-ARROW
               MOVE AT-NEW-VALUE     TO DL-NEW-VALUE
           ELSE
               MOVE SPACES TO DL-VALUES
           END-IF

           IF AT-SOURCE = 'CLNTAUD '
               MOVE SPACES   TO DL-COUNT-X
           ELSE
               MOVE AT-COUNT TO DL-COUNT
           END-IF

           WRITE AUD-REPORT-LINE  FROM WS-DETAIL-LINE
           WRITE AUD-EXTRACT-LINE FROM AUDIT-EXTRACT-RECORD.
       5700-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'CLIENTS LISTED'          TO CL-LABEL
           MOVE WS-CLIENTS-LISTED         TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLNTAUD ROWS READ'       TO CL-LABEL
           MOVE WS-CLNTAUD-READ           TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLNTAUD EVENTS LISTED'   TO CL-LABEL
           MOVE WS-CLNTAUD-LISTED         TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'QUOTAAUD ROWS READ'      TO CL-LABEL
           MOVE WS-QUOTAAUD-READ          TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'QUOTAAUD EVENTS LISTED'  TO CL-LABEL
           MOVE WS-QUOTAAUD-LISTED        TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ERASEAUD ROWS READ'      TO CL-LABEL
           MOVE WS-ERASEAUD-READ          TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ERASEAUD EVENTS LISTED'  TO CL-LABEL
           MOVE WS-ERASEAUD-LISTED        TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXPTAUD ROWS READ'       TO CL-LABEL
           MOVE WS-EXPTAUD-READ           TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXPTAUD EVENTS LISTED'   TO CL-LABEL
           MOVE WS-EXPTAUD-LISTED         TO CL-COUNT
           WRITE AUD-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHAUD010 - CLIENTS LISTED    : ' WS-CLIENTS-LISTED
           DISPLAY 'GHAUD010 - CLNTAUD LISTED    : ' WS-CLNTAUD-LISTED
           DISPLAY 'GHAUD010 - QUOTAAUD LISTED   : '
                   WS-QUOTAAUD-LISTED
           DISPLAY 'GHAUD010 - ERASEAUD LISTED   : '
                   WS-ERASEAUD-LISTED
           DISPLAY 'GHAUD010 - EXPTAUD LISTED    : ' WS-EXPTAUD-LISTED
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE AUD-CONTROL-FILE
           CLOSE CLNT-AUDIT-FILE
           CLOSE QUOTA-AUDIT-FILE
           CLOSE ERASE-AUDIT-FILE
           CLOSE EXPORT-AUDIT-FILE
           CLOSE AUD-EXTRACT-FILE
           CLOSE AUD-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
