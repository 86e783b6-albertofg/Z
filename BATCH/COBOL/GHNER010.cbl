       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHNER010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHNER010 - data-subject erasure by personal name.           *
      *                                                                *
      *   JMT04 erases everything for one CLIENT id - one of our      *
      *   partners. The people named in the greetings are not our     *
      *   partners, and when one of them asks to be erased their      *
      *   name may sit under any number of clients. This job takes    *
      *   the request as control cards carrying the name (optionally  *
      *   limited to a range of greeting dates) and finds every row   *
      *   about that person across all clients:                       *
      *     GHISTORY - name blanked and GH-HIST-ERASED-SW set, as     *
      *                JMT04 does, and the after-image journaled to   *
      *                GHISTJRN so a GHFRR010 rebuild cannot bring    *
      *                the name back;                                 *
      *     GHISTTST - the same, not journaled (the test file is not  *
      *                a system of record);                           *
      *     RETRYHLD - carried forward onto RETRYNEW without the      *
      *                matching entries (GHESP010's own pattern);     *
      *     IDEMREC  - stored responses whose greeting text carries   *
      *                the name are deleted;                          *
      *     LATEGRT  - waiting greetings carrying the name deleted;   *
      *     DEADLTR  - dead letters for the name deleted.             *
      *                                                                *
      *   Names are compared without regard to case. Where the name   *
      *   is a field of its own it must match the whole field; in     *
      *   built greeting text it must appear as a whole word          *
      *   (NAMEMTCH). A row whose client is under an active legal     *
      *   hold (LEGLHOLD) is left alone and counted as held.          *
      *                                                                *
      *   Each request gets a certificate on NERRPT - the stores      *
      *   searched and what was removed from each - and one row on    *
      *   the NAMEAUD audit trail, which in turn drives the GHESP010  *
      *   scrub of the GHRPTEXT/GHARCHV copies and the GHEVR010       *
      *   verification.                                               *
      *                                                                *
      *   Cards (CTLCARDS, 80 bytes; '*' in column 1 for a comment):  *
      *     N card - starts a request:                                *
      *       col  1     N                                            *
      *       cols 3-18  request reference (the subject's ticket)     *
      *       cols 20-27 greetings dated from YYYYMMDD (blank = all)  *
      *       cols 29-36 greetings dated to YYYYMMDD (blank = all)    *
      *       cols 38-45 requested by (operator id)                   *
      *       cols 47-80 the name, first 34 characters                *
      *     + card - continues the name of the N card above it:       *
      *       col  1     +                                            *
      *       cols 3-80  the next 78 characters of the name           *
      *                                                                *
      *   JCL           : JCL/GHNER010.jcl                            *
      *   DD CTLCARDS   : erasure request cards (input)               *
      *   DD GHISTORY   : greeting-history VSAM KSDS (in/output)      *
      *   DD GHISTTST   : sandbox history VSAM KSDS (in/output)       *
      *   DD GHISTJRN   : forward-recovery journal (output, extend)   *
      *   DD RETRYHLD   : ZCEE failure spool (input)                  *
      *   DD RETRYNEW   : carried-forward spool (output)              *
      *   DD IDEMREC    : idempotency response VSAM KSDS (in/output)  *
      *   DD LATEGRT    : late-greeting delivery VSAM KSDS (in/out)   *
      *   DD DEADLTR    : retry dead-letter VSAM KSDS (in/out)        *
      *   DD LEGLHOLD   : legal-hold VSAM KSDS (input)                *
      *   DD NAMEAUD    : name erasure audit trail (output, append)   *
      *   DD NERRPT     : printed erasure certificates (output)       *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  A REWRITE/DELETE that fails leaves the *
      *                        request INCOMPLETE (certificate,       *
      *                        NAMEAUD 'I') and the run RC 8;         *
      *                        GHISTJRN is written before the row is  *
      *                        blanked and a failed write ends RC 16. *
      *   2026-10-15  BAQADEV  RETRYNEW write failure now stops the   *
      *                        run, RC 16.                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NER-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT GH-HISTORY-FILE ASSIGN TO GHISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS WS-GHISTORY-STATUS.

           SELECT GH-HIST-TEST-FILE ASSIGN TO GHISTTST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GHT-KEY
               FILE STATUS IS WS-GHISTTST-STATUS.

           SELECT GH-HIST-JRNL-FILE ASSIGN TO GHISTJRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GHISTJRN-STATUS.

           SELECT GH-RETRY-OLD-FILE ASSIGN TO RETRYHLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRYHLD-STATUS.

           SELECT GH-RETRY-NEW-FILE ASSIGN TO RETRYNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRYNEW-STATUS.

           SELECT IDEM-REC-FILE ASSIGN TO IDEMREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDM-KEY
               FILE STATUS IS WS-IDEMREC-STATUS.

           SELECT GH-LATE-GREET-FILE ASSIGN TO LATEGRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT NAME-AUDIT-FILE ASSIGN TO NAMEAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NAMEAUD-STATUS.

           SELECT NER-REPORT-FILE ASSIGN TO NERRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NERRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NER-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NER-CONTROL-CARD.
           05 NC-ACTION                    PIC X(01).
               88 NC-NAME-CARD                VALUE 'N'.
               88 NC-CONTINUATION-CARD        VALUE '+'.
           05 FILLER                       PIC X(01).
           05 NC-REQUEST-REF               PIC X(16).
           05 FILLER                       PIC X(01).
           05 NC-FROM-DATE                 PIC X(08).
           05 FILLER                       PIC X(01).
           05 NC-TO-DATE                   PIC X(08).
           05 FILLER                       PIC X(01).
           05 NC-REQUESTED-BY              PIC X(08).
           05 FILLER                       PIC X(01).
           05 NC-NAME-START                PIC X(34).
       01  NER-CONTINUATION-CARD.
           05 FILLER                       PIC X(02).
           05 NC-NAME-MORE                 PIC X(78).

       FD  GH-HISTORY-FILE
           RECORD CONTAINS 397 CHARACTERS.
           COPY GHISTREC.

       FD  GH-HIST-TEST-FILE
           RECORD CONTAINS 397 CHARACTERS.
      * Same layout as GHISTORY (GH-HIST-RECORD) - only the key is
      * named so the FD can declare it; rows are read INTO and
      * rewritten FROM GH-HIST-RECORD.
       01  GH-HIST-TEST-RECORD.
           05 GHT-KEY                      PIC X(62).
           05 FILLER                       PIC X(335).

       FD  GH-HIST-JRNL-FILE
           RECORD CONTAINS 398 CHARACTERS.
           COPY HISTJRNL.

       FD  GH-RETRY-OLD-FILE
           RECORD CONTAINS 365 CHARACTERS.
           COPY RETRYHLD.

       FD  GH-RETRY-NEW-FILE
           RECORD CONTAINS 365 CHARACTERS.
       01  GH-RETRY-NEW-RECORD             PIC X(365).

       FD  IDEM-REC-FILE
           RECORD CONTAINS 698 CHARACTERS.
           COPY IDEMREC.

       FD  GH-LATE-GREET-FILE
           RECORD CONTAINS 389 CHARACTERS.
           COPY LATEGRT.

       FD  DEAD-LETTER-FILE
           RECORD CONTAINS 500 CHARACTERS.
           COPY DEADLTR.

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LEGLHOLD.

       FD  NAME-AUDIT-FILE
           RECORD CONTAINS 420 CHARACTERS.
           COPY NAMEAUD.

       FD  NER-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  NER-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTTST-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTJRN-STATUS           PIC X(02) VALUE '00'.
           05 WS-RETRYHLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-RETRYNEW-STATUS           PIC X(02) VALUE '00'.
           05 WS-IDEMREC-STATUS            PIC X(02) VALUE '00'.
           05 WS-LATEGRT-STATUS            PIC X(02) VALUE '00'.
           05 WS-DEADLTR-STATUS            PIC X(02) VALUE '00'.
           05 WS-LEGLHOLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-NAMEAUD-STATUS            PIC X(02) VALUE '00'.
           05 WS-NERRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-CARD-EOF                 VALUE 'Y'.
           05 WS-CARD-ERRORS-SW            PIC X(01) VALUE 'N'.
               88 WS-CARD-ERRORS-SEEN         VALUE 'Y'.
           05 WS-STORE-EOF-SW              PIC X(01).
               88 WS-STORE-EOF                VALUE 'Y'.
           05 WS-HOLD-EOF-SW               PIC X(01).
               88 WS-HOLD-EOF                 VALUE 'Y'.
           05 WS-ROW-HELD-SW               PIC X(01) VALUE 'N'.
               88 WS-ROW-HELD                 VALUE 'Y'.
           05 WS-NAME-TOO-LONG-SW          PIC X(01).
               88 WS-NAME-TOO-LONG            VALUE 'Y'.

      * The requests on the cards. Every store is read once and each
      * row tried against the whole table; the first request a row
      * matches is the one its removal is counted under.
       01  WS-NAME-REQUEST-TABLE.
           05 WS-NR-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-NR-MAX                    PIC S9(4) COMP-5 VALUE 50.
           05 WS-NR-ENTRY OCCURS 50 TIMES.
               10 WS-NR-REQUEST-REF        PIC X(16).
               10 WS-NR-NAME               PIC X(255).
               10 WS-NR-UNAME              PIC X(255).
               10 WS-NR-NAME-LEN           PIC S9(4) COMP-5.
               10 WS-NR-FROM-DATE          PIC X(08).
               10 WS-NR-TO-DATE            PIC X(08).
               10 WS-NR-REQUESTED-BY       PIC X(08).
               10 WS-NR-STATUS-SW          PIC X(01).
                   88 WS-NR-ACCEPTED          VALUE 'A'.
                   88 WS-NR-REJECTED          VALUE 'R'.
               10 WS-NR-REASON             PIC X(40).
      *        Same layout as NE-STORE-COUNTS on NAMEAUD
               10 WS-NR-COUNTS.
                   15 WS-NR-GHISTORY-BLANKED PIC 9(09) COMP-5.
                   15 WS-NR-GHISTTST-BLANKED PIC 9(09) COMP-5.
                   15 WS-NR-RETRYHLD-DROPPED PIC 9(09) COMP-5.
                   15 WS-NR-IDEMREC-DELETED  PIC 9(09) COMP-5.
                   15 WS-NR-LATEGRT-DELETED  PIC 9(09) COMP-5.
                   15 WS-NR-DEADLTR-DELETED  PIC 9(09) COMP-5.
                   15 WS-NR-ROWS-HELD        PIC 9(09) COMP-5.
      *        Matched rows a REWRITE or DELETE failed on
               10 WS-NR-ROWS-FAILED        PIC 9(09) COMP-5.

       01  WS-NR-SUB                       PIC S9(4) COMP-5.
       01  WS-HIT-IDX                      PIC S9(4) COMP-5.
       01  WS-MSG-SUB                      PIC S9(4) COMP-5.
       01  WS-NAME-FILL-POS                PIC S9(4) COMP-5.
       01  WS-PIECE-LEN                    PIC S9(4) COMP-5.
       01  WS-PIECE-POS                    PIC S9(4) COMP-5.
       01  WS-CHAR-IDX                     PIC S9(4) COMP-5.

      * The row under test, as the store paragraphs hand it over
       01  WS-ROW-CLIENT-ID                PIC X(36).
       01  WS-ROW-DATE                     PIC X(08).
       01  WS-ROW-NAME                     PIC X(255).
       01  WS-ROW-UNAME                    PIC X(255).
       01  WS-ROW-TEXT                     PIC X(255).

      * Legal-hold answer for the last client looked up - rows come
      * in client order on the keyed stores, so one lookup serves a
      * run of them.
       01  WS-HOLD-CLIENT-ID               PIC X(36) VALUE LOW-VALUES.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-RUN-TS                       PIC X(26).

       01  WS-REQUESTS-ACCEPTED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-REQUESTS-REJECTED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-ERASED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-HELD                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-FAILED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-FAILED-EDIT                  PIC Z(08)9.
       01  WS-FAILED-LEAD                  PIC S9(4) COMP-5.
       01  WS-REQUEST-ROWS                 PIC 9(09) COMP-5.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - ERASURE BY NAME - CERTIFICATES'.

       01  WS-RUN-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE 'RUN '.
           05 RL-RUN-TS             PIC X(26).
           05 FILLER                PIC X(102) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(08) VALUE 'REQUEST '.
           05 RQ-REQUEST-REF        PIC X(16).
           05 FILLER                PIC X(15) VALUE
                  '  REQUESTED BY '.
           05 RQ-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RQ-OUTCOME            PIC X(40).
           05 FILLER                PIC X(43) VALUE SPACES.

       01  WS-NAME-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 NL-LABEL              PIC X(06).
           05 NL-TEXT               PIC X(110).
           05 FILLER                PIC X(12) VALUE SPACES.

       01  WS-RANGE-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(21) VALUE
                  'GREETINGS DATED FROM '.
           05 RG-FROM-DATE          PIC X(08).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 RG-TO-DATE            PIC X(08).
           05 FILLER                PIC X(87) VALUE SPACES.

       01  WS-STORE-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 SC-LABEL              PIC X(36).
           05 SC-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(81) VALUE SPACES.

       01  WS-CERT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 CT-TEXT               PIC X(100).
           05 FILLER                PIC X(28) VALUE SPACES.

       01  WS-ERROR-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 EL-TEXT               PIC X(40).
           05 EL-CARD               PIC X(20).
           05 FILLER                PIC X(68) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY NAMEMWS.
       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHNER010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 3000-ERASE-GHISTORY   THRU 3000-EXIT
           PERFORM 3500-ERASE-GHISTTST   THRU 3500-EXIT
           PERFORM 4000-DROP-RETRYHLD    THRU 4000-EXIT
           PERFORM 5000-DELETE-IDEMREC   THRU 5000-EXIT
           PERFORM 6000-DELETE-LATEGRT   THRU 6000-EXIT
           PERFORM 6500-DELETE-DEADLTR   THRU 6500-EXIT
           PERFORM 7000-CERTIFY-REQUESTS THRU 7000-EXIT
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'NAME REQUESTS'     TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-NR-COUNT         TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS ERASED'       TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-ERASED      TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS HELD'         TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-HELD        TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TS
           STRING WS-CURRENT-DATE  DELIMITED BY SIZE
                  WS-CURRENT-TIME  DELIMITED BY SIZE
               INTO WS-RUN-TS

           OPEN INPUT  NER-CONTROL-FILE
           OPEN I-O    GH-HISTORY-FILE
           OPEN I-O    GH-HIST-TEST-FILE
           OPEN EXTEND GH-HIST-JRNL-FILE
           OPEN INPUT  GH-RETRY-OLD-FILE
           OPEN OUTPUT GH-RETRY-NEW-FILE
           OPEN I-O    IDEM-REC-FILE
           OPEN I-O    GH-LATE-GREET-FILE
           OPEN I-O    DEAD-LETTER-FILE
           OPEN INPUT  LEGAL-HOLD-FILE
           OPEN EXTEND NAME-AUDIT-FILE
           OPEN OUTPUT NER-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GHISTORY-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN GHISTORY, STATUS='
                       WS-GHISTORY-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GHISTTST-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN GHISTTST, STATUS='
                       WS-GHISTTST-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GHISTJRN-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN GHISTJRN, STATUS='
                       WS-GHISTJRN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RETRYHLD-STATUS NOT = '00'
                   OR WS-RETRYNEW-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN RETRYHLD/RETRYNEW, '
                       'STATUSES=' WS-RETRYHLD-STATUS ' '
                       WS-RETRYNEW-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-IDEMREC-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN IDEMREC, STATUS='
                       WS-IDEMREC-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LATEGRT-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN LATEGRT, STATUS='
                       WS-LATEGRT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-DEADLTR-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN DEADLTR, STATUS='
                       WS-DEADLTR-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN LEGLHOLD, STATUS='
                       WS-LEGLHOLD-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NAMEAUD-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN NAMEAUD, STATUS='
                       WS-NAMEAUD-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NERRPT-STATUS NOT = '00'
               DISPLAY 'GHNER010 - UNABLE TO OPEN NERRPT, STATUS='
                       WS-NERRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE NER-REPORT-LINE FROM WS-HEADING-1
           MOVE WS-RUN-TS TO RL-RUN-TS
           WRITE NER-REPORT-LINE FROM WS-RUN-LINE

           PERFORM 2100-READ-CARD THRU 2100-EXIT
           PERFORM 1200-LOAD-ONE-REQUEST THRU 1200-EXIT
               UNTIL WS-CARD-EOF

      * No request on the cards still runs every store: RETRYHLD is
      * carried forward whole, so the swap step after this one never
      * replaces the spool with an empty file.
           IF WS-NR-COUNT = 0
               DISPLAY 'GHNER010 - NO ERASURE REQUESTS ON CTLCARDS'
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1200-LOAD-ONE-REQUEST - an N card and the + cards after it
      *                         make one request; it is validated
      *                         once the whole name is in
      *---------------------------------------------------------------
       1200-LOAD-ONE-REQUEST.
           IF NER-CONTROL-CARD(1:1) = '*'
                   OR NER-CONTROL-CARD = SPACES
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 1200-EXIT
           END-IF

           IF NOT NC-NAME-CARD
               SET WS-CARD-ERRORS-SEEN TO TRUE
               IF NC-CONTINUATION-CARD
                   MOVE 'CONTINUATION WITHOUT AN N CARD:' TO EL-TEXT
               ELSE
                   MOVE 'UNKNOWN ACTION ON CARD:' TO EL-TEXT
               END-IF
               MOVE NER-CONTROL-CARD(1:20) TO EL-CARD
               WRITE NER-REPORT-LINE FROM WS-ERROR-LINE
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 1200-EXIT
           END-IF

           IF WS-NR-COUNT >= WS-NR-MAX
               DISPLAY 'GHNER010 - MORE THAN 50 REQUESTS ON CTLCARDS'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-NR-COUNT
           MOVE WS-NR-COUNT TO WS-NR-SUB
           MOVE NC-REQUEST-REF  TO WS-NR-REQUEST-REF(WS-NR-SUB)
           MOVE NC-REQUESTED-BY TO WS-NR-REQUESTED-BY(WS-NR-SUB)
           MOVE NC-FROM-DATE    TO WS-NR-FROM-DATE(WS-NR-SUB)
           MOVE NC-TO-DATE      TO WS-NR-TO-DATE(WS-NR-SUB)
           MOVE SPACES          TO WS-NR-NAME(WS-NR-SUB)
           MOVE NC-NAME-START   TO WS-NR-NAME(WS-NR-SUB)(1:34)
           MOVE SPACES          TO WS-NR-REASON(WS-NR-SUB)
           INITIALIZE WS-NR-COUNTS(WS-NR-SUB)
           MOVE 0               TO WS-NR-ROWS-FAILED(WS-NR-SUB)
           SET WS-NR-ACCEPTED(WS-NR-SUB) TO TRUE
           MOVE 35  TO WS-NAME-FILL-POS
           MOVE 'N' TO WS-NAME-TOO-LONG-SW

           PERFORM 2100-READ-CARD THRU 2100-EXIT
           PERFORM 1210-ADD-CONTINUATION THRU 1210-EXIT
               UNTIL WS-CARD-EOF OR NOT NC-CONTINUATION-CARD

           PERFORM 1300-VALIDATE-REQUEST THRU 1300-EXIT
           IF WS-NR-REJECTED(WS-NR-SUB)
               ADD 1 TO WS-REQUESTS-REJECTED
               SET WS-CARD-ERRORS-SEEN TO TRUE
           ELSE
               ADD 1 TO WS-REQUESTS-ACCEPTED
           END-IF.
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1210-ADD-CONTINUATION - lay the next 78 characters of the
      *                         name in place; anything past 255 is
      *                         more than the history record holds
      *---------------------------------------------------------------
       1210-ADD-CONTINUATION.
           IF WS-NAME-FILL-POS > 255
               IF NC-NAME-MORE NOT = SPACES
                   SET WS-NAME-TOO-LONG TO TRUE
               END-IF
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 1210-EXIT
           END-IF

           COMPUTE WS-PIECE-LEN = 256 - WS-NAME-FILL-POS
           IF WS-PIECE-LEN > 78
               MOVE 78 TO WS-PIECE-LEN
           END-IF
           MOVE NC-NAME-MORE(1:WS-PIECE-LEN)
               TO WS-NR-NAME(WS-NR-SUB)(WS-NAME-FILL-POS:WS-PIECE-LEN)
           IF WS-PIECE-LEN < 78
               IF NC-NAME-MORE(WS-PIECE-LEN + 1:) NOT = SPACES
                   SET WS-NAME-TOO-LONG TO TRUE
               END-IF
           END-IF
           ADD 78 TO WS-NAME-FILL-POS

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       1210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1300-VALIDATE-REQUEST - reference, name and dates; an open
      *                         end of the date range becomes
      *                         00000000 / 99999999
      *---------------------------------------------------------------
       1300-VALIDATE-REQUEST.
           IF WS-NR-REQUEST-REF(WS-NR-SUB) = SPACES
               SET WS-NR-REJECTED(WS-NR-SUB) TO TRUE
               MOVE 'REQUEST REFERENCE IS BLANK'
                   TO WS-NR-REASON(WS-NR-SUB)
               GO TO 1300-EXIT
           END-IF

           IF WS-NR-NAME(WS-NR-SUB) = SPACES
               SET WS-NR-REJECTED(WS-NR-SUB) TO TRUE
               MOVE 'NAME IS BLANK' TO WS-NR-REASON(WS-NR-SUB)
               GO TO 1300-EXIT
           END-IF

           IF WS-NAME-TOO-LONG
               SET WS-NR-REJECTED(WS-NR-SUB) TO TRUE
               MOVE 'NAME LONGER THAN 255 CHARACTERS'
                   TO WS-NR-REASON(WS-NR-SUB)
               GO TO 1300-EXIT
           END-IF

           IF WS-NR-FROM-DATE(WS-NR-SUB) = SPACES
               MOVE '00000000' TO WS-NR-FROM-DATE(WS-NR-SUB)
           END-IF
           IF WS-NR-TO-DATE(WS-NR-SUB) = SPACES
               MOVE '99999999' TO WS-NR-TO-DATE(WS-NR-SUB)
           END-IF

           IF WS-NR-FROM-DATE(WS-NR-SUB) NOT NUMERIC
                   OR WS-NR-TO-DATE(WS-NR-SUB) NOT NUMERIC
               SET WS-NR-REJECTED(WS-NR-SUB) TO TRUE
               MOVE 'DATES NOT NUMERIC YYYYMMDD'
                   TO WS-NR-REASON(WS-NR-SUB)
               GO TO 1300-EXIT
           END-IF

           IF WS-NR-FROM-DATE(WS-NR-SUB) > WS-NR-TO-DATE(WS-NR-SUB)
               SET WS-NR-REJECTED(WS-NR-SUB) TO TRUE
               MOVE 'FROM DATE AFTER TO DATE'
                   TO WS-NR-REASON(WS-NR-SUB)
               GO TO 1300-EXIT
           END-IF

           MOVE WS-NR-NAME(WS-NR-SUB) TO WS-NR-UNAME(WS-NR-SUB)
           INSPECT WS-NR-UNAME(WS-NR-SUB)
               CONVERTING NM-LOWER-CASE TO NM-UPPER-CASE

           MOVE 0 TO WS-NR-NAME-LEN(WS-NR-SUB)
           PERFORM 1310-SCAN-ONE-NAME-CHAR THRU 1310-EXIT
               VARYING WS-CHAR-IDX FROM 255 BY -1
               UNTIL WS-CHAR-IDX < 1
                  OR WS-NR-NAME-LEN(WS-NR-SUB) > 0.
       1300-EXIT.
           EXIT.

       1310-SCAN-ONE-NAME-CHAR.
           IF WS-NR-UNAME(WS-NR-SUB)(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-CHAR-IDX TO WS-NR-NAME-LEN(WS-NR-SUB)
           END-IF.
       1310-EXIT.
           EXIT.

       2100-READ-CARD.
           READ NER-CONTROL-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2500-MATCH-NAME-FIELD - WS-ROW-NAME is a name field of its
      *                         own: the whole field must equal the
      *                         request's name, any case, and
      *                         WS-ROW-DATE must fall in its range.
      *                         WS-HIT-IDX is left on the request
      *                         matched, or zero.
      *---------------------------------------------------------------
       2500-MATCH-NAME-FIELD.
           MOVE 0 TO WS-HIT-IDX
           IF WS-ROW-NAME = SPACES
               GO TO 2500-EXIT
           END-IF

           MOVE WS-ROW-NAME TO WS-ROW-UNAME
           INSPECT WS-ROW-UNAME
               CONVERTING NM-LOWER-CASE TO NM-UPPER-CASE

           PERFORM 2510-TRY-ONE-REQUEST THRU 2510-EXIT
               VARYING WS-NR-SUB FROM 1 BY 1
               UNTIL WS-NR-SUB > WS-NR-COUNT
                  OR WS-HIT-IDX > 0.
       2500-EXIT.
           EXIT.

       2510-TRY-ONE-REQUEST.
           IF WS-NR-REJECTED(WS-NR-SUB)
               GO TO 2510-EXIT
           END-IF

           IF WS-ROW-DATE < WS-NR-FROM-DATE(WS-NR-SUB)
                   OR WS-ROW-DATE > WS-NR-TO-DATE(WS-NR-SUB)
               GO TO 2510-EXIT
           END-IF

           IF WS-ROW-UNAME = WS-NR-UNAME(WS-NR-SUB)
               MOVE WS-NR-SUB TO WS-HIT-IDX
           END-IF.
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2600-MATCH-NAME-IN-TEXT - WS-ROW-TEXT is built greeting text:
      *                           the request's name must appear in
      *                           it as a whole word (NAMEMTCH)
      *---------------------------------------------------------------
       2600-MATCH-NAME-IN-TEXT.
           MOVE 0 TO WS-HIT-IDX
           IF WS-ROW-TEXT = SPACES
               GO TO 2600-EXIT
           END-IF

           PERFORM 2610-TRY-ONE-REQUEST THRU 2610-EXIT
               VARYING WS-NR-SUB FROM 1 BY 1
               UNTIL WS-NR-SUB > WS-NR-COUNT
                  OR WS-HIT-IDX > 0.
       2600-EXIT.
           EXIT.

       2610-TRY-ONE-REQUEST.
           IF WS-NR-REJECTED(WS-NR-SUB)
               GO TO 2610-EXIT
           END-IF

           IF WS-ROW-DATE < WS-NR-FROM-DATE(WS-NR-SUB)
                   OR WS-ROW-DATE > WS-NR-TO-DATE(WS-NR-SUB)
               GO TO 2610-EXIT
           END-IF

           MOVE WS-NR-UNAME(WS-NR-SUB)    TO NM-NAME
           MOVE WS-NR-NAME-LEN(WS-NR-SUB) TO NM-NAME-LEN
           MOVE WS-ROW-TEXT               TO NM-TEXT
           PERFORM 9600-FIND-NAME-THRU-EXIT THRU 9600-EXIT
           IF NM-FOUND
               MOVE WS-NR-SUB TO WS-HIT-IDX
           END-IF.
       2610-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2700-CHECK-ROW-HELD - is WS-ROW-CLIENT-ID under a legal hold
      *                       active today? (the GHESP010 test)
      *---------------------------------------------------------------
       2700-CHECK-ROW-HELD.
           IF WS-ROW-CLIENT-ID = WS-HOLD-CLIENT-ID
               GO TO 2700-EXIT
           END-IF

           MOVE WS-ROW-CLIENT-ID TO WS-HOLD-CLIENT-ID
           MOVE 'N' TO WS-ROW-HELD-SW
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-ROW-CLIENT-ID TO LH-CLIENT-ID
           MOVE LOW-VALUES       TO LH-MATTER-REF
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START

           PERFORM 2710-JUDGE-ONE-HOLD THRU 2710-EXIT
               UNTIL WS-HOLD-EOF.
       2700-EXIT.
           EXIT.

       2710-JUDGE-ONE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 2710-EXIT
           END-READ

           IF LH-CLIENT-ID NOT = WS-ROW-CLIENT-ID
               SET WS-HOLD-EOF TO TRUE
               GO TO 2710-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-CURRENT-DATE
                   AND (LH-NOT-RELEASED
                        OR LH-RELEASE-DATE > WS-CURRENT-DATE)
               SET WS-ROW-HELD TO TRUE
               SET WS-HOLD-EOF TO TRUE
           END-IF.
       2710-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2800-COUNT-ROW-FAILED - a matched row the store would not let
      *                         go of: the request's certificate says
      *                         INCOMPLETE and the run ends RC 8
      *---------------------------------------------------------------
       2800-COUNT-ROW-FAILED.
           ADD 1 TO WS-NR-ROWS-FAILED(WS-HIT-IDX)
           ADD 1 TO WS-ROWS-FAILED.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-ERASE-GHISTORY - every live row, every client: a match
      *                       is blanked as JMT04 blanks it and the
      *                       after-image journaled. The journal goes
      *                       first - a blanked row GHISTJRN does not
      *                       carry would come back on a GHFRR010
      *                       rebuild, while a journaled erasure whose
      *                       REWRITE then fails only erases it there.
      *---------------------------------------------------------------
       3000-ERASE-GHISTORY.
           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE LOW-VALUES TO GH-HIST-KEY
           START GH-HISTORY-FILE KEY NOT < GH-HIST-KEY
               INVALID KEY
                   SET WS-STORE-EOF TO TRUE
           END-START

           PERFORM 3100-JUDGE-ONE-HISTORY THRU 3100-EXIT
               UNTIL WS-STORE-EOF.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-HISTORY.
           READ GH-HISTORY-FILE NEXT
               AT END
                   SET WS-STORE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ

           IF GH-HIST-ERASED
               GO TO 3100-EXIT
           END-IF

           MOVE GH-HIST-CLIENT-ID      TO WS-ROW-CLIENT-ID
           MOVE GH-HIST-TIMESTAMP(1:8) TO WS-ROW-DATE
           MOVE GH-HIST-NAME           TO WS-ROW-NAME
           PERFORM 2500-MATCH-NAME-FIELD THRU 2500-EXIT
           IF WS-HIT-IDX = 0
               GO TO 3100-EXIT
           END-IF

           PERFORM 2700-CHECK-ROW-HELD THRU 2700-EXIT
           IF WS-ROW-HELD
               ADD 1 TO WS-NR-ROWS-HELD(WS-HIT-IDX)
               GO TO 3100-EXIT
           END-IF

           SET GH-HIST-ERASED TO TRUE
           MOVE SPACES TO GH-HIST-NAME
           MOVE 0      TO GH-HIST-NAME-LEN
           PERFORM 3200-JOURNAL-ERASURE THRU 3200-EXIT

           REWRITE GH-HIST-RECORD
           IF WS-GHISTORY-STATUS = '00'
               ADD 1 TO WS-NR-GHISTORY-BLANKED(WS-HIT-IDX)
           ELSE
               DISPLAY 'GHNER010 - GHISTORY REWRITE FAILED FOR '
                       GH-HIST-KEY ' STATUS=' WS-GHISTORY-STATUS
               PERFORM 2800-COUNT-ROW-FAILED THRU 2800-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-JOURNAL-ERASURE - the blanked after-image to GHISTJRN,
      *                        as JMT04's 3200 does, so a GHFRR010
      *                        rebuild replays the erasure. A journal
      *                        that cannot be written stops the run
      *                        (RC 16) before the row is blanked; the
      *                        rerun finds it again.
      *---------------------------------------------------------------
       3200-JOURNAL-ERASURE.
           SET HJ-ACTION-ERASE TO TRUE
           MOVE GH-HIST-RECORD TO HJ-IMAGE
           WRITE HIST-JOURNAL-RECORD
           IF WS-GHISTJRN-STATUS NOT = '00'
               DISPLAY 'GHNER010 - GHISTJRN WRITE FAILED, STATUS='
                       WS-GHISTJRN-STATUS ' FOR ' GH-HIST-KEY
               DISPLAY 'GHNER010 - RUN STOPPED - NO CERTIFICATES OR '
                       'NAMEAUD ROWS WRITTEN; RERUN THE CARDS'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-ERASE-GHISTTST - the sandbox history, same treatment,
      *                       never journaled
      *---------------------------------------------------------------
       3500-ERASE-GHISTTST.
           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE LOW-VALUES TO GHT-KEY
           START GH-HIST-TEST-FILE KEY NOT < GHT-KEY
               INVALID KEY
                   SET WS-STORE-EOF TO TRUE
           END-START

           PERFORM 3600-JUDGE-ONE-TEST-ROW THRU 3600-EXIT
               UNTIL WS-STORE-EOF.
       3500-EXIT.
           EXIT.

       3600-JUDGE-ONE-TEST-ROW.
           READ GH-HIST-TEST-FILE NEXT INTO GH-HIST-RECORD
               AT END
                   SET WS-STORE-EOF TO TRUE
                   GO TO 3600-EXIT
           END-READ

           IF GH-HIST-ERASED
               GO TO 3600-EXIT
           END-IF

           MOVE GH-HIST-CLIENT-ID      TO WS-ROW-CLIENT-ID
           MOVE GH-HIST-TIMESTAMP(1:8) TO WS-ROW-DATE
           MOVE GH-HIST-NAME           TO WS-ROW-NAME
           PERFORM 2500-MATCH-NAME-FIELD THRU 2500-EXIT
           IF WS-HIT-IDX = 0
               GO TO 3600-EXIT
           END-IF

           PERFORM 2700-CHECK-ROW-HELD THRU 2700-EXIT
           IF WS-ROW-HELD
               ADD 1 TO WS-NR-ROWS-HELD(WS-HIT-IDX)
               GO TO 3600-EXIT
           END-IF

           SET GH-HIST-ERASED TO TRUE
           MOVE SPACES TO GH-HIST-NAME
           MOVE 0      TO GH-HIST-NAME-LEN
           REWRITE GH-HIST-TEST-RECORD FROM GH-HIST-RECORD
           IF WS-GHISTTST-STATUS = '00'
               ADD 1 TO WS-NR-GHISTTST-BLANKED(WS-HIT-IDX)
           ELSE
               DISPLAY 'GHNER010 - GHISTTST REWRITE FAILED FOR '
                       GH-HIST-KEY ' STATUS=' WS-GHISTTST-STATUS
               PERFORM 2800-COUNT-ROW-FAILED THRU 2800-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-DROP-RETRYHLD - carry the spool forward onto RETRYNEW
      *                      without the matching entries: the
      *                      person's greeting must not be redriven
      *                      or delivered late. A RETRYNEW that
      *                      cannot be written stops the run (RC 16)
      *                      rather than silently losing entries.
      *---------------------------------------------------------------
       4000-DROP-RETRYHLD.
           MOVE 'N' TO WS-STORE-EOF-SW
           PERFORM 4100-JUDGE-ONE-SPOOL THRU 4100-EXIT
               UNTIL WS-STORE-EOF.
       4000-EXIT.
           EXIT.

       4100-JUDGE-ONE-SPOOL.
           READ GH-RETRY-OLD-FILE
               AT END
                   SET WS-STORE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ

           MOVE RH-CLIENT-ID      TO WS-ROW-CLIENT-ID
           MOVE RH-FAILED-TS(1:8) TO WS-ROW-DATE
           MOVE RH-NAME           TO WS-ROW-NAME
           PERFORM 2500-MATCH-NAME-FIELD THRU 2500-EXIT
           IF WS-HIT-IDX > 0
               PERFORM 2700-CHECK-ROW-HELD THRU 2700-EXIT
               IF WS-ROW-HELD
                   ADD 1 TO WS-NR-ROWS-HELD(WS-HIT-IDX)
               ELSE
                   ADD 1 TO WS-NR-RETRYHLD-DROPPED(WS-HIT-IDX)
                   GO TO 4100-EXIT
               END-IF
           END-IF

           WRITE GH-RETRY-NEW-RECORD FROM RETRY-HOLD-RECORD
           IF WS-RETRYNEW-STATUS NOT = '00'
               DISPLAY 'GHNER010 - RETRYNEW WRITE FAILED, STATUS='
                       WS-RETRYNEW-STATUS ' FOR ' RH-CLIENT-ID
               DISPLAY 'GHNER010 - RUN STOPPED - RETRYNEW IS '
                       'INCOMPLETE; DELETE RETRYHLD.NEW AND RERUN'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
               GOBACK
           END-IF.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-DELETE-IDEMREC - a stored response carries the greeting
      *                       text, name and all; any of its messages
      *                       naming the person deletes it (a replay
      *                       then simply re-executes)
      *---------------------------------------------------------------
       5000-DELETE-IDEMREC.
           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE LOW-VALUES TO IDM-KEY
           START IDEM-REC-FILE KEY NOT < IDM-KEY
               INVALID KEY
                   SET WS-STORE-EOF TO TRUE
           END-START

           PERFORM 5100-JUDGE-ONE-RESPONSE THRU 5100-EXIT
               UNTIL WS-STORE-EOF.
       5000-EXIT.
           EXIT.

       5100-JUDGE-ONE-RESPONSE.
           READ IDEM-REC-FILE NEXT
               AT END
                   SET WS-STORE-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ

           MOVE IDM-CLIENT-ID        TO WS-ROW-CLIENT-ID
           MOVE IDM-CREATED-TS(1:8)  TO WS-ROW-DATE
           MOVE 0 TO WS-HIT-IDX
           PERFORM 5110-TRY-ONE-MESSAGE THRU 5110-EXIT
               VARYING WS-MSG-SUB FROM 1 BY 1
               UNTIL WS-MSG-SUB > IDM-MSG-COUNT
                  OR WS-MSG-SUB > 2
                  OR WS-HIT-IDX > 0
           IF WS-HIT-IDX = 0
               GO TO 5100-EXIT
           END-IF

           PERFORM 2700-CHECK-ROW-HELD THRU 2700-EXIT
           IF WS-ROW-HELD
               ADD 1 TO WS-NR-ROWS-HELD(WS-HIT-IDX)
               GO TO 5100-EXIT
           END-IF

           DELETE IDEM-REC-FILE
           IF WS-IDEMREC-STATUS = '00'
               ADD 1 TO WS-NR-IDEMREC-DELETED(WS-HIT-IDX)
           ELSE
               DISPLAY 'GHNER010 - IDEMREC DELETE FAILED FOR '
                       IDM-CLIENT-ID ' STATUS=' WS-IDEMREC-STATUS
               PERFORM 2800-COUNT-ROW-FAILED THRU 2800-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5110-TRY-ONE-MESSAGE.
           MOVE IDM-MSG-TEXT(WS-MSG-SUB) TO WS-ROW-TEXT
           PERFORM 2600-MATCH-NAME-IN-TEXT THRU 2600-EXIT.
       5110-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 6000-DELETE-LATEGRT - a waiting greeting naming the person is
      *                       deleted, picked up or not
      *---------------------------------------------------------------
       6000-DELETE-LATEGRT.
           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE LOW-VALUES TO LG-KEY
           START GH-LATE-GREET-FILE KEY NOT < LG-KEY
               INVALID KEY
                   SET WS-STORE-EOF TO TRUE
           END-START

           PERFORM 6100-JUDGE-ONE-GREETING THRU 6100-EXIT
               UNTIL WS-STORE-EOF.
       6000-EXIT.
           EXIT.

       6100-JUDGE-ONE-GREETING.
           READ GH-LATE-GREET-FILE NEXT
               AT END
                   SET WS-STORE-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ

           MOVE LG-CLIENT-ID      TO WS-ROW-CLIENT-ID
           MOVE LG-FAILED-TS(1:8) TO WS-ROW-DATE
           MOVE LG-GREETING       TO WS-ROW-TEXT
           PERFORM 2600-MATCH-NAME-IN-TEXT THRU 2600-EXIT
           IF WS-HIT-IDX = 0
               GO TO 6100-EXIT
           END-IF

           PERFORM 2700-CHECK-ROW-HELD THRU 2700-EXIT
           IF WS-ROW-HELD
               ADD 1 TO WS-NR-ROWS-HELD(WS-HIT-IDX)
               GO TO 6100-EXIT
           END-IF

           DELETE GH-LATE-GREET-FILE
           IF WS-LATEGRT-STATUS = '00'
               ADD 1 TO WS-NR-LATEGRT-DELETED(WS-HIT-IDX)
           ELSE
               DISPLAY 'GHNER010 - LATEGRT DELETE FAILED FOR '
                       LG-CLIENT-ID ' STATUS=' WS-LATEGRT-STATUS
               PERFORM 2800-COUNT-ROW-FAILED THRU 2800-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 6500-DELETE-DEADLTR - a dead letter for the person is deleted
      *                       whatever its HWDL state
      *---------------------------------------------------------------
       6500-DELETE-DEADLTR.
           MOVE 'N' TO WS-STORE-EOF-SW
           MOVE LOW-VALUES TO DL-KEY
           START DEAD-LETTER-FILE KEY NOT < DL-KEY
               INVALID KEY
                   SET WS-STORE-EOF TO TRUE
           END-START

           PERFORM 6600-JUDGE-ONE-LETTER THRU 6600-EXIT
               UNTIL WS-STORE-EOF.
       6500-EXIT.
           EXIT.

       6600-JUDGE-ONE-LETTER.
           READ DEAD-LETTER-FILE NEXT
               AT END
                   SET WS-STORE-EOF TO TRUE
                   GO TO 6600-EXIT
           END-READ

           MOVE DL-CLIENT-ID      TO WS-ROW-CLIENT-ID
           MOVE DL-FAILED-TS(1:8) TO WS-ROW-DATE
           MOVE DL-NAME           TO WS-ROW-NAME
           PERFORM 2500-MATCH-NAME-FIELD THRU 2500-EXIT
           IF WS-HIT-IDX = 0
               GO TO 6600-EXIT
           END-IF

           PERFORM 2700-CHECK-ROW-HELD THRU 2700-EXIT
           IF WS-ROW-HELD
               ADD 1 TO WS-NR-ROWS-HELD(WS-HIT-IDX)
               GO TO 6600-EXIT
           END-IF

           DELETE DEAD-LETTER-FILE
           IF WS-DEADLTR-STATUS = '00'
               ADD 1 TO WS-NR-DEADLTR-DELETED(WS-HIT-IDX)
           ELSE
               DISPLAY 'GHNER010 - DEADLTR DELETE FAILED FOR '
                       DL-CLIENT-ID ' STATUS=' WS-DEADLTR-STATUS
               PERFORM 2800-COUNT-ROW-FAILED THRU 2800-EXIT
           END-IF.
       6600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7000-CERTIFY-REQUESTS - one certificate and one NAMEAUD row
      *                         per request, rejected ones included
      *---------------------------------------------------------------
       7000-CERTIFY-REQUESTS.
           PERFORM 7100-CERTIFY-ONE-REQUEST THRU 7100-EXIT
               VARYING WS-NR-SUB FROM 1 BY 1
               UNTIL WS-NR-SUB > WS-NR-COUNT.
       7000-EXIT.
           EXIT.

       7100-CERTIFY-ONE-REQUEST.
           MOVE WS-NR-REQUEST-REF(WS-NR-SUB)  TO RQ-REQUEST-REF
           MOVE WS-NR-REQUESTED-BY(WS-NR-SUB) TO RQ-REQUESTED-BY
           EVALUATE TRUE
               WHEN WS-NR-REJECTED(WS-NR-SUB)
                   MOVE 'REJECTED - NOTHING ERASED' TO RQ-OUTCOME
               WHEN WS-NR-ROWS-FAILED(WS-NR-SUB) > 0
                   PERFORM 7150-SET-INCOMPLETE THRU 7150-EXIT
                   MOVE WS-NR-REASON(WS-NR-SUB) TO RQ-OUTCOME
               WHEN WS-NR-ROWS-HELD(WS-NR-SUB) > 0
                   MOVE 'ERASED - ROWS HELD UNDER LEGAL HOLD'
                       TO RQ-OUTCOME
               WHEN OTHER
                   MOVE 'ERASED' TO RQ-OUTCOME
           END-EVALUATE
           WRITE NER-REPORT-LINE FROM WS-REQUEST-LINE

           MOVE 'NAME  ' TO NL-LABEL
           PERFORM 7110-PRINT-NAME-PIECE THRU 7110-EXIT
               VARYING WS-PIECE-POS FROM 1 BY 110
               UNTIL WS-PIECE-POS > 255

           IF WS-NR-REJECTED(WS-NR-SUB)
               MOVE SPACES TO CT-TEXT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-NR-REASON(WS-NR-SUB) DELIMITED BY SIZE
                   INTO CT-TEXT
               WRITE NER-REPORT-LINE FROM WS-CERT-LINE
               PERFORM 7200-WRITE-AUDIT-ROW THRU 7200-EXIT
               GO TO 7100-EXIT
           END-IF

           MOVE WS-NR-FROM-DATE(WS-NR-SUB) TO RG-FROM-DATE
           MOVE WS-NR-TO-DATE(WS-NR-SUB)   TO RG-TO-DATE
           WRITE NER-REPORT-LINE FROM WS-RANGE-LINE

           MOVE 'GHISTORY ROWS BLANKED'         TO SC-LABEL
           MOVE WS-NR-GHISTORY-BLANKED(WS-NR-SUB) TO SC-COUNT
           WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           MOVE 'GHISTTST ROWS BLANKED'         TO SC-LABEL
           MOVE WS-NR-GHISTTST-BLANKED(WS-NR-SUB) TO SC-COUNT
           WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           MOVE 'RETRYHLD ENTRIES DROPPED'      TO SC-LABEL
           MOVE WS-NR-RETRYHLD-DROPPED(WS-NR-SUB) TO SC-COUNT
           WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           MOVE 'IDEMREC RESPONSES DELETED'     TO SC-LABEL
           MOVE WS-NR-IDEMREC-DELETED(WS-NR-SUB) TO SC-COUNT
           WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           MOVE 'LATEGRT GREETINGS DELETED'     TO SC-LABEL
           MOVE WS-NR-LATEGRT-DELETED(WS-NR-SUB) TO SC-COUNT
           WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           MOVE 'DEADLTR LETTERS DELETED'       TO SC-LABEL
           MOVE WS-NR-DEADLTR-DELETED(WS-NR-SUB) TO SC-COUNT
           WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           MOVE 'ROWS LEFT UNDER LEGAL HOLD'    TO SC-LABEL
           MOVE WS-NR-ROWS-HELD(WS-NR-SUB)      TO SC-COUNT
           WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           IF WS-NR-ROWS-FAILED(WS-NR-SUB) > 0
               MOVE 'ROWS NOT ERASED (REWRITE/DELETE)'
                   TO SC-LABEL
               MOVE WS-NR-ROWS-FAILED(WS-NR-SUB) TO SC-COUNT
               WRITE NER-REPORT-LINE FROM WS-STORE-COUNT-LINE
           END-IF

           MOVE 'EVERY STORE ABOVE WAS READ IN FULL, ACROSS ALL CLIENTS'
               TO CT-TEXT
           WRITE NER-REPORT-LINE FROM WS-CERT-LINE
           MOVE 'GHRPTEXT/GHARCHV COPIES ARE SCRUBBED BY NEXT GHESP010'
               TO CT-TEXT
           WRITE NER-REPORT-LINE FROM WS-CERT-LINE
           IF WS-NR-ROWS-HELD(WS-NR-SUB) > 0
               MOVE 'HELD ROWS REMAIN - RESUBMIT AFTER HOLD RELEASE'
                   TO CT-TEXT
               WRITE NER-REPORT-LINE FROM WS-CERT-LINE
           END-IF
           IF WS-NR-ROWS-FAILED(WS-NR-SUB) > 0
               MOVE 'ERASURE NOT COMPLETE - SEE JOB LOG, THEN RESUBMIT'
                   TO CT-TEXT
               WRITE NER-REPORT-LINE FROM WS-CERT-LINE
           END-IF

           COMPUTE WS-REQUEST-ROWS =
                 WS-NR-GHISTORY-BLANKED(WS-NR-SUB)
               + WS-NR-GHISTTST-BLANKED(WS-NR-SUB)
               + WS-NR-RETRYHLD-DROPPED(WS-NR-SUB)
               + WS-NR-IDEMREC-DELETED(WS-NR-SUB)
               + WS-NR-LATEGRT-DELETED(WS-NR-SUB)
               + WS-NR-DEADLTR-DELETED(WS-NR-SUB)
           ADD WS-REQUEST-ROWS              TO WS-ROWS-ERASED
           ADD WS-NR-ROWS-HELD(WS-NR-SUB)   TO WS-ROWS-HELD

           PERFORM 7200-WRITE-AUDIT-ROW THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7150-SET-INCOMPLETE - 'INCOMPLETE - n ROWS NOT ERASED' into
      *                       the request's reason, for the
      *                       certificate and the NAMEAUD row
      *---------------------------------------------------------------
       7150-SET-INCOMPLETE.
           MOVE WS-NR-ROWS-FAILED(WS-NR-SUB) TO WS-FAILED-EDIT
           MOVE 0 TO WS-FAILED-LEAD
           INSPECT WS-FAILED-EDIT
               TALLYING WS-FAILED-LEAD FOR LEADING SPACES
           MOVE SPACES TO WS-NR-REASON(WS-NR-SUB)
           STRING 'INCOMPLETE - '  DELIMITED BY SIZE
                  WS-FAILED-EDIT(WS-FAILED-LEAD + 1:)
                                   DELIMITED BY SIZE
                  ' ROWS NOT ERASED' DELIMITED BY SIZE
               INTO WS-NR-REASON(WS-NR-SUB).
       7150-EXIT.
           EXIT.

       7110-PRINT-NAME-PIECE.
           COMPUTE WS-PIECE-LEN = 256 - WS-PIECE-POS
           IF WS-PIECE-LEN > 110
               MOVE 110 TO WS-PIECE-LEN
           END-IF
           IF WS-PIECE-POS > 1
               IF WS-NR-NAME(WS-NR-SUB)(WS-PIECE-POS:WS-PIECE-LEN)
                       = SPACES
                   GO TO 7110-EXIT
               END-IF
           END-IF

           MOVE SPACES TO NL-TEXT
           MOVE WS-NR-NAME(WS-NR-SUB)(WS-PIECE-POS:WS-PIECE-LEN)
               TO NL-TEXT
           WRITE NER-REPORT-LINE FROM WS-NAME-LINE
           MOVE SPACES TO NL-LABEL.
       7110-EXIT.
           EXIT.

       7200-WRITE-AUDIT-ROW.
           MOVE SPACES TO NAME-ERASE-AUDIT-RECORD
           MOVE WS-NR-REQUEST-REF(WS-NR-SUB)   TO NE-REQUEST-REF
           MOVE WS-RUN-TS                      TO NE-ERASED-TS
           MOVE WS-NR-NAME(WS-NR-SUB)          TO NE-NAME
           MOVE WS-NR-FROM-DATE(WS-NR-SUB)     TO NE-FROM-DATE
           MOVE WS-NR-TO-DATE(WS-NR-SUB)       TO NE-TO-DATE
           MOVE WS-NR-REQUESTED-BY(WS-NR-SUB)  TO NE-REQUESTED-BY
           MOVE WS-NR-REASON(WS-NR-SUB)        TO NE-REJECT-REASON
           MOVE WS-NR-COUNTS(WS-NR-SUB)        TO NE-STORE-COUNTS
           EVALUATE TRUE
               WHEN WS-NR-REJECTED(WS-NR-SUB)
                   SET NE-REJECTED   TO TRUE
               WHEN WS-NR-ROWS-FAILED(WS-NR-SUB) > 0
                   SET NE-INCOMPLETE TO TRUE
               WHEN OTHER
                   SET NE-ERASED     TO TRUE
           END-EVALUATE

           WRITE NAME-ERASE-AUDIT-RECORD
           IF WS-NAMEAUD-STATUS NOT = '00'
               DISPLAY 'GHNER010 - NAMEAUD WRITE FAILED, STATUS='
                       WS-NAMEAUD-STATUS ' REQUEST '
                       WS-NR-REQUEST-REF(WS-NR-SUB)
           END-IF.
       7200-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'REQUESTS ON CTLCARDS'      TO CL-LABEL
           MOVE WS-NR-COUNT                 TO CL-COUNT
           WRITE NER-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REQUESTS ERASED'           TO CL-LABEL
           MOVE WS-REQUESTS-ACCEPTED        TO CL-COUNT
           WRITE NER-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REQUESTS REJECTED'         TO CL-LABEL
           MOVE WS-REQUESTS-REJECTED        TO CL-COUNT
           WRITE NER-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS ERASED, ALL STORES'   TO CL-LABEL
           MOVE WS-ROWS-ERASED              TO CL-COUNT
           WRITE NER-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS LEFT UNDER LEGAL HOLD' TO CL-LABEL
           MOVE WS-ROWS-HELD                TO CL-COUNT
           WRITE NER-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS NOT ERASED (FAILED)'  TO CL-LABEL
           MOVE WS-ROWS-FAILED              TO CL-COUNT
           WRITE NER-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE NER-CONTROL-FILE
           CLOSE GH-HISTORY-FILE
           CLOSE GH-HIST-TEST-FILE
           CLOSE GH-HIST-JRNL-FILE
           CLOSE GH-RETRY-OLD-FILE
           CLOSE GH-RETRY-NEW-FILE
           CLOSE IDEM-REC-FILE
           CLOSE GH-LATE-GREET-FILE
           CLOSE DEAD-LETTER-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE NAME-AUDIT-FILE
           CLOSE NER-REPORT-FILE

           DISPLAY 'GHNER010 - REQUESTS    : ' WS-NR-COUNT
           DISPLAY 'GHNER010 - ROWS ERASED : ' WS-ROWS-ERASED
           DISPLAY 'GHNER010 - ROWS HELD   : ' WS-ROWS-HELD
           DISPLAY 'GHNER010 - ROWS FAILED : ' WS-ROWS-FAILED
      * A bad card is the operator's to fix and a row a store would
      * not release leaves an erasure incomplete (both RC 8); rows
      * left under a hold are a finding to follow up, not a failure
      * (RC 4).
           EVALUATE TRUE
               WHEN WS-ROWS-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARD-ERRORS-SEEN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ROWS-HELD > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       8000-EXIT.
           EXIT.

       COPY NAMEMTCH.

       COPY GHLDGCHK.
