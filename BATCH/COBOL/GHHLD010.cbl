       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHHLD010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHHLD010 - legal-hold maintenance.                          *
      *                                                                *
      *   Applies legal's control cards to the LEGLHOLD KSDS - one    *
      *   row per litigation matter per client. While a hold is      *
      *   active GHPRG010 keeps the client's aged history, JMT04     *
      *   refuses erasure (1013) and GHESP010 leaves the downstream  *
      *   copies alone; GHHLR010 lists what was deferred once the    *
      *   hold is released. Rejected cards are printed on HLDRPT     *
      *   with a reason legal can act on.                             *
      *                                                                *
      *   Cards (CTLCARDS, 80 bytes; '*' in column 1 for a comment): *
      *     col  1     action - A add a hold, C change its dates,     *
      *                R release it                                   *
      *     cols 3-18  matter reference                               *
      *     cols 20-55 client id                                      *
      *     cols 57-64 start date YYYYMMDD (A: required; C: blank    *
      *                keeps the date on file)                        *
      *     cols 66-73 release date YYYYMMDD - the first day the     *
      *                hold no longer applies. A: blank for open-     *
      *                ended. C: blank re-opens the hold. R: blank    *
      *                releases from today.                           *
      *                                                                *
      *   A is refused for a matter/client already on file and C/R   *
      *   for one that is not, so a mistyped matter reference cannot  *
      *   quietly create or lift the wrong hold. Rows are never      *
      *   deleted - a released hold stays on file as the record of   *
      *   what was held and when.                                     *
      *                                                                *
      *   JCL           : JCL/GHHLD010.jcl                            *
      *   DD CTLCARDS   : legal-hold maintenance cards (input)        *
      *   DD LEGLHOLD   : legal-hold VSAM KSDS (input/output)         *
      *   DD HLDRPT     : printed maintenance report (output)         *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT HLD-REPORT-FILE ASSIGN TO HLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HLD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HLD-CONTROL-CARD.
           05 HC-ACTION                    PIC X(01).
               88 HC-ADD                      VALUE 'A'.
               88 HC-CHANGE                   VALUE 'C'.
               88 HC-RELEASE                  VALUE 'R'.
           05 FILLER                       PIC X(01).
           05 HC-MATTER-REF                PIC X(16).
           05 FILLER                       PIC X(01).
           05 HC-CLIENT-ID                 PIC X(36).
           05 FILLER                       PIC X(01).
           05 HC-START-DATE                PIC X(08).
           05 FILLER                       PIC X(01).
           05 HC-RELEASE-DATE              PIC X(08).
           05 FILLER                       PIC X(07).

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LEGLHOLD.

       FD  HLD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  HLD-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-LEGLHOLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-HLDRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-CARD-OK-SW                PIC X(01) VALUE 'Y'.
               88 WS-CARD-OK                  VALUE 'Y'.
               88 WS-CARD-REJECTED            VALUE 'N'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CARD-START                   PIC 9(08).
       01  WS-CARD-RELEASE                 PIC 9(08).
       01  WS-REJECT-REASON                PIC X(40).

       01  WS-CARDS-READ                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-HOLDS-ADDED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-HOLDS-CHANGED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-HOLDS-RELEASED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-CARDS-REJECTED               PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - LEGAL-HOLD MAINTENANCE REPORT'.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'ACTION'.
           05 FILLER                PIC X(18) VALUE 'MATTER'.
           05 FILLER                PIC X(38) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(10) VALUE 'START'.
           05 FILLER                PIC X(10) VALUE 'RELEASE'.
           05 FILLER                PIC X(42) VALUE 'REJECT REASON'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-ACTION             PIC X(10).
           05 DL-MATTER-REF         PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-START-DATE         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-RELEASE-DATE       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-REASON             PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHHLD010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'HOLDS ADDED'       TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-HOLDS-ADDED      TO WS-LDG-COUNT-VALUE(1)
           MOVE 'HOLDS RELEASED'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-HOLDS-RELEASED   TO WS-LDG-COUNT-VALUE(2)
           MOVE 'CARDS REJECTED'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-CARDS-REJECTED   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT  HLD-CONTROL-FILE
           OPEN I-O    LEGAL-HOLD-FILE
           OPEN OUTPUT HLD-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHHLD010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'GHHLD010 - UNABLE TO OPEN LEGLHOLD, STATUS='
                       WS-LEGLHOLD-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-HLDRPT-STATUS NOT = '00'
               DISPLAY 'GHHLD010 - UNABLE TO OPEN HLDRPT, STATUS='
                       WS-HLDRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE HLD-REPORT-LINE FROM WS-HEADING-1
           WRITE HLD-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           IF HLD-CONTROL-CARD(1:1) = '*'
                   OR HLD-CONTROL-CARD = SPACES
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-CARDS-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT

           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN HC-ADD
                       PERFORM 3000-ADD-HOLD     THRU 3000-EXIT
                   WHEN HC-CHANGE
                       PERFORM 4000-CHANGE-HOLD  THRU 4000-EXIT
                   WHEN HC-RELEASE
                       PERFORM 5000-RELEASE-HOLD THRU 5000-EXIT
               END-EVALUATE
           END-IF

           PERFORM 2300-PRINT-CARD THRU 2300-EXIT

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-CARD.
           READ HLD-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-VALIDATE-CARD - action known, key present, dates real
      *                      numerics; blank dates resolve to the
      *                      per-action defaults described above.
      *                      The start/release order is checked
      *                      against the row as it will be written,
      *                      in 3000/4000/5000.
      *---------------------------------------------------------------
       2200-VALIDATE-CARD.
           IF NOT HC-ADD AND NOT HC-CHANGE AND NOT HC-RELEASE
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'ACTION NOT A, C OR R' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF HC-MATTER-REF = SPACES
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'MATTER REFERENCE IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF HC-CLIENT-ID = SPACES
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'CLIENT ID IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE 0 TO WS-CARD-START
           IF HC-START-DATE NOT = SPACES
               IF HC-START-DATE NOT NUMERIC
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'START DATE NOT NUMERIC' TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE HC-START-DATE TO WS-CARD-START
           END-IF

           IF HC-ADD AND WS-CARD-START = 0
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'START DATE REQUIRED TO ADD A HOLD'
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE 0 TO WS-CARD-RELEASE
           IF HC-RELEASE-DATE NOT = SPACES
               IF HC-RELEASE-DATE NOT NUMERIC
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'RELEASE DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE HC-RELEASE-DATE TO WS-CARD-RELEASE
           END-IF

           IF HC-RELEASE AND WS-CARD-RELEASE = 0
               MOVE WS-CURRENT-DATE TO WS-CARD-RELEASE
           END-IF.
       2200-EXIT.
           EXIT.

       2300-PRINT-CARD.
           EVALUATE TRUE
               WHEN WS-CARD-REJECTED
                   ADD 1 TO WS-CARDS-REJECTED
                   MOVE 'REJECTED'   TO DL-ACTION
               WHEN HC-ADD
                   MOVE 'ADDED'      TO DL-ACTION
               WHEN HC-CHANGE
                   MOVE 'CHANGED'    TO DL-ACTION
               WHEN HC-RELEASE
                   MOVE 'RELEASED'   TO DL-ACTION
           END-EVALUATE

           MOVE HC-MATTER-REF    TO DL-MATTER-REF
           MOVE HC-CLIENT-ID     TO DL-CLIENT-ID
           MOVE WS-REJECT-REASON TO DL-REASON
           IF WS-CARD-OK
               MOVE LH-START-DATE TO DL-START-DATE
               IF LH-NOT-RELEASED
                   MOVE 'OPEN'          TO DL-RELEASE-DATE
               ELSE
                   MOVE LH-RELEASE-DATE TO DL-RELEASE-DATE
               END-IF
           ELSE
               MOVE HC-START-DATE   TO DL-START-DATE
               MOVE HC-RELEASE-DATE TO DL-RELEASE-DATE
           END-IF
           WRITE HLD-REPORT-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-ADD-HOLD - a new matter/client row; an existing one is
      *                 refused rather than overwritten
      *---------------------------------------------------------------
       3000-ADD-HOLD.
           IF WS-CARD-RELEASE NOT = 0
                   AND WS-CARD-RELEASE NOT > WS-CARD-START
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'RELEASE DATE NOT AFTER START DATE'
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES           TO LEGAL-HOLD-RECORD
           MOVE HC-CLIENT-ID     TO LH-CLIENT-ID
           MOVE HC-MATTER-REF    TO LH-MATTER-REF
           MOVE WS-CARD-START    TO LH-START-DATE
           MOVE WS-CARD-RELEASE  TO LH-RELEASE-DATE
           MOVE WS-CURRENT-DATE  TO LH-MAINT-DATE
           MOVE HC-ACTION        TO LH-MAINT-ACTION

           WRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'HOLD ALREADY ON FILE - USE C OR R'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-ADDED
           END-WRITE.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-CHANGE-HOLD - correct the dates of a hold on file; a
      *                    blank start keeps the one on file, a
      *                    blank release re-opens the hold
      *---------------------------------------------------------------
       4000-CHANGE-HOLD.
           PERFORM 6000-READ-HOLD THRU 6000-EXIT
           IF WS-CARD-REJECTED
               GO TO 4000-EXIT
           END-IF

           IF WS-CARD-START NOT = 0
               MOVE WS-CARD-START TO LH-START-DATE
           END-IF
           MOVE WS-CARD-RELEASE TO LH-RELEASE-DATE

           PERFORM 7000-REWRITE-HOLD THRU 7000-EXIT
           IF WS-CARD-OK
               ADD 1 TO WS-HOLDS-CHANGED
           END-IF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-RELEASE-HOLD - set the release date (today when the card
      *                     leaves it blank); the row stays on file
      *---------------------------------------------------------------
       5000-RELEASE-HOLD.
           PERFORM 6000-READ-HOLD THRU 6000-EXIT
           IF WS-CARD-REJECTED
               GO TO 5000-EXIT
           END-IF

           MOVE WS-CARD-RELEASE TO LH-RELEASE-DATE

           PERFORM 7000-REWRITE-HOLD THRU 7000-EXIT
           IF WS-CARD-OK
               ADD 1 TO WS-HOLDS-RELEASED
           END-IF.
       5000-EXIT.
           EXIT.

       6000-READ-HOLD.
           MOVE HC-CLIENT-ID  TO LH-CLIENT-ID
           MOVE HC-MATTER-REF TO LH-MATTER-REF
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'NO HOLD ON FILE FOR MATTER/CLIENT'
                       TO WS-REJECT-REASON
           END-READ.
       6000-EXIT.
           EXIT.

       7000-REWRITE-HOLD.
           IF NOT LH-NOT-RELEASED
                   AND LH-RELEASE-DATE NOT > LH-START-DATE
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'RELEASE DATE NOT AFTER START DATE'
                   TO WS-REJECT-REASON
               GO TO 7000-EXIT
           END-IF

           MOVE WS-CURRENT-DATE  TO LH-MAINT-DATE
           MOVE HC-ACTION        TO LH-MAINT-ACTION
           REWRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'LEGAL-HOLD FILE REWRITE FAILED'
                       TO WS-REJECT-REASON
           END-REWRITE.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'CARDS READ'              TO CL-LABEL
           MOVE WS-CARDS-READ             TO CL-COUNT
           WRITE HLD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HOLDS ADDED'             TO CL-LABEL
           MOVE WS-HOLDS-ADDED            TO CL-COUNT
           WRITE HLD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HOLDS CHANGED'           TO CL-LABEL
           MOVE WS-HOLDS-CHANGED          TO CL-COUNT
           WRITE HLD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HOLDS RELEASED'          TO CL-LABEL
           MOVE WS-HOLDS-RELEASED         TO CL-COUNT
           WRITE HLD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CARDS REJECTED'          TO CL-LABEL
           MOVE WS-CARDS-REJECTED         TO CL-COUNT
           WRITE HLD-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE HLD-CONTROL-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE HLD-REPORT-FILE

           DISPLAY 'GHHLD010 - CARDS READ : ' WS-CARDS-READ
           DISPLAY 'GHHLD010 - REJECTED   : ' WS-CARDS-REJECTED
      * A rejected card is a hold legal asked for that is not in
      * force - the scheduler must see it.
           IF WS-CARDS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
