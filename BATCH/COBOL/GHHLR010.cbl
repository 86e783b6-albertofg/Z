       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHHLR010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHHLR010 - legal-hold release report.                       *
      *                                                                *
      *   While a hold on LEGLHOLD is active, three things are put    *
      *   off for the client: GHPRG010 keeps its aged GHISTORY rows,  *
      *   JMT04 refuses erasure (1013, logged on ERASEAUD with the    *
      *   holding matter) and GHESP010 leaves the downstream copies   *
      *   of an earlier erasure alone. This report lists, for every   *
      *   hold released since the SINCE= date, what was deferred and *
      *   what completing it takes:                                   *
      *     - erasure requests refused under the matter - RESUBMITTED *
      *       when a later erasure is on ERASEAUD, otherwise          *
      *       OUTSTANDING: the client must resubmit (nothing replays *
      *       a refused request automatically);                       *
      *     - an erasure whose downstream scrub was deferred -        *
      *       GHESP010 completes it on its next run;                  *
      *     - GHISTORY rows past the retention age still on file -    *
      *       GHPRG010 purges them on its next run.                   *
      *   A client still held under another matter is flagged: none  *
      *   of the above can be completed until that hold goes too.    *
      *                                                                *
      *   Card (CTLCARDS, optional; '*' in column 1 for a comment):  *
      *     SINCE=YYYYMMDD  earliest release date to report; without *
      *                     it, holds released in the last 30 days.   *
      *                                                                *
      *   JCL           : JCL/GHHLR010.jcl                            *
      *   DD CTLCARDS   : report selection card (input)               *
      *   DD LEGLHOLD   : legal-hold VSAM KSDS (input)                *
      *   DD ERASEAUD   : erasure audit trail (input)                 *
      *   DD GHISTORY   : greeting-history VSAM KSDS (input)          *
      *   DD HLRRPT     : printed release report (output)             *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Ledger count labels shortened to fit   *
      *                        16 characters.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLR-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-LEGLHOLD-STATUS.

           SELECT ERASE-AUDIT-FILE ASSIGN TO ERASEAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERASEAUD-STATUS.

           SELECT GH-HISTORY-FILE ASSIGN TO GHISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-HIST-KEY
               FILE STATUS IS WS-GHISTORY-STATUS.

           SELECT HLR-REPORT-FILE ASSIGN TO HLRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLRRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HLR-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HLR-CONTROL-CARD.
           05 HR-SINCE-KEYWORD             PIC X(06).
           05 HR-SINCE-DATE                PIC X(08).
           05 FILLER                       PIC X(66).

       FD  LEGAL-HOLD-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY LEGLHOLD.

       FD  ERASE-AUDIT-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY ERASEAUD.

       FD  GH-HISTORY-FILE
           RECORD CONTAINS 397 CHARACTERS.
           COPY GHISTREC.

       FD  HLR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  HLR-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-LEGLHOLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-ERASEAUD-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-HLRRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-CARD-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-CARD-EOF                 VALUE 'Y'.
           05 WS-HOLD-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-HOLD-EOF                 VALUE 'Y'.
           05 WS-AUD-EOF-SW                PIC X(01) VALUE 'N'.
               88 WS-AUD-EOF                  VALUE 'Y'.
           05 WS-BROWSE-DONE-SW            PIC X(01).
               88 WS-BROWSE-DONE              VALUE 'Y'.
           05 WS-STILL-HELD-SW             PIC X(01).
               88 WS-STILL-HELD               VALUE 'Y'.
           05 WS-DEFERRED-SW               PIC X(01).
               88 WS-SOMETHING-DEFERRED       VALUE 'Y'.

      * Same retention age GHPRG010 purges by - a row older than
      * this on a released client's history is a deferred purge.
       01  WS-RETENTION-DAYS                PIC 9(05) COMP-5 VALUE 90.
       01  WS-DEFAULT-SINCE-DAYS            PIC 9(05) COMP-5 VALUE 30.
       01  WS-CURRENT-DATE                  PIC 9(08).
       01  WS-SINCE-DATE                    PIC 9(08).
       01  WS-CUTOFF-DATE                   PIC 9(08).
       01  WS-WORK-INTEGER                  PIC S9(9) COMP-5.
       01  WS-ROW-DATE                      PIC 9(08).

      * Holds released in the reporting window, with what ERASEAUD
      * says happened to the client's erasures around them.
       01  WS-RELEASED-TABLE.
           05 WS-RH-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-RH-MAX                    PIC S9(4) COMP-5 VALUE 500.
           05 WS-RH-ENTRY OCCURS 500 TIMES
                          INDEXED BY WS-RH-IDX.
               10 WS-RH-CLIENT-ID          PIC X(36).
               10 WS-RH-MATTER-REF         PIC X(16).
               10 WS-RH-START-DATE         PIC 9(08).
               10 WS-RH-RELEASE-DATE       PIC 9(08).
               10 WS-RH-REFUSED-COUNT      PIC 9(05) COMP-5.
               10 WS-RH-LAST-REFUSED-TS    PIC X(26).
               10 WS-RH-LAST-ERASED-TS     PIC X(26).

       01  WS-OTHER-MATTER                  PIC X(16).
       01  WS-AGED-ROWS                     PIC 9(09) COMP-5.

       01  WS-REFUSED-OUTSTANDING           PIC 9(09) COMP-5 VALUE 0.
       01  WS-REFUSED-RESUBMITTED           PIC 9(09) COMP-5 VALUE 0.
       01  WS-SCRUBS-DEFERRED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-AWAITING-PURGE           PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-STILL-HELD            PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(48) VALUE
                  'BAQ HELLOWORLD - LEGAL-HOLD RELEASE REPORT SINCE'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HD-SINCE-DATE         PIC 9(08).
           05 FILLER                PIC X(75) VALUE SPACES.

       01  WS-HOLD-LINE.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(07) VALUE 'MATTER '.
           05 HL-MATTER-REF         PIC X(16).
           05 FILLER                PIC X(08) VALUE ' CLIENT '.
           05 HL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(06) VALUE ' HELD '.
           05 HL-START-DATE         PIC 9(08).
           05 FILLER                PIC X(10) VALUE ' RELEASED '.
           05 HL-RELEASE-DATE       PIC 9(08).
           05 FILLER                PIC X(33) VALUE SPACES.

       01  WS-ACTION-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 AL-ITEM               PIC X(30).
           05 AL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AL-ACTION             PIC X(60).
           05 FILLER                PIC X(25) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHHLR010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-LOAD-ONE-HOLD     THRU 2000-EXIT
               UNTIL WS-HOLD-EOF
           PERFORM 3000-MATCH-ONE-AUDIT   THRU 3000-EXIT
               UNTIL WS-AUD-EOF
           PERFORM 4000-REPORT-ONE-HOLD   THRU 4000-EXIT
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT
           PERFORM 8000-TERMINATE         THRU 8000-EXIT
           MOVE 'HOLDS RELEASED'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-RH-COUNT         TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ERASURES OPEN'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-REFUSED-OUTSTANDING TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS TO PURGE'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-AWAITING-PURGE TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-DEFAULT-SINCE-DAYS
           COMPUTE WS-SINCE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)

           OPEN INPUT  HLR-CONTROL-FILE
           OPEN INPUT  LEGAL-HOLD-FILE
           OPEN INPUT  ERASE-AUDIT-FILE
           OPEN INPUT  GH-HISTORY-FILE
           OPEN OUTPUT HLR-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHHLR010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LEGLHOLD-STATUS NOT = '00'
               DISPLAY 'GHHLR010 - UNABLE TO OPEN LEGLHOLD, STATUS='
                       WS-LEGLHOLD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ERASEAUD-STATUS NOT = '00'
               DISPLAY 'GHHLR010 - UNABLE TO OPEN ERASEAUD, STATUS='
                       WS-ERASEAUD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GHISTORY-STATUS NOT = '00'
               DISPLAY 'GHHLR010 - UNABLE TO OPEN GHISTORY, STATUS='
                       WS-GHISTORY-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-HLRRPT-STATUS NOT = '00'
               DISPLAY 'GHHLR010 - UNABLE TO OPEN HLRRPT, STATUS='
                       WS-HLRRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
               UNTIL WS-CARD-EOF

           MOVE WS-SINCE-DATE TO HD-SINCE-DATE
           WRITE HLR-REPORT-LINE FROM WS-HEADING-1

           MOVE LOW-VALUES TO LH-KEY
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-CARD.
           READ HLR-CONTROL-FILE
               AT END
                   SET WS-CARD-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           IF HLR-CONTROL-CARD(1:1) = '*'
                   OR HLR-CONTROL-CARD = SPACES
               GO TO 1100-EXIT
           END-IF

           IF HR-SINCE-KEYWORD = 'SINCE='
                   AND HR-SINCE-DATE NUMERIC
               MOVE HR-SINCE-DATE TO WS-SINCE-DATE
               GO TO 1100-EXIT
           END-IF

           DISPLAY 'GHHLR010 - CARD NOT SINCE=YYYYMMDD: '
                   HLR-CONTROL-CARD(1:20)
           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
           MOVE 16 TO RETURN-CODE
           GOBACK.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-LOAD-ONE-HOLD - keep every hold whose release date falls
      *                      between SINCE and today; an open or
      *                      future-dated release is still in force
      *---------------------------------------------------------------
       2000-LOAD-ONE-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-HOLD-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ

           IF LH-NOT-RELEASED
                   OR LH-RELEASE-DATE > WS-CURRENT-DATE
                   OR LH-RELEASE-DATE < WS-SINCE-DATE
               GO TO 2000-EXIT
           END-IF

           IF WS-RH-COUNT >= WS-RH-MAX
               DISPLAY 'GHHLR010 - MORE THAN 500 RELEASED HOLDS - '
                       'NARROW THE SINCE= DATE'
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-RH-COUNT
           SET WS-RH-IDX TO WS-RH-COUNT
           MOVE LH-CLIENT-ID     TO WS-RH-CLIENT-ID(WS-RH-IDX)
           MOVE LH-MATTER-REF    TO WS-RH-MATTER-REF(WS-RH-IDX)
           MOVE LH-START-DATE    TO WS-RH-START-DATE(WS-RH-IDX)
           MOVE LH-RELEASE-DATE  TO WS-RH-RELEASE-DATE(WS-RH-IDX)
           MOVE 0                TO WS-RH-REFUSED-COUNT(WS-RH-IDX)
           MOVE SPACES           TO WS-RH-LAST-REFUSED-TS(WS-RH-IDX)
           MOVE SPACES           TO WS-RH-LAST-ERASED-TS(WS-RH-IDX).
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-MATCH-ONE-AUDIT - one pass over ERASEAUD against every
      *                        released hold: refusals count against
      *                        the matter that refused them, erasures
      *                        against every hold on the client.
      *                        Timestamps compare on their first 14
      *                        bytes (the GHEVR010 rule).
      *---------------------------------------------------------------
       3000-MATCH-ONE-AUDIT.
           READ ERASE-AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ

           PERFORM 3100-MATCH-ONE-HOLD THRU 3100-EXIT
               VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-HOLD.
           IF EA-CLIENT-ID NOT = WS-RH-CLIENT-ID(WS-RH-IDX)
               GO TO 3100-EXIT
           END-IF

           IF EA-REFUSED-HOLD
               IF EA-HOLD-MATTER = WS-RH-MATTER-REF(WS-RH-IDX)
                   ADD 1 TO WS-RH-REFUSED-COUNT(WS-RH-IDX)
                   IF EA-ERASED-TS(1:14)
                           > WS-RH-LAST-REFUSED-TS(WS-RH-IDX)(1:14)
                       MOVE EA-ERASED-TS
                           TO WS-RH-LAST-REFUSED-TS(WS-RH-IDX)
                   END-IF
               END-IF
               GO TO 3100-EXIT
           END-IF

           IF EA-ERASED-TS(1:14)
                   > WS-RH-LAST-ERASED-TS(WS-RH-IDX)(1:14)
               MOVE EA-ERASED-TS TO WS-RH-LAST-ERASED-TS(WS-RH-IDX)
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-REPORT-ONE-HOLD - the hold line, then one line per kind
      *                        of deferred work with what completes it
      *---------------------------------------------------------------
       4000-REPORT-ONE-HOLD.
           MOVE 'N' TO WS-DEFERRED-SW
           MOVE WS-RH-MATTER-REF(WS-RH-IDX)   TO HL-MATTER-REF
           MOVE WS-RH-CLIENT-ID(WS-RH-IDX)    TO HL-CLIENT-ID
           MOVE WS-RH-START-DATE(WS-RH-IDX)   TO HL-START-DATE
           MOVE WS-RH-RELEASE-DATE(WS-RH-IDX) TO HL-RELEASE-DATE
           WRITE HLR-REPORT-LINE FROM WS-HOLD-LINE

           PERFORM 4100-CHECK-STILL-HELD THRU 4100-EXIT
           IF WS-STILL-HELD
               ADD 1 TO WS-CLIENTS-STILL-HELD
               MOVE 'STILL HELD UNDER MATTER' TO AL-ITEM
               MOVE 0                        TO AL-COUNT
               MOVE SPACES                   TO AL-ACTION
               STRING WS-OTHER-MATTER DELIMITED BY SIZE
                      ' - NOTHING BELOW CAN COMPLETE YET'
                      DELIMITED BY SIZE
                   INTO AL-ACTION
               WRITE HLR-REPORT-LINE FROM WS-ACTION-LINE
           END-IF

           IF WS-RH-REFUSED-COUNT(WS-RH-IDX) > 0
               SET WS-SOMETHING-DEFERRED TO TRUE
               MOVE 'ERASURE REQUESTS REFUSED'  TO AL-ITEM
               MOVE WS-RH-REFUSED-COUNT(WS-RH-IDX) TO AL-COUNT
               IF WS-RH-LAST-ERASED-TS(WS-RH-IDX)(1:14)
                       > WS-RH-LAST-REFUSED-TS(WS-RH-IDX)(1:14)
                   ADD 1 TO WS-REFUSED-RESUBMITTED
                   MOVE 'RESUBMITTED - ERASED AFTER THE LAST REFUSAL'
                       TO AL-ACTION
               ELSE
                   ADD 1 TO WS-REFUSED-OUTSTANDING
                   MOVE 'OUTSTANDING - CLIENT MUST RESUBMIT THE ERASURE'
                       TO AL-ACTION
               END-IF
               WRITE HLR-REPORT-LINE FROM WS-ACTION-LINE
           END-IF

      * An erasure on file from before the release had its downstream
      * scrub held back by GHESP010 for the life of the hold.
           IF WS-RH-LAST-ERASED-TS(WS-RH-IDX) NOT = SPACES
                   AND WS-RH-LAST-ERASED-TS(WS-RH-IDX)(1:8)
                       < WS-RH-RELEASE-DATE(WS-RH-IDX)
               SET WS-SOMETHING-DEFERRED TO TRUE
               ADD 1 TO WS-SCRUBS-DEFERRED
               MOVE 'DOWNSTREAM SCRUB DEFERRED'  TO AL-ITEM
               MOVE 0                           TO AL-COUNT
               MOVE 'GHESP010 COMPLETES IT ON ITS NEXT RUN'
                   TO AL-ACTION
               WRITE HLR-REPORT-LINE FROM WS-ACTION-LINE
           END-IF

           PERFORM 4200-COUNT-AGED-ROWS THRU 4200-EXIT
           IF WS-AGED-ROWS > 0
               SET WS-SOMETHING-DEFERRED TO TRUE
               ADD WS-AGED-ROWS TO WS-ROWS-AWAITING-PURGE
               MOVE 'HISTORY ROWS PAST RETENTION' TO AL-ITEM
               MOVE WS-AGED-ROWS                 TO AL-COUNT
               MOVE 'GHPRG010 PURGES THEM ON ITS NEXT RUN'
                   TO AL-ACTION
               WRITE HLR-REPORT-LINE FROM WS-ACTION-LINE
           END-IF

           IF NOT WS-SOMETHING-DEFERRED
               MOVE 'NOTHING DEFERRED'           TO AL-ITEM
               MOVE 0                           TO AL-COUNT
               MOVE SPACES                      TO AL-ACTION
               WRITE HLR-REPORT-LINE FROM WS-ACTION-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4100-CHECK-STILL-HELD - any OTHER matter active today on the
      *                         same client keeps everything deferred
      *---------------------------------------------------------------
       4100-CHECK-STILL-HELD.
           MOVE 'N' TO WS-STILL-HELD-SW
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE WS-RH-CLIENT-ID(WS-RH-IDX) TO LH-CLIENT-ID
           MOVE LOW-VALUES                 TO LH-MATTER-REF
           START LEGAL-HOLD-FILE KEY NOT < LH-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START

           PERFORM 4110-JUDGE-OTHER-HOLD THRU 4110-EXIT
               UNTIL WS-BROWSE-DONE.
       4100-EXIT.
           EXIT.

       4110-JUDGE-OTHER-HOLD.
           READ LEGAL-HOLD-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 4110-EXIT
           END-READ

           IF LH-CLIENT-ID NOT = WS-RH-CLIENT-ID(WS-RH-IDX)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF LH-MATTER-REF = WS-RH-MATTER-REF(WS-RH-IDX)
               GO TO 4110-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-CURRENT-DATE
                   AND (LH-NOT-RELEASED
                        OR LH-RELEASE-DATE > WS-CURRENT-DATE)
               SET WS-STILL-HELD  TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               MOVE LH-MATTER-REF TO WS-OTHER-MATTER
           END-IF.
       4110-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4200-COUNT-AGED-ROWS - the client's GHISTORY rows older than
      *                        GHPRG010's cutoff; the key is client
      *                        then timestamp, so the aged rows are
      *                        the first ones in the client's range
      *---------------------------------------------------------------
       4200-COUNT-AGED-ROWS.
           MOVE 0   TO WS-AGED-ROWS
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE WS-RH-CLIENT-ID(WS-RH-IDX) TO GH-HIST-CLIENT-ID
           MOVE LOW-VALUES                 TO GH-HIST-TIMESTAMP
           START GH-HISTORY-FILE KEY NOT < GH-HIST-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START

           PERFORM 4210-COUNT-ONE-ROW THRU 4210-EXIT
               UNTIL WS-BROWSE-DONE.
       4200-EXIT.
           EXIT.

       4210-COUNT-ONE-ROW.
           READ GH-HISTORY-FILE NEXT
               AT END
                   SET WS-BROWSE-DONE TO TRUE
                   GO TO 4210-EXIT
           END-READ

           IF GH-HIST-CLIENT-ID NOT = WS-RH-CLIENT-ID(WS-RH-IDX)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4210-EXIT
           END-IF

           MOVE GH-HIST-TIMESTAMP(1:8) TO WS-ROW-DATE
           IF WS-ROW-DATE NOT < WS-CUTOFF-DATE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 4210-EXIT
           END-IF

           ADD 1 TO WS-AGED-ROWS.
       4210-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'HOLDS RELEASED'            TO CL-LABEL
           MOVE WS-RH-COUNT                 TO CL-COUNT
           WRITE HLR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS STILL HELD'        TO CL-LABEL
           MOVE WS-CLIENTS-STILL-HELD       TO CL-COUNT
           WRITE HLR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REFUSALS RESUBMITTED'      TO CL-LABEL
           MOVE WS-REFUSED-RESUBMITTED      TO CL-COUNT
           WRITE HLR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REFUSALS OUTSTANDING'      TO CL-LABEL
           MOVE WS-REFUSED-OUTSTANDING      TO CL-COUNT
           WRITE HLR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DOWNSTREAM SCRUBS DEFERRED' TO CL-LABEL
           MOVE WS-SCRUBS-DEFERRED          TO CL-COUNT
           WRITE HLR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HISTORY ROWS AWAITING PURGE' TO CL-LABEL
           MOVE WS-ROWS-AWAITING-PURGE      TO CL-COUNT
           WRITE HLR-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHHLR010 - HOLDS RELEASED       : ' WS-RH-COUNT
           DISPLAY 'GHHLR010 - REFUSALS OUTSTANDING : '
                   WS-REFUSED-OUTSTANDING
      * An outstanding refusal needs the client to act - flag it to
      * the scheduler without failing the stream.
           IF WS-REFUSED-OUTSTANDING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE HLR-CONTROL-FILE
           CLOSE LEGAL-HOLD-FILE
           CLOSE ERASE-AUDIT-FILE
           CLOSE GH-HISTORY-FILE
           CLOSE HLR-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
