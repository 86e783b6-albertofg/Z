       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHTRB010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHTRB010 - greeting template rollback.                      *
      *                                                                *
      *   Puts a GREETTMP base row or a GRTCAMP campaign row back to  *
      *   a version kept on TMPLHIST - after a bad translation        *
      *   delivery lands, the good wording it replaced is restored    *
      *   here instead of being rekeyed from memory. Each restore is  *
      *   itself a new TMPLHIST version (origin R, carrying the       *
      *   delivery its text first came from and the span it          *
      *   restores), so a rollback can be rolled back the same way,  *
      *   and each is written to the TMPLAUD audit trail with the    *
      *   operator and reason from the card.                         *
      *                                                                *
      *   Cards (CTLCARDS, 80 bytes; '*' in column 1 for a comment): *
      *     col  1     action - L one language, D a whole delivery   *
      *     col  3     source - T base template (GREETTMP), C        *
      *                campaign (GRTCAMP); on D blank means both     *
      *     cols 5-9   language code (L)                              *
      *     cols 11-22 delivery id, as given to GHTLD010/GHCLD010 (D) *
      *     cols 24-37 version to restore, its live-from time as      *
      *                GHTVR010 prints it (L; blank = the version    *
      *                just before the live one)                      *
      *     cols 39-46 requested by (operator id)                     *
      *     cols 48-80 reason                                         *
      *                                                                *
      *   D puts back every language the delivery loaded to the     *
      *   version that delivery replaced - but only where the        *
      *   delivery's version is still the live one. A language a     *
      *   later delivery (or rollback) has replaced since, or one    *
      *   the delivery introduced and so has nothing earlier, is     *
      *   listed and left as it is (RC 4) - an operator decides      *
      *   those, with an L card.                                      *
      *                                                                *
      *   JCL           : JCL/GHTRB010.jcl                            *
      *   DD CTLCARDS   : rollback cards (input)                      *
      *   DD GREETTMP   : greeting template VSAM KSDS (in/output)     *
      *   DD GRTCAMP    : campaign override VSAM KSDS (in/output)     *
      *   DD TMPLHIST   : template version history KSDS (in/output)   *
      *   DD TMPLAUD    : template rollback audit trail (output,      *
      *                   append)                                     *
      *   DD TRBRPT     : printed rollback report (output)            *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRB-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT GH-TEMPLATE-FILE ASSIGN TO GREETTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRTM-LANG-CODE
               FILE STATUS IS WS-GREETTMP-STATUS.

           SELECT GH-CAMPAIGN-FILE ASSIGN TO GRTCAMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GCMP-LANG-CODE
               FILE STATUS IS WS-GRTCAMP-STATUS.

           SELECT TMPL-HIST-FILE ASSIGN TO TMPLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TMPLHIST-STATUS.

           SELECT TMPL-AUDIT-FILE ASSIGN TO TMPLAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMPLAUD-STATUS.

           SELECT TRB-REPORT-FILE ASSIGN TO TRBRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRBRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRB-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRB-CONTROL-CARD.
           05 TB-ACTION                    PIC X(01).
               88 TB-LANGUAGE                 VALUE 'L'.
               88 TB-DELIVERY                 VALUE 'D'.
           05 FILLER                       PIC X(01).
           05 TB-SOURCE                    PIC X(01).
               88 TB-SOURCE-VALID             VALUE 'T' 'C'.
               88 TB-SOURCE-BOTH              VALUE ' '.
           05 FILLER                       PIC X(01).
           05 TB-LANG-CODE                 PIC X(05).
           05 FILLER                       PIC X(01).
           05 TB-DELIVERY-ID               PIC X(12).
           05 FILLER                       PIC X(01).
           05 TB-VERSION-TS                PIC X(14).
           05 FILLER                       PIC X(01).
           05 TB-REQUESTED-BY              PIC X(08).
           05 FILLER                       PIC X(01).
           05 TB-REASON                    PIC X(33).

       FD  GH-TEMPLATE-FILE
           RECORD CONTAINS 225 CHARACTERS.
           COPY GREETTMP.

       FD  GH-CAMPAIGN-FILE
           RECORD CONTAINS 181 CHARACTERS.
           COPY GRTCAMP.

       FD  TMPL-HIST-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY TMPLHIST.

       FD  TMPL-AUDIT-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY TMPLAUD.

       FD  TRB-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  TRB-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-GREETTMP-STATUS           PIC X(02) VALUE '00'.
           05 WS-GRTCAMP-STATUS            PIC X(02) VALUE '00'.
           05 WS-TMPLAUD-STATUS            PIC X(02) VALUE '00'.
           05 WS-TRBRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-CARD-OK-SW                PIC X(01) VALUE 'Y'.
               88 WS-CARD-OK                  VALUE 'Y'.
               88 WS-CARD-REJECTED            VALUE 'N'.
           05 WS-LANG-OK-SW                PIC X(01) VALUE 'Y'.
               88 WS-LANG-OK                  VALUE 'Y'.
               88 WS-LANG-FAILED              VALUE 'N'.
           05 WS-SCAN-DONE-SW              PIC X(01) VALUE 'N'.
               88 WS-SCAN-DONE                VALUE 'Y'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-SEQ-NO                       PIC 9(10) VALUE 0.
       01  WS-AUDIT-TS                     PIC X(26).

      * The version being restored, and the one it replaces
       01  WS-TARGET-KEY                   PIC X(20).
       01  WS-TARGET-FROM-TS               PIC X(14).
       01  WS-TARGET-DELIVERY-ID           PIC X(12).
       01  WS-TARGET-IMAGE                 PIC X(225).
       01  WS-OLD-FROM-TS                  PIC X(14).
       01  WS-OLD-DELIVERY-ID              PIC X(12).
       01  WS-RESULT-TEXT                  PIC X(38).

      * D cards: the still-live-or-not versions the delivery loaded,
      * gathered before any is touched - the restores write new
      * TMPLHIST rows, which must not be walked into mid-browse.
       01  WS-DLV-TABLE.
           05 WS-DLV-COUNT                 PIC S9(4) COMP-5 VALUE 0.
           05 WS-DLV-MAX                   PIC S9(4) COMP-5 VALUE 400.
           05 WS-DLV-ENTRY OCCURS 400 TIMES.
               10 WS-DLV-KEY.
                   15 WS-DLV-SOURCE        PIC X(01).
                   15 WS-DLV-LANG-CODE     PIC X(05).
                   15 WS-DLV-FROM-TS       PIC X(14).
               10 WS-DLV-LIVE-SW           PIC X(01).
                   88 WS-DLV-STILL-LIVE       VALUE 'Y'.
       01  WS-DLV-IDX                      PIC S9(4) COMP-5.

       01  WS-CARDS-READ                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-CARDS-REJECTED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-LANGS-ROLLED-BACK            PIC 9(09) COMP-5 VALUE 0.
       01  WS-LANGS-LEFT                   PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - GREETING TEMPLATE ROLLBACK REPORT'.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(09) VALUE 'CARD'.
           05 FILLER                PIC X(04) VALUE 'SRC'.
           05 FILLER                PIC X(07) VALUE 'LANG'.
           05 FILLER                PIC X(14) VALUE 'DELIVERY'.
           05 FILLER                PIC X(16) VALUE 'LIVE VERSION'.
           05 FILLER                PIC X(16) VALUE 'RESTORED'.
           05 FILLER                PIC X(14) VALUE 'FROM DELIVERY'.
           05 FILLER                PIC X(10) VALUE 'BY'.
           05 FILLER                PIC X(42) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-ACTION             PIC X(09).
           05 DL-SOURCE             PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DL-LANG-CODE          PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DELIVERY-ID        PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-OLD-FROM-TS        PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-NEW-FROM-TS        PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-NEW-DELIVERY-ID    PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-RESULT             PIC X(38).
           05 FILLER                PIC X(04) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.
       COPY TMPLVWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHTRB010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'LANGS RESTORED'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-LANGS-ROLLED-BACK TO WS-LDG-COUNT-VALUE(1)
           MOVE 'LANGS LEFT'        TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-LANGS-LEFT       TO WS-LDG-COUNT-VALUE(2)
           MOVE 'CARDS REJECTED'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-CARDS-REJECTED   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TV-NOW-TS
           STRING WS-CURRENT-DATE       DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6)  DELIMITED BY SIZE
               INTO WS-TV-NOW-TS

           OPEN INPUT  TRB-CONTROL-FILE
           OPEN I-O    GH-TEMPLATE-FILE
           OPEN I-O    GH-CAMPAIGN-FILE
           OPEN I-O    TMPL-HIST-FILE
           OPEN EXTEND TMPL-AUDIT-FILE
           OPEN OUTPUT TRB-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHTRB010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GREETTMP-STATUS NOT = '00'
               DISPLAY 'GHTRB010 - UNABLE TO OPEN GREETTMP, STATUS='
                       WS-GREETTMP-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GRTCAMP-STATUS NOT = '00'
               DISPLAY 'GHTRB010 - UNABLE TO OPEN GRTCAMP, STATUS='
                       WS-GRTCAMP-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TMPLHIST-STATUS NOT = '00'
               DISPLAY 'GHTRB010 - UNABLE TO OPEN TMPLHIST, STATUS='
                       WS-TMPLHIST-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TMPLAUD-STATUS NOT = '00'
               DISPLAY 'GHTRB010 - UNABLE TO OPEN TMPLAUD, STATUS='
                       WS-TMPLAUD-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TRBRPT-STATUS NOT = '00'
               DISPLAY 'GHTRB010 - UNABLE TO OPEN TRBRPT, STATUS='
                       WS-TRBRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE TRB-REPORT-LINE FROM WS-HEADING-1
           WRITE TRB-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           IF TRB-CONTROL-CARD(1:1) = '*'
                   OR TRB-CONTROL-CARD = SPACES
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-CARDS-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-RESULT-TEXT

           PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT

           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN TB-LANGUAGE
                       PERFORM 3000-ROLLBACK-LANGUAGE THRU 3000-EXIT
                   WHEN TB-DELIVERY
                       PERFORM 4000-ROLLBACK-DELIVERY THRU 4000-EXIT
               END-EVALUATE
           END-IF

           IF WS-CARD-REJECTED
               ADD 1 TO WS-CARDS-REJECTED
               MOVE 'REJECTED'      TO DL-ACTION
               MOVE TB-SOURCE       TO DL-SOURCE
               MOVE TB-LANG-CODE    TO DL-LANG-CODE
               MOVE TB-DELIVERY-ID  TO DL-DELIVERY-ID
               MOVE SPACES          TO DL-OLD-FROM-TS
                                       DL-NEW-DELIVERY-ID
               MOVE TB-VERSION-TS   TO DL-NEW-FROM-TS
               MOVE TB-REQUESTED-BY TO DL-REQUESTED-BY
               MOVE WS-RESULT-TEXT  TO DL-RESULT
               WRITE TRB-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-CARD.
           READ TRB-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-VALIDATE-CARD - action known; an L card names a source
      *                      and language, a D card a delivery; and
      *                      every card says who asked, for TMPLAUD
      *---------------------------------------------------------------
       2200-VALIDATE-CARD.
           IF NOT TB-LANGUAGE AND NOT TB-DELIVERY
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'ACTION NOT L OR D' TO WS-RESULT-TEXT
               GO TO 2200-EXIT
           END-IF

           IF TB-REQUESTED-BY = SPACES
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'REQUESTED-BY IS BLANK' TO WS-RESULT-TEXT
               GO TO 2200-EXIT
           END-IF

           IF TB-LANGUAGE
               IF NOT TB-SOURCE-VALID
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'SOURCE NOT T OR C' TO WS-RESULT-TEXT
                   GO TO 2200-EXIT
               END-IF
               IF TB-LANG-CODE = SPACES
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'LANGUAGE CODE IS BLANK' TO WS-RESULT-TEXT
                   GO TO 2200-EXIT
               END-IF
               IF TB-VERSION-TS NOT = SPACES
                       AND TB-VERSION-TS NOT NUMERIC
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'VERSION NOT A YYYYMMDDHHMMSS TIME'
                       TO WS-RESULT-TEXT
               END-IF
               GO TO 2200-EXIT
           END-IF

           IF NOT TB-SOURCE-VALID AND NOT TB-SOURCE-BOTH
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'SOURCE NOT T, C OR BLANK' TO WS-RESULT-TEXT
               GO TO 2200-EXIT
           END-IF
           IF TB-DELIVERY-ID = SPACES
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'DELIVERY ID IS BLANK' TO WS-RESULT-TEXT
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-ROLLBACK-LANGUAGE - L card: the version named, or the
      *                          one just before the live one
      *---------------------------------------------------------------
       3000-ROLLBACK-LANGUAGE.
           MOVE TB-SOURCE    TO WS-TV-SOURCE
           MOVE TB-LANG-CODE TO WS-TV-LANG-CODE
           PERFORM 9510-SCAN-VERSIONS-THRU-EXIT THRU 9510-EXIT

           IF TB-VERSION-TS = SPACES
               IF WS-TV-NO-LIVE
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'NO LIVE VERSION - NAME THE VERSION'
                       TO WS-RESULT-TEXT
                   GO TO 3000-EXIT
               END-IF
               IF WS-TV-NO-PREV
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'NO EARLIER VERSION TO RESTORE'
                       TO WS-RESULT-TEXT
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-TV-PREV-KEY TO WS-TARGET-KEY
           ELSE
               MOVE TB-SOURCE     TO WS-TARGET-KEY(1:1)
               MOVE TB-LANG-CODE  TO WS-TARGET-KEY(2:5)
               MOVE TB-VERSION-TS TO WS-TARGET-KEY(7:14)
           END-IF

           IF WS-TV-LIVE-FOUND AND WS-TARGET-KEY = WS-TV-LIVE-KEY
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'THAT VERSION IS ALREADY LIVE' TO WS-RESULT-TEXT
               GO TO 3000-EXIT
           END-IF

           PERFORM 5000-RESTORE-VERSION THRU 5000-EXIT
           IF WS-LANG-FAILED
               SET WS-CARD-REJECTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           PERFORM 5500-PRINT-LANGUAGE THRU 5500-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-ROLLBACK-DELIVERY - D card: gather the delivery's
      *                          versions, then put back each one
      *                          still live to the version before it
      *---------------------------------------------------------------
       4000-ROLLBACK-DELIVERY.
           MOVE 0 TO WS-DLV-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO TH-KEY
           START TMPL-HIST-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START
           PERFORM 4100-GATHER-ONE-VERSION THRU 4100-EXIT
               UNTIL WS-SCAN-DONE

           IF WS-DLV-COUNT = 0
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'NO VERSIONS FROM THAT DELIVERY'
                   TO WS-RESULT-TEXT
               GO TO 4000-EXIT
           END-IF

           PERFORM 4200-ROLLBACK-ONE-VERSION THRU 4200-EXIT
               VARYING WS-DLV-IDX FROM 1 BY 1
               UNTIL WS-DLV-IDX > WS-DLV-COUNT.
       4000-EXIT.
           EXIT.

       4100-GATHER-ONE-VERSION.
           READ TMPL-HIST-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 4100-EXIT
           END-READ

           IF TH-DELIVERY-ID NOT = TB-DELIVERY-ID
                   OR NOT TH-FROM-DELIVERY
               GO TO 4100-EXIT
           END-IF
           IF NOT TB-SOURCE-BOTH AND TH-SOURCE NOT = TB-SOURCE
               GO TO 4100-EXIT
           END-IF

           IF WS-DLV-COUNT >= WS-DLV-MAX
               DISPLAY 'GHTRB010 - DELIVERY TABLE FULL, '
                       'LATER LANGUAGES NOT ROLLED BACK'
               SET WS-SCAN-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-DLV-COUNT
           MOVE TH-KEY TO WS-DLV-KEY(WS-DLV-COUNT)
           MOVE 'N'    TO WS-DLV-LIVE-SW(WS-DLV-COUNT)
           IF TH-STILL-LIVE
               SET WS-DLV-STILL-LIVE(WS-DLV-COUNT) TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-ROLLBACK-ONE-VERSION.
           MOVE SPACES                        TO WS-RESULT-TEXT
           MOVE WS-DLV-SOURCE(WS-DLV-IDX)     TO WS-TV-SOURCE
           MOVE WS-DLV-LANG-CODE(WS-DLV-IDX)  TO WS-TV-LANG-CODE

           IF NOT WS-DLV-STILL-LIVE(WS-DLV-IDX)
               MOVE 'REPLACED SINCE - LEFT AS IS' TO WS-RESULT-TEXT
               GO TO 4250-LEFT-AS-IS
           END-IF

           PERFORM 9510-SCAN-VERSIONS-THRU-EXIT THRU 9510-EXIT
           IF WS-TV-NO-PREV
               MOVE 'NEW IN THE DELIVERY - LEFT AS IS'
                   TO WS-RESULT-TEXT
               GO TO 4250-LEFT-AS-IS
           END-IF

           MOVE WS-TV-PREV-KEY TO WS-TARGET-KEY
           PERFORM 5000-RESTORE-VERSION THRU 5000-EXIT
           IF WS-LANG-FAILED
               GO TO 4250-LEFT-AS-IS
           END-IF
           PERFORM 5500-PRINT-LANGUAGE THRU 5500-EXIT
           GO TO 4200-EXIT.

       4250-LEFT-AS-IS.
           ADD 1 TO WS-LANGS-LEFT
           MOVE 'LEFT'                       TO DL-ACTION
           MOVE WS-TV-SOURCE                 TO DL-SOURCE
           MOVE WS-TV-LANG-CODE              TO DL-LANG-CODE
           MOVE TB-DELIVERY-ID               TO DL-DELIVERY-ID
           MOVE WS-DLV-FROM-TS(WS-DLV-IDX)   TO DL-OLD-FROM-TS
           MOVE SPACES                       TO DL-NEW-FROM-TS
                                                DL-NEW-DELIVERY-ID
           MOVE TB-REQUESTED-BY              TO DL-REQUESTED-BY
           MOVE WS-RESULT-TEXT               TO DL-RESULT
           WRITE TRB-REPORT-LINE FROM WS-DETAIL-LINE.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-RESTORE-VERSION - WS-TARGET-KEY's text back on the live
      *                        file: TMPLHIST first (TMPLVER), then
      *                        GREETTMP or GRTCAMP, then TMPLAUD
      *---------------------------------------------------------------
       5000-RESTORE-VERSION.
           SET WS-LANG-OK TO TRUE

           MOVE WS-TARGET-KEY TO TH-KEY
           READ TMPL-HIST-FILE
               INVALID KEY
                   SET WS-LANG-FAILED TO TRUE
                   MOVE 'NO SUCH VERSION ON TMPLHIST'
                       TO WS-RESULT-TEXT
                   GO TO 5000-EXIT
           END-READ
           MOVE TH-LIVE-FROM-TS TO WS-TARGET-FROM-TS
           MOVE TH-DELIVERY-ID  TO WS-TARGET-DELIVERY-ID
           MOVE TH-ROW-IMAGE    TO WS-TARGET-IMAGE

           MOVE SPACES TO WS-OLD-FROM-TS
                          WS-OLD-DELIVERY-ID
           IF WS-TV-LIVE-FOUND
               MOVE WS-TV-LIVE-KEY TO TH-KEY
               READ TMPL-HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TH-LIVE-FROM-TS TO WS-OLD-FROM-TS
                       MOVE TH-DELIVERY-ID  TO WS-OLD-DELIVERY-ID
               END-READ
           END-IF

           SET WS-TV-NO-OLD TO TRUE
           IF WS-TV-SOURCE = 'T'
               MOVE WS-TV-LANG-CODE TO GRTM-LANG-CODE
               READ GH-TEMPLATE-FILE
                   NOT INVALID KEY
                       SET WS-TV-OLD-ON-FILE TO TRUE
                       MOVE GREET-TEMPLATE-RECORD TO WS-TV-OLD-IMAGE
               END-READ
           ELSE
               MOVE WS-TV-LANG-CODE TO GCMP-LANG-CODE
               READ GH-CAMPAIGN-FILE
                   NOT INVALID KEY
                       SET WS-TV-OLD-ON-FILE TO TRUE
                       MOVE GREET-CAMPAIGN-RECORD TO WS-TV-OLD-IMAGE
               END-READ
           END-IF

           SET WS-TV-NEW-VERSION      TO TRUE
           MOVE WS-TARGET-IMAGE       TO WS-TV-NEW-IMAGE
           MOVE WS-TARGET-DELIVERY-ID TO WS-TV-DELIVERY-ID
           MOVE 'R'                   TO WS-TV-ORIGIN-SW
           MOVE WS-TARGET-FROM-TS     TO WS-TV-RESTORED-FROM-TS
           MOVE 'R'                   TO WS-TV-ENDED-BY-SW
           PERFORM 9500-RECORD-VERSION-THRU-EXIT THRU 9500-EXIT
           EVALUATE TRUE
               WHEN WS-TV-FAILED
                   SET WS-LANG-FAILED TO TRUE
                   MOVE 'TEMPLATE HISTORY WRITE FAILED'
                       TO WS-RESULT-TEXT
                   GO TO 5000-EXIT
               WHEN WS-TV-UNCHANGED
                   SET WS-LANG-FAILED TO TRUE
                   MOVE 'LIVE TEXT ALREADY MATCHES THAT VERSION'
                       TO WS-RESULT-TEXT
                   GO TO 5000-EXIT
           END-EVALUATE

           IF WS-TV-SOURCE = 'T'
               MOVE WS-TARGET-IMAGE TO GREET-TEMPLATE-RECORD
               IF WS-TV-OLD-ON-FILE
                   REWRITE GREET-TEMPLATE-RECORD
                       INVALID KEY
                           SET WS-LANG-FAILED TO TRUE
                   END-REWRITE
               ELSE
                   WRITE GREET-TEMPLATE-RECORD
                       INVALID KEY
                           SET WS-LANG-FAILED TO TRUE
                   END-WRITE
               END-IF
           ELSE
               MOVE WS-TARGET-IMAGE TO GREET-CAMPAIGN-RECORD
               IF WS-TV-OLD-ON-FILE
                   REWRITE GREET-CAMPAIGN-RECORD
                       INVALID KEY
                           SET WS-LANG-FAILED TO TRUE
                   END-REWRITE
               ELSE
                   WRITE GREET-CAMPAIGN-RECORD
                       INVALID KEY
                           SET WS-LANG-FAILED TO TRUE
                   END-WRITE
               END-IF
           END-IF
           IF WS-LANG-FAILED
               MOVE 'LIVE FILE WRITE FAILED - SEE TMPLHIST'
                   TO WS-RESULT-TEXT
               GO TO 5000-EXIT
           END-IF

           ADD 1 TO WS-LANGS-ROLLED-BACK
           PERFORM 5100-WRITE-AUDIT-ROW THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5100-WRITE-AUDIT-ROW - one TMPLAUD row per language rolled
      *                        back, with the versions either side
      *---------------------------------------------------------------
       5100-WRITE-AUDIT-ROW.
           ADD 1 TO WS-SEQ-NO
           MOVE SPACES TO WS-AUDIT-TS
           STRING WS-CURRENT-DATE  DELIMITED BY SIZE
                  WS-CURRENT-TIME  DELIMITED BY SIZE
                  WS-SEQ-NO        DELIMITED BY SIZE
               INTO WS-AUDIT-TS

           MOVE WS-TV-SOURCE          TO TA-SOURCE
           MOVE WS-TV-LANG-CODE       TO TA-LANG-CODE
           MOVE WS-AUDIT-TS           TO TA-CHANGED-TS
           MOVE TB-ACTION             TO TA-ACTION
           MOVE TB-DELIVERY-ID        TO TA-CARD-DELIVERY-ID
           MOVE WS-OLD-FROM-TS        TO TA-OLD-LIVE-FROM-TS
           MOVE WS-OLD-DELIVERY-ID    TO TA-OLD-DELIVERY-ID
           MOVE WS-TARGET-FROM-TS     TO TA-NEW-LIVE-FROM-TS
           MOVE WS-TARGET-DELIVERY-ID TO TA-NEW-DELIVERY-ID
           MOVE TB-REQUESTED-BY       TO TA-REQUESTED-BY
           MOVE TB-REASON             TO TA-REASON
           WRITE TMPL-AUDIT-RECORD.
       5100-EXIT.
           EXIT.

       5500-PRINT-LANGUAGE.
           MOVE 'ROLLED BK'           TO DL-ACTION
           MOVE WS-TV-SOURCE          TO DL-SOURCE
           MOVE WS-TV-LANG-CODE       TO DL-LANG-CODE
           MOVE TB-DELIVERY-ID        TO DL-DELIVERY-ID
           MOVE WS-OLD-FROM-TS        TO DL-OLD-FROM-TS
           MOVE WS-TARGET-FROM-TS     TO DL-NEW-FROM-TS
           MOVE WS-TARGET-DELIVERY-ID TO DL-NEW-DELIVERY-ID
           MOVE TB-REQUESTED-BY       TO DL-REQUESTED-BY
           MOVE 'RESTORED'            TO DL-RESULT
           WRITE TRB-REPORT-LINE FROM WS-DETAIL-LINE.
       5500-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'CARDS READ'              TO CL-LABEL
           MOVE WS-CARDS-READ             TO CL-COUNT
           WRITE TRB-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LANGUAGES ROLLED BACK'   TO CL-LABEL
           MOVE WS-LANGS-ROLLED-BACK      TO CL-COUNT
           WRITE TRB-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LANGUAGES LEFT AS THEY ARE' TO CL-LABEL
           MOVE WS-LANGS-LEFT             TO CL-COUNT
           WRITE TRB-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CARDS REJECTED'          TO CL-LABEL
           MOVE WS-CARDS-REJECTED         TO CL-COUNT
           WRITE TRB-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE TRB-CONTROL-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE GH-CAMPAIGN-FILE
           CLOSE TMPL-HIST-FILE
           CLOSE TMPL-AUDIT-FILE
           CLOSE TRB-REPORT-FILE

           DISPLAY 'GHTRB010 - CARDS READ     : ' WS-CARDS-READ
           DISPLAY 'GHTRB010 - ROLLED BACK    : ' WS-LANGS-ROLLED-BACK
           DISPLAY 'GHTRB010 - LEFT AS IS     : ' WS-LANGS-LEFT
           DISPLAY 'GHTRB010 - REJECTED       : ' WS-CARDS-REJECTED
           EVALUATE TRUE
               WHEN WS-CARDS-REJECTED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LANGS-LEFT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       8000-EXIT.
           EXIT.

       COPY TMPLVER.

       COPY GHLDGCHK.
