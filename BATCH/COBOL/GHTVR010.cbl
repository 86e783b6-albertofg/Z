       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHTVR010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHTVR010 - greeting template version report.                *
      *                                                                *
      *   Lists every version TMPLHIST holds of each base template    *
      *   (GREETTMP) and campaign row (GRTCAMP), language by          *
      *   language, oldest first: when it went live and when it      *
      *   stopped (LIVE NOW for the current one), the delivery it     *
      *   came from, whether a load, a rollback or the text on file   *
      *   before history was kept put it there, what ended it, and    *
      *   the opening of its formal template - a campaign version     *
      *   also shows its own effective window. The LIVE FROM column   *
      *   is what a GHTRB010 L card names to restore that version.    *
      *                                                                *
      *   PARM='YYYYMMDD' (optional) marks with '*' each version      *
      *   that was live at any time on that date - "what did the      *
      *   greeting say on the 3rd" - and counts them.                 *
      *                                                                *
      *   JCL           : JCL/GHTVR010.jcl                            *
      *   DD TMPLHIST   : template version history KSDS (input)       *
      *   DD TVRRPT     : printed version report (output)             *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TMPL-HIST-FILE ASSIGN TO TMPLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TMPLHIST-STATUS.

           SELECT TVR-REPORT-FILE ASSIGN TO TVRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TVRRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TMPL-HIST-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY TMPLHIST.

       FD  TVR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  TVR-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-TMPLHIST-STATUS           PIC X(02) VALUE '00'.
           05 WS-TVRRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-AS-OF-SW                  PIC X(01) VALUE 'N'.
               88 WS-AS-OF-GIVEN              VALUE 'Y'.

       01  WS-AS-OF-DATE                   PIC X(08) VALUE SPACES.
       01  WS-AS-OF-START-TS               PIC X(14).
       01  WS-AS-OF-END-TS                 PIC X(14).
       01  WS-PREV-LANG                    PIC X(06) VALUE LOW-VALUES.

       01  WS-VERSIONS-READ                PIC 9(09) COMP-5 VALUE 0.
       01  WS-LANGS-LISTED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-LIVE-ON-DATE                 PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(47) VALUE
                  'BAQ HELLOWORLD - GREETING TEMPLATE VERSIONS'.
           05 HD-AS-OF-LABEL        PIC X(20) VALUE SPACES.
           05 HD-AS-OF-DATE         PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(57) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(03) VALUE 'S'.
           05 FILLER                PIC X(07) VALUE 'LANG'.
           05 FILLER                PIC X(16) VALUE 'LIVE FROM'.
           05 FILLER                PIC X(16) VALUE 'LIVE TO'.
           05 FILLER                PIC X(14) VALUE 'DELIVERY'.
           05 FILLER                PIC X(10) VALUE 'ORIGIN'.
           05 FILLER                PIC X(10) VALUE 'ENDED BY'.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(19) VALUE 'CAMPAIGN WINDOW'.
           05 FILLER                PIC X(34) VALUE 'TEXT'.

       01  WS-DETAIL-LINE.
           05 DL-CC                 PIC X(01) VALUE ' '.
           05 DL-SOURCE             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-LANG-CODE          PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-LIVE-FROM          PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-LIVE-TO            PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-DELIVERY-ID        PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ORIGIN             PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ENDED-BY           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-AS-OF-FLAG         PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CAMP-FROM          PIC X(08).
           05 DL-CAMP-DASH          PIC X(01).
           05 DL-CAMP-TO            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-TEXT               PIC X(34).

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN                     PIC S9(4) COMP-5.
           05 PARM-TEXT                    PIC X(08).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           MOVE 'GHTVR010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-LIST-ONE-VERSION THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'VERSIONS'          TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-VERSIONS-READ    TO WS-LDG-COUNT-VALUE(1)
           MOVE 'LANGUAGES'         TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-LANGS-LISTED     TO WS-LDG-COUNT-VALUE(2)
           MOVE 'LIVE ON AS-OF'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-LIVE-ON-DATE     TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
      * Optional as-of date: a version was live on it if its span
      * starts before the day ends and ends after the day starts.
           IF PARM-LEN > 0
               IF PARM-LEN NOT = 8 OR PARM-TEXT NOT NUMERIC
                   DISPLAY 'GHTVR010 - PARM MUST BE AN AS-OF DATE '
                           'YYYYMMDD: ' PARM-TEXT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET WS-AS-OF-GIVEN TO TRUE
               MOVE PARM-TEXT TO WS-AS-OF-DATE
               STRING WS-AS-OF-DATE DELIMITED BY SIZE
                      '235959'      DELIMITED BY SIZE
                   INTO WS-AS-OF-END-TS
               STRING WS-AS-OF-DATE DELIMITED BY SIZE
                      '000000'      DELIMITED BY SIZE
                   INTO WS-AS-OF-START-TS
               MOVE '* = LIVE ON' TO HD-AS-OF-LABEL
               MOVE WS-AS-OF-DATE TO HD-AS-OF-DATE
           END-IF

           OPEN INPUT  TMPL-HIST-FILE
           OPEN OUTPUT TVR-REPORT-FILE

           IF WS-TMPLHIST-STATUS NOT = '00'
               DISPLAY 'GHTVR010 - UNABLE TO OPEN TMPLHIST, STATUS='
                       WS-TMPLHIST-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TVRRPT-STATUS NOT = '00'
               DISPLAY 'GHTVR010 - UNABLE TO OPEN TVRRPT, STATUS='
                       WS-TVRRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE TVR-REPORT-LINE FROM WS-HEADING-1
           WRITE TVR-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-VERSION THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-LIST-ONE-VERSION.
           ADD 1 TO WS-VERSIONS-READ
           MOVE SPACES TO WS-DETAIL-LINE

      * A blank line before each new language, so its versions read
      * as one block
           IF TH-KEY(1:6) NOT = WS-PREV-LANG
               ADD 1 TO WS-LANGS-LISTED
               MOVE TH-KEY(1:6) TO WS-PREV-LANG
               MOVE '0' TO DL-CC
           ELSE
               MOVE ' ' TO DL-CC
           END-IF

           MOVE TH-SOURCE      TO DL-SOURCE
           MOVE TH-LANG-CODE   TO DL-LANG-CODE
           MOVE TH-DELIVERY-ID TO DL-DELIVERY-ID

           IF TH-FROM-BEFORE-HISTORY
               MOVE 'UNKNOWN'       TO DL-LIVE-FROM
           ELSE
               MOVE TH-LIVE-FROM-TS TO DL-LIVE-FROM
           END-IF
           IF TH-STILL-LIVE
               MOVE 'LIVE NOW'      TO DL-LIVE-TO
           ELSE
               MOVE TH-LIVE-TO-TS   TO DL-LIVE-TO
           END-IF

           EVALUATE TRUE
               WHEN TH-FROM-DELIVERY
                   MOVE 'LOADED'    TO DL-ORIGIN
               WHEN TH-FROM-ROLLBACK
                   MOVE 'ROLLBACK'  TO DL-ORIGIN
               WHEN TH-FROM-BEFORE-HISTORY
                   MOVE 'ON FILE'   TO DL-ORIGIN
               WHEN OTHER
                   MOVE TH-ORIGIN-SW TO DL-ORIGIN
           END-EVALUATE
           EVALUATE TRUE
               WHEN TH-NOT-ENDED
                   MOVE SPACES      TO DL-ENDED-BY
               WHEN TH-ENDED-BY-LOAD
                   MOVE 'LOAD'      TO DL-ENDED-BY
               WHEN TH-ENDED-BY-ROLLBACK
                   MOVE 'ROLLBACK'  TO DL-ENDED-BY
               WHEN TH-ENDED-BY-DELETE
                   MOVE 'DELETE'    TO DL-ENDED-BY
               WHEN OTHER
                   MOVE TH-ENDED-BY-SW TO DL-ENDED-BY
           END-EVALUATE

           IF WS-AS-OF-GIVEN
                   AND TH-LIVE-FROM-TS NOT > WS-AS-OF-END-TS
                   AND TH-LIVE-TO-TS > WS-AS-OF-START-TS
               MOVE '*' TO DL-AS-OF-FLAG
               ADD 1 TO WS-LIVE-ON-DATE
           END-IF

           IF TH-SOURCE-CAMPAIGN
               MOVE THC-FROM-DATE       TO DL-CAMP-FROM
               MOVE '-'                 TO DL-CAMP-DASH
               MOVE THC-TO-DATE         TO DL-CAMP-TO
               MOVE THC-FORMAL-TEMPLATE TO DL-TEXT
           ELSE
               MOVE THB-FORMAL-TEMPLATE TO DL-TEXT
           END-IF
      * A rolled-back version's text is the version it restores
           IF TH-FROM-ROLLBACK
               MOVE SPACES TO DL-TEXT
               STRING 'AS VERSION '        DELIMITED BY SIZE
                      TH-RESTORED-FROM-TS  DELIMITED BY SIZE
                   INTO DL-TEXT
           END-IF

           WRITE TVR-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 2100-READ-VERSION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-VERSION.
           READ TMPL-HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'VERSIONS LISTED'         TO CL-LABEL
           MOVE WS-VERSIONS-READ          TO CL-COUNT
           WRITE TVR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LANGUAGES LISTED'        TO CL-LABEL
           MOVE WS-LANGS-LISTED           TO CL-COUNT
           WRITE TVR-REPORT-LINE FROM WS-COUNT-LINE
           IF WS-AS-OF-GIVEN
               MOVE 'VERSIONS LIVE ON AS-OF DATE' TO CL-LABEL
               MOVE WS-LIVE-ON-DATE       TO CL-COUNT
               WRITE TVR-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           CLOSE TMPL-HIST-FILE
           CLOSE TVR-REPORT-FILE

           DISPLAY 'GHTVR010 - VERSIONS LISTED : ' WS-VERSIONS-READ
           DISPLAY 'GHTVR010 - LANGUAGES       : ' WS-LANGS-LISTED
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
