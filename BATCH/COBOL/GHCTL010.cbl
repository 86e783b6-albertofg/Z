       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHCTL010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHCTL010 - client-branded template delivery load.           *
      *                                                                *
      *   Reads the partner template delivery file (CTMPFEED, one     *
      *   transaction per row), validates each row the way GHTLD010   *
      *   validates the base templates, and loads the good ones into  *
      *   the CLNTTMP KSDS - 'A' WRITEs a client's template for a     *
      *   language or REWRITEs the one already there, 'D' deletes it  *
      *   so the client goes back to the campaign/base wording.       *
      *   Rejected rows are printed on CTLRPT with a reason the       *
      *   partner team can act on.                                    *
      *                                                                *
      *   The edits, beyond GHTLD010's language-code and template     *
      *   token/length checks: the client must be on CLNTREG, and     *
      *   the language must already exist on GREETTMP - a client      *
      *   template cannot invent a language, and a template using     *
      *   &TOD leans on the BASE row's time-of-day phrases, which     *
      *   must be there.                                              *
      *                                                                *
      *   Each loaded row carries this delivery's id - PARM=          *
      *   'delivery-id' (up to 12 characters), or the run's           *
      *   YYYYMMDDHHMM - and the time it was loaded.                  *
      *                                                                *
      *   JCL           : JCL/GHCTL010.jcl                            *
      *   DD CTMPFEED   : client template delivery file (input)       *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD GREETTMP   : greeting template VSAM KSDS (input)         *
      *   DD CLNTTMP    : client-branded template KSDS (in/output)    *
      *   DD CTLRPT     : printed reject report (output)              *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTMP-FEED-FILE ASSIGN TO CTMPFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTMPFEED-STATUS.

           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT GH-TEMPLATE-FILE ASSIGN TO GREETTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRTM-LANG-CODE
               FILE STATUS IS WS-GREETTMP-STATUS.

           SELECT CLIENT-TMPL-FILE ASSIGN TO CLNTTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTMP-KEY
               FILE STATUS IS WS-CLNTTMP-STATUS.

           SELECT CTL-REPORT-FILE ASSIGN TO CTLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTMP-FEED-FILE
           RECORD CONTAINS 202 CHARACTERS.
           COPY CTMPFEED.

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  GH-TEMPLATE-FILE
           RECORD CONTAINS 225 CHARACTERS.
           COPY GREETTMP.

       FD  CLIENT-TMPL-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY CLNTTMP.

       FD  CTL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CTL-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTMPFEED-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-GREETTMP-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTTMP-STATUS            PIC X(02) VALUE '00'.
           05 WS-CTLRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-ROW-OK-SW                 PIC X(01) VALUE 'Y'.
               88 WS-ROW-OK                   VALUE 'Y'.
               88 WS-ROW-REJECTED             VALUE 'N'.
           05 WS-LANG-OK-SW                PIC X(01) VALUE 'Y'.
               88 WS-LANG-OK                  VALUE 'Y'.
               88 WS-LANG-BAD                 VALUE 'N'.
           05 WS-LANG-END-SW               PIC X(01) VALUE 'N'.
               88 WS-LANG-ENDED               VALUE 'Y'.
           05 WS-TOD-USED-SW               PIC X(01).
               88 WS-TOD-USED                 VALUE 'Y'.
           05 WS-OLD-ROW-SW                PIC X(01).
               88 WS-OLD-ROW-ON-FILE          VALUE 'Y'.
               88 WS-NO-OLD-ROW               VALUE 'N'.

      * The same name budget GHTLD010 enforces on the base rows - a
      * client's own wording must not be the way a long template
      * sneaks past it.
       77  WS-MIN-NAME-ROOM                PIC S9(4) COMP-5 VALUE 200.
       77  WS-GREETING-SIZE                PIC S9(4) COMP-5 VALUE 255.
       77  WS-TOD-PHRASE-SIZE              PIC S9(4) COMP-5 VALUE 20.

       01  WS-CHAR-IDX                     PIC S9(4) COMP-5.
       01  WS-TRIM-LEN                     PIC S9(4) COMP-5.
       01  WS-NAME-TOKENS                  PIC S9(4) COMP-5.
       01  WS-TOD-TOKENS                   PIC S9(4) COMP-5.
       01  WS-NAME-ROOM                    PIC S9(4) COMP-5.
       01  WS-TRIM-FIELD                   PIC X(80).
       01  WS-REJECT-REASON                PIC X(40).

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-NOW-TS                       PIC X(14).
       01  WS-DELIVERY-ID                  PIC X(12).

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-ADDED                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REPLACED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-DELETED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REJECTED                PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - CLIENT TEMPLATE LOAD REPORT'.

       01  WS-DELIVERY-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(09) VALUE 'DELIVERY '.
           05 DV-DELIVERY-ID        PIC X(12).
           05 FILLER                PIC X(111) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(38) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(07) VALUE 'LANG'.
           05 FILLER                PIC X(40) VALUE 'REJECT REASON'.
           05 FILLER                PIC X(43) VALUE SPACES.

       01  WS-REJECT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RJ-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RJ-LANG-CODE          PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RJ-REASON             PIC X(40).
           05 FILLER                PIC X(43) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN                     PIC S9(4) COMP-5.
           05 PARM-TEXT                    PIC X(12).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           MOVE 'GHCTL010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'TEMPLATES ADDED'   TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-ADDED       TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS REJECTED'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-REJECTED    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-NOW-TS
           STRING WS-CURRENT-DATE       DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6)  DELIMITED BY SIZE
               INTO WS-NOW-TS

           IF PARM-LEN > 12
               DISPLAY 'GHCTL010 - DELIVERY ID PARM LONGER THAN 12: '
                       PARM-TEXT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-LEN > 0
               MOVE SPACES TO WS-DELIVERY-ID
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-DELIVERY-ID
           ELSE
               MOVE WS-NOW-TS(1:12) TO WS-DELIVERY-ID
           END-IF

           OPEN INPUT  CTMP-FEED-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN INPUT  GH-TEMPLATE-FILE
           OPEN I-O    CLIENT-TMPL-FILE
           OPEN OUTPUT CTL-REPORT-FILE

           IF WS-CTMPFEED-STATUS NOT = '00'
               DISPLAY 'GHCTL010 - UNABLE TO OPEN CTMPFEED, STATUS='
                       WS-CTMPFEED-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHCTL010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GREETTMP-STATUS NOT = '00'
               DISPLAY 'GHCTL010 - UNABLE TO OPEN GREETTMP, STATUS='
                       WS-GREETTMP-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTTMP-STATUS NOT = '00'
               DISPLAY 'GHCTL010 - UNABLE TO OPEN CLNTTMP, STATUS='
                       WS-CLNTTMP-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CTLRPT-STATUS NOT = '00'
               DISPLAY 'GHCTL010 - UNABLE TO OPEN CTLRPT, STATUS='
                       WS-CTLRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE CTL-REPORT-LINE FROM WS-HEADING-1
           MOVE WS-DELIVERY-ID TO DV-DELIVERY-ID
           WRITE CTL-REPORT-LINE FROM WS-DELIVERY-LINE
           WRITE CTL-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           SET WS-ROW-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN CT-TRANS-DELETE
                   PERFORM 2210-VALIDATE-LANG-CODE THRU 2210-EXIT
                   IF WS-LANG-BAD
                       SET WS-ROW-REJECTED TO TRUE
                   ELSE
                       PERFORM 4000-DELETE-CLIENT-TMPL THRU 4000-EXIT
                   END-IF
               WHEN CT-TRANS-ADD
                   PERFORM 2200-VALIDATE-ROW THRU 2200-EXIT
                   IF WS-ROW-OK
                       PERFORM 3000-LOAD-CLIENT-TMPL THRU 3000-EXIT
                   END-IF
               WHEN OTHER
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'TRANS CODE NOT A OR D' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-ROW-REJECTED
               ADD 1 TO WS-ROWS-REJECTED
               MOVE CT-CLIENT-ID     TO RJ-CLIENT-ID
               MOVE CT-LANG-CODE     TO RJ-LANG-CODE
               MOVE WS-REJECT-REASON TO RJ-REASON
               WRITE CTL-REPORT-LINE FROM WS-REJECT-LINE
           END-IF

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-FEED.
           READ CTMP-FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-VALIDATE-ROW - GHTLD010's discipline applied to a
      *                     client's wording: a registered client,
      *                     language code format, both templates
      *                     present and expandable, the base language
      *                     on file (with phrases when &TOD is used)
      *---------------------------------------------------------------
       2200-VALIDATE-ROW.
           IF CT-CLIENT-ID = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'CLIENT ID IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE CT-CLIENT-ID TO CLNT-REG-CLIENT-ID
           READ CLNT-REG-FILE
               INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'CLIENT NOT ON CLNTREG' TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ

           PERFORM 2210-VALIDATE-LANG-CODE THRU 2210-EXIT
           IF WS-LANG-BAD
               SET WS-ROW-REJECTED TO TRUE
               GO TO 2200-EXIT
           END-IF

           IF CT-FORMAL-TEMPLATE = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'FORMAL TEMPLATE MISSING' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF CT-INFORMAL-TEMPLATE = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'INFORMAL TEMPLATE MISSING' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE 'N' TO WS-TOD-USED-SW

           MOVE CT-FORMAL-TEMPLATE TO WS-TRIM-FIELD
           PERFORM 2240-CHECK-ONE-TEMPLATE THRU 2240-EXIT
           IF WS-ROW-REJECTED
               GO TO 2200-EXIT
           END-IF

           MOVE CT-INFORMAL-TEMPLATE TO WS-TRIM-FIELD
           PERFORM 2240-CHECK-ONE-TEMPLATE THRU 2240-EXIT
           IF WS-ROW-REJECTED
               GO TO 2200-EXIT
           END-IF

      * A client template rides on an existing language: the base
      * row must be there, and when the template uses &TOD, the
      * phrases the expansion will borrow from the base row must be
      * there too.
           MOVE CT-LANG-CODE TO GRTM-LANG-CODE
           READ GH-TEMPLATE-FILE
               INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'LANGUAGE NOT ON GREETTMP'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
           END-READ

           IF WS-TOD-USED
               IF GRTM-MORNING-PHRASE = SPACES
                       OR GRTM-DAY-PHRASE = SPACES
                       OR GRTM-EVENING-PHRASE = SPACES
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'TOD USED BUT BASE PHRASES MISSING'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2210-VALIDATE-LANG-CODE - the GHTLD010 edits: left-justified,
      *                           uppercase letters only, no embedded
      *                           blanks
      *---------------------------------------------------------------
       2210-VALIDATE-LANG-CODE.
           SET WS-LANG-OK TO TRUE
           MOVE 'N' TO WS-LANG-END-SW

           IF CT-LANG-CODE = SPACES
               SET WS-LANG-BAD TO TRUE
               MOVE 'LANGUAGE CODE IS BLANK' TO WS-REJECT-REASON
               GO TO 2210-EXIT
           END-IF

           IF CT-LANG-CODE(1:1) = SPACE
               SET WS-LANG-BAD TO TRUE
               MOVE 'LANGUAGE CODE NOT LEFT-JUSTIFIED'
                   TO WS-REJECT-REASON
               GO TO 2210-EXIT
           END-IF

           PERFORM 2220-CHECK-ONE-LANG-CHAR THRU 2220-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 5 OR WS-LANG-BAD.
       2210-EXIT.
           EXIT.

       2220-CHECK-ONE-LANG-CHAR.
           IF CT-LANG-CODE(WS-CHAR-IDX:1) = SPACE
               SET WS-LANG-ENDED TO TRUE
               GO TO 2220-EXIT
           END-IF

           IF WS-LANG-ENDED
               SET WS-LANG-BAD TO TRUE
               MOVE 'LANGUAGE CODE HAS EMBEDDED BLANK'
                   TO WS-REJECT-REASON
               GO TO 2220-EXIT
           END-IF

           IF CT-LANG-CODE(WS-CHAR-IDX:1) < 'A'
                   OR CT-LANG-CODE(WS-CHAR-IDX:1) > 'Z'
               SET WS-LANG-BAD TO TRUE
               MOVE 'LANGUAGE CODE NOT UPPERCASE A-Z'
                   TO WS-REJECT-REASON
           END-IF.
       2220-EXIT.
           EXIT.

       2230-TRIMMED-LENGTH.
           MOVE 0 TO WS-TRIM-LEN
           PERFORM 2231-SCAN-ONE-TRIM-CHAR THRU 2231-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 80.
       2230-EXIT.
           EXIT.

       2231-SCAN-ONE-TRIM-CHAR.
           IF WS-TRIM-FIELD(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-CHAR-IDX TO WS-TRIM-LEN
           END-IF.
       2231-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2240-CHECK-ONE-TEMPLATE - token discipline and the expanded
      *                           length budget, exactly GHTLD010's
      *---------------------------------------------------------------
       2240-CHECK-ONE-TEMPLATE.
           PERFORM 2230-TRIMMED-LENGTH THRU 2230-EXIT

           MOVE 0 TO WS-NAME-TOKENS
           MOVE 0 TO WS-TOD-TOKENS
           PERFORM 2250-COUNT-ONE-POSITION THRU 2250-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-TRIM-LEN

           IF WS-NAME-TOKENS = 0
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'TEMPLATE HAS NO &NAME TOKEN' TO WS-REJECT-REASON
               GO TO 2240-EXIT
           END-IF

           IF WS-NAME-TOKENS > 1
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'MORE THAN ONE &NAME TOKEN' TO WS-REJECT-REASON
               GO TO 2240-EXIT
           END-IF

           IF WS-TOD-TOKENS > 1
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'MORE THAN ONE &TOD TOKEN' TO WS-REJECT-REASON
               GO TO 2240-EXIT
           END-IF

           IF WS-TOD-TOKENS > 0
               SET WS-TOD-USED TO TRUE
           END-IF

           COMPUTE WS-NAME-ROOM =
               WS-GREETING-SIZE - (WS-TRIM-LEN - 5)
               - (WS-TOD-TOKENS *
                   (WS-TOD-PHRASE-SIZE - 4))
           IF WS-NAME-ROOM < WS-MIN-NAME-ROOM
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'TEMPLATE LEAVES TOO LITTLE NAME ROOM'
                   TO WS-REJECT-REASON
           END-IF.
       2240-EXIT.
           EXIT.

       2250-COUNT-ONE-POSITION.
           IF WS-CHAR-IDX + 4 <= WS-TRIM-LEN
               IF WS-TRIM-FIELD(WS-CHAR-IDX:5) = '&NAME'
                   ADD 1 TO WS-NAME-TOKENS
                   GO TO 2250-EXIT
               END-IF
           END-IF

           IF WS-CHAR-IDX + 3 <= WS-TRIM-LEN
               IF WS-TRIM-FIELD(WS-CHAR-IDX:4) = '&TOD'
                   ADD 1 TO WS-TOD-TOKENS
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-LOAD-CLIENT-TMPL - WRITE the client's template for the
      *                         language, or REWRITE the one already
      *                         there, stamped with this delivery
      *---------------------------------------------------------------
       3000-LOAD-CLIENT-TMPL.
           MOVE CT-CLIENT-ID TO CTMP-CLIENT-ID
           MOVE CT-LANG-CODE TO CTMP-LANG-CODE
           READ CLIENT-TMPL-FILE
               INVALID KEY
                   SET WS-NO-OLD-ROW TO TRUE
               NOT INVALID KEY
                   SET WS-OLD-ROW-ON-FILE TO TRUE
           END-READ

           MOVE SPACES               TO CLIENT-TEMPLATE-RECORD
           MOVE CT-CLIENT-ID         TO CTMP-CLIENT-ID
           MOVE CT-LANG-CODE         TO CTMP-LANG-CODE
           MOVE CT-FORMAL-TEMPLATE   TO CTMP-FORMAL-TEMPLATE
           MOVE CT-INFORMAL-TEMPLATE TO CTMP-INFORMAL-TEMPLATE
           MOVE WS-DELIVERY-ID       TO CTMP-DELIVERY-ID
           MOVE WS-NOW-TS            TO CTMP-LOADED-TS

           IF WS-OLD-ROW-ON-FILE
               REWRITE CLIENT-TEMPLATE-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'CLIENT TEMPLATE WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-REPLACED
               END-REWRITE
           ELSE
               WRITE CLIENT-TEMPLATE-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'CLIENT TEMPLATE WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-ADDED
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.

       4000-DELETE-CLIENT-TMPL.
           MOVE CT-CLIENT-ID TO CTMP-CLIENT-ID
           MOVE CT-LANG-CODE TO CTMP-LANG-CODE
           DELETE CLIENT-TMPL-FILE
               INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'NO CLIENT TEMPLATE ON FILE TO DELETE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-DELETED
           END-DELETE.
       4000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'DELIVERY ROWS READ'      TO CL-LABEL
           MOVE WS-ROWS-READ              TO CL-COUNT
           WRITE CTL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENT TEMPLATES ADDED'  TO CL-LABEL
           MOVE WS-ROWS-ADDED             TO CL-COUNT
           WRITE CTL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENT TEMPLATES REPLACED' TO CL-LABEL
           MOVE WS-ROWS-REPLACED          TO CL-COUNT
           WRITE CTL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENT TEMPLATES DELETED' TO CL-LABEL
           MOVE WS-ROWS-DELETED           TO CL-COUNT
           WRITE CTL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS REJECTED'           TO CL-LABEL
           MOVE WS-ROWS-REJECTED          TO CL-COUNT
           WRITE CTL-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE CTMP-FEED-FILE
           CLOSE CLNT-REG-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE CLIENT-TMPL-FILE
           CLOSE CTL-REPORT-FILE

           DISPLAY 'GHCTL010 - ROWS READ : ' WS-ROWS-READ
           DISPLAY 'GHCTL010 - REJECTED  : ' WS-ROWS-REJECTED
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
