      *   template that cannot be expanded is refused here, not       *
      *   discovered by a caller.                                     *
      *                                                                *
      *   Every load keeps the version it replaces: before a row is   *
      *   written, TMPLVER closes the live version's span on          *
      *   TMPLHIST and opens the new one's, stamped with this         *
      *   delivery's id - PARM='delivery-id' (up to 12 characters),   *
      *   or the run's YYYYMMDDHHMM when no PARM is given. A          *
      *   redelivered language whose text has not changed is not a    *
      *   new version. GHTRB010 rolls a language or a whole delivery  *
      *   back; GHTVR010 lists the versions and when each was live.   *
      *                                                                *
      *   The length edit: 2320-EXPAND-TEMPLATE-THRU-EXIT expands     *
      *   the trimmed template (with &NAME replaced by the name and   *
      *   &TOD by a phrase of up to 20 bytes) into a 255-byte         *
      *   JCL           : JCL/GHTLD010.jcl                            *
      *   DD TRNFEED    : translation delivery file (input)           *
      *   DD GREETTMP   : greeting template VSAM KSDS (input/output)  *
      *   DD TMPLHIST   : template version history KSDS (in/output)   *
      *   DD TLDRPT     : printed reject/stale report (output)        *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        checks the mandatory tokens and the   *
      *                        expanded length budget (rows grew to  *
      *                        225 bytes).                            *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Replaced templates kept as dated       *
      *                        versions on TMPLHIST with the delivery *
      *                        id (PARM) they came from.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS GRTM-LANG-CODE
               FILE STATUS IS WS-GREETTMP-STATUS.

           SELECT TMPL-HIST-FILE ASSIGN TO TMPLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TMPLHIST-STATUS.

           SELECT TLD-REPORT-FILE ASSIGN TO TLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TLDRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRN-FEED-FILE
           RECORD CONTAINS 225 CHARACTERS.
           COPY GREETTMP.

       FD  TMPL-HIST-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY TMPLHIST.

       FD  TLD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  TLD-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-TRNFEED-STATUS            PIC X(02) VALUE '00'.
                          INDEXED BY WS-DLV-IDX
                                           PIC X(05).

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-DELIVERY-ID                  PIC X(12).

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-ADDED                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REPLACED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REJECTED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-LANGS-STALE                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-VERSIONS-KEPT                PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
                  'BAQ HELLOWORLD - GREETING TEMPLATE LOAD REPORT'.
           05 FILLER                PIC X(80) VALUE SPACES.

       01  WS-DELIVERY-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(09) VALUE 'DELIVERY '.
           05 DV-DELIVERY-ID        PIC X(12).
           05 FILLER                PIC X(111) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.
       COPY TMPLVWS.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN                     PIC S9(4) COMP-5.
           05 PARM-TEXT                    PIC X(12).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           MOVE 'GHTLD010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 5000-REPORT-STALE-LANGS THRU 5000-EXIT
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS REJECTED'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-REJECTED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'LANGUAGES STALE'   TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-LANGS-STALE      TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TV-NOW-TS
           STRING WS-CURRENT-DATE       DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6)  DELIMITED BY SIZE
               INTO WS-TV-NOW-TS

      * The delivery id every version loaded today is stamped with -
      * what a later GHTRB010 D card names to back the delivery out.
           IF PARM-LEN > 12
               DISPLAY 'GHTLD010 - DELIVERY ID PARM LONGER THAN 12: '
                       PARM-TEXT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-LEN > 0
               MOVE SPACES TO WS-DELIVERY-ID
               MOVE PARM-TEXT(1:PARM-LEN) TO WS-DELIVERY-ID
           ELSE
               MOVE WS-TV-NOW-TS(1:12) TO WS-DELIVERY-ID
           END-IF

           OPEN INPUT  TRN-FEED-FILE
           OPEN I-O    GH-TEMPLATE-FILE
           OPEN I-O    TMPL-HIST-FILE
           OPEN OUTPUT TLD-REPORT-FILE

           IF WS-TRNFEED-STATUS NOT = '00'
               GOBACK
           END-IF

           IF WS-TMPLHIST-STATUS NOT = '00'
               DISPLAY 'GHTLD010 - UNABLE TO OPEN TMPLHIST, STATUS='
                       WS-TMPLHIST-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TLDRPT-STATUS NOT = '00'
               DISPLAY 'GHTLD010 - UNABLE TO OPEN TLDRPT, STATUS='
                       WS-TLDRPT-STATUS
           END-IF

           WRITE TLD-REPORT-LINE FROM WS-HEADING-1
           MOVE WS-DELIVERY-ID TO DV-DELIVERY-ID
           WRITE TLD-REPORT-LINE FROM WS-DELIVERY-LINE
           WRITE TLD-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-LOAD-TEMPLATE-ROW - version the change on TMPLHIST, then
      *                          WRITE a new language or REWRITE a
      *                          redelivered one, and remember the
      *                          code for the stale-language scan
      *---------------------------------------------------------------
       3000-LOAD-TEMPLATE-ROW.
           MOVE TF-LANG-CODE TO GRTM-LANG-CODE
           READ GH-TEMPLATE-FILE
               INVALID KEY
                   SET WS-TV-NO-OLD TO TRUE
               NOT INVALID KEY
                   SET WS-TV-OLD-ON-FILE TO TRUE
                   MOVE GREET-TEMPLATE-RECORD TO WS-TV-OLD-IMAGE
           END-READ

           MOVE TF-LANG-CODE         TO GRTM-LANG-CODE
           MOVE TF-FORMAL-TEMPLATE   TO GRTM-FORMAL-TEMPLATE
           MOVE TF-INFORMAL-TEMPLATE TO GRTM-INFORMAL-TEMPLATE
           MOVE TF-DAY-PHRASE        TO GRTM-DAY-PHRASE
           MOVE TF-EVENING-PHRASE    TO GRTM-EVENING-PHRASE

           MOVE 'T'                   TO WS-TV-SOURCE
           MOVE TF-LANG-CODE          TO WS-TV-LANG-CODE
           MOVE WS-DELIVERY-ID        TO WS-TV-DELIVERY-ID
           MOVE 'D'                   TO WS-TV-ORIGIN-SW
           MOVE SPACES                TO WS-TV-RESTORED-FROM-TS
           MOVE 'L'                   TO WS-TV-ENDED-BY-SW
           SET WS-TV-NEW-VERSION      TO TRUE
           MOVE GREET-TEMPLATE-RECORD TO WS-TV-NEW-IMAGE
           PERFORM 9500-RECORD-VERSION-THRU-EXIT THRU 9500-EXIT
           IF WS-TV-FAILED
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'TEMPLATE HISTORY WRITE FAILED'
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF
           IF WS-TV-RECORDED
               ADD 1 TO WS-VERSIONS-KEPT
           END-IF

           MOVE WS-TV-NEW-IMAGE TO GREET-TEMPLATE-RECORD
           IF WS-TV-OLD-ON-FILE
               REWRITE GREET-TEMPLATE-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'TEMPLATE FILE WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-REPLACED
               END-REWRITE
           ELSE
               WRITE GREET-TEMPLATE-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'TEMPLATE FILE WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-ADDED
               END-WRITE
           END-IF

           IF WS-ROW-OK
               PERFORM 3100-REMEMBER-DELIVERED-LANG THRU 3100-EXIT
           MOVE 'LANGUAGES GOING STALE'   TO CL-LABEL
           MOVE WS-LANGS-STALE            TO CL-COUNT
           WRITE TLD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'VERSIONS RECORDED ON TMPLHIST' TO CL-LABEL
           MOVE WS-VERSIONS-KEPT          TO CL-COUNT
           WRITE TLD-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE TRN-FEED-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE TMPL-HIST-FILE
           CLOSE TLD-REPORT-FILE

           DISPLAY 'GHTLD010 - ROWS READ     : ' WS-ROWS-READ
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY TMPLVER.

       COPY GHLDGCHK.
