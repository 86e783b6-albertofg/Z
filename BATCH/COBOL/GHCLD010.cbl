      *   language, and a campaign template using &TOD leans on the  *
      *   BASE row's time-of-day phrases, which must be there.       *
      *                                                                *
      *   As in GHTLD010, every add, replace or delete keeps the      *
      *   campaign version it ends on TMPLHIST (TMPLVER), and each    *
      *   new version carries this delivery's id - PARM='delivery-id' *
      *   (up to 12 characters), or the run's YYYYMMDDHHMM.           *
      *                                                                *
      *   JCL           : JCL/GHCLD010.jcl                            *
      *   DD CAMPFEED   : campaign delivery file (input)              *
      *   DD GREETTMP   : greeting template VSAM KSDS (input)         *
      *   DD GRTCAMP    : campaign override VSAM KSDS (input/output)  *
      *   DD TMPLHIST   : template version history KSDS (in/output)   *
      *   DD CLDRPT     : printed reject report (output)              *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Replaced and deleted campaigns kept as *
      *                        dated versions on TMPLHIST with the    *
      *                        delivery id (PARM) they came from.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS GCMP-LANG-CODE
               FILE STATUS IS WS-GRTCAMP-STATUS.

           SELECT TMPL-HIST-FILE ASSIGN TO TMPLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TMPLHIST-STATUS.

           SELECT CLD-REPORT-FILE ASSIGN TO CLDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLDRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMP-FEED-FILE
           RECORD CONTAINS 181 CHARACTERS.
           COPY GRTCAMP.

       FD  TMPL-HIST-FILE
           RECORD CONTAINS 300 CHARACTERS.
           COPY TMPLHIST.

       FD  CLD-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CLD-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CAMPFEED-STATUS           PIC X(02) VALUE '00'.
       01  WS-TRIM-FIELD                   PIC X(80).
       01  WS-REJECT-REASON                PIC X(40).

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-DELIVERY-ID                  PIC X(12).

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-ADDED                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REPLACED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-DELETED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REJECTED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-VERSIONS-KEPT                PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - SEASONAL CAMPAIGN LOAD REPORT'.

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
           MOVE 'GHCLD010' TO WS-LDG-JOB-NAME
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
           MOVE 'CAMPAIGNS ADDED'   TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-ADDED       TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS REJECTED'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-REJECTED    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-TV-NOW-TS
           STRING WS-CURRENT-DATE       DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6)  DELIMITED BY SIZE
               INTO WS-TV-NOW-TS

           IF PARM-LEN > 12
               DISPLAY 'GHCLD010 - DELIVERY ID PARM LONGER THAN 12: '
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

           OPEN INPUT  CAMP-FEED-FILE
           OPEN INPUT  GH-TEMPLATE-FILE
           OPEN I-O    GH-CAMPAIGN-FILE
           OPEN I-O    TMPL-HIST-FILE
           OPEN OUTPUT CLD-REPORT-FILE

           IF WS-CAMPFEED-STATUS NOT = '00'
               GOBACK
           END-IF

           IF WS-TMPLHIST-STATUS NOT = '00'
               DISPLAY 'GHCLD010 - UNABLE TO OPEN TMPLHIST, STATUS='
                       WS-TMPLHIST-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLDRPT-STATUS NOT = '00'
               DISPLAY 'GHCLD010 - UNABLE TO OPEN CLDRPT, STATUS='
                       WS-CLDRPT-STATUS
           END-IF

           WRITE CLD-REPORT-LINE FROM WS-HEADING-1
           MOVE WS-DELIVERY-ID TO DV-DELIVERY-ID
           WRITE CLD-REPORT-LINE FROM WS-DELIVERY-LINE
           WRITE CLD-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       2250-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-LOAD-CAMPAIGN-ROW - version the change on TMPLHIST, then
      *                          WRITE a new campaign or REWRITE the
      *                          language's existing one
      *---------------------------------------------------------------
       3000-LOAD-CAMPAIGN-ROW.
           MOVE CP-LANG-CODE TO GCMP-LANG-CODE
           READ GH-CAMPAIGN-FILE
               INVALID KEY
                   SET WS-TV-NO-OLD TO TRUE
               NOT INVALID KEY
                   SET WS-TV-OLD-ON-FILE TO TRUE
                   MOVE GREET-CAMPAIGN-RECORD TO WS-TV-OLD-IMAGE
           END-READ

           MOVE CP-LANG-CODE         TO GCMP-LANG-CODE
           MOVE CP-FROM-DATE         TO GCMP-FROM-DATE
           MOVE CP-TO-DATE           TO GCMP-TO-DATE
           MOVE CP-FORMAL-TEMPLATE   TO GCMP-FORMAL-TEMPLATE
           MOVE CP-INFORMAL-TEMPLATE TO GCMP-INFORMAL-TEMPLATE

           SET WS-TV-NEW-VERSION      TO TRUE
           MOVE GREET-CAMPAIGN-RECORD TO WS-TV-NEW-IMAGE
           MOVE 'L'                   TO WS-TV-ENDED-BY-SW
           PERFORM 3500-RECORD-CAMPAIGN-VERSION THRU 3500-EXIT
           IF WS-ROW-REJECTED
               GO TO 3000-EXIT
           END-IF

           MOVE WS-TV-NEW-IMAGE TO GREET-CAMPAIGN-RECORD
           IF WS-TV-OLD-ON-FILE
               REWRITE GREET-CAMPAIGN-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'CAMPAIGN FILE WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-REPLACED
               END-REWRITE
           ELSE
               WRITE GREET-CAMPAIGN-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'CAMPAIGN FILE WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-ADDED
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-RECORD-CAMPAIGN-VERSION - the TMPLVER call both the load
      *                                and the delete make; a
      *                                history failure rejects the
      *                                row before GRTCAMP is touched
      *---------------------------------------------------------------
       3500-RECORD-CAMPAIGN-VERSION.
           MOVE 'C'                   TO WS-TV-SOURCE
           MOVE CP-LANG-CODE          TO WS-TV-LANG-CODE
           MOVE WS-DELIVERY-ID        TO WS-TV-DELIVERY-ID
           MOVE 'D'                   TO WS-TV-ORIGIN-SW
           MOVE SPACES                TO WS-TV-RESTORED-FROM-TS
           PERFORM 9500-RECORD-VERSION-THRU-EXIT THRU 9500-EXIT
           IF WS-TV-FAILED
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'TEMPLATE HISTORY WRITE FAILED'
                   TO WS-REJECT-REASON
               GO TO 3500-EXIT
           END-IF
           IF WS-TV-RECORDED
               ADD 1 TO WS-VERSIONS-KEPT
           END-IF.
       3500-EXIT.
           EXIT.

       4000-DELETE-CAMPAIGN.
           MOVE CP-LANG-CODE TO GCMP-LANG-CODE
           READ GH-CAMPAIGN-FILE
               INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'NO CAMPAIGN ON FILE TO DELETE'
                       TO WS-REJECT-REASON
                   GO TO 4000-EXIT
           END-READ

           SET WS-TV-OLD-ON-FILE      TO TRUE
           MOVE GREET-CAMPAIGN-RECORD TO WS-TV-OLD-IMAGE
           SET WS-TV-NO-NEW           TO TRUE
           MOVE SPACES                TO WS-TV-NEW-IMAGE
           MOVE 'D'                   TO WS-TV-ENDED-BY-SW
           PERFORM 3500-RECORD-CAMPAIGN-VERSION THRU 3500-EXIT
           IF WS-ROW-REJECTED
               GO TO 4000-EXIT
           END-IF

           MOVE CP-LANG-CODE TO GCMP-LANG-CODE
           DELETE GH-CAMPAIGN-FILE
               INVALID KEY
           MOVE 'ROWS REJECTED'           TO CL-LABEL
           MOVE WS-ROWS-REJECTED          TO CL-COUNT
           WRITE CLD-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'VERSIONS RECORDED ON TMPLHIST' TO CL-LABEL
           MOVE WS-VERSIONS-KEPT          TO CL-COUNT
           WRITE CLD-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE CAMP-FEED-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE GH-CAMPAIGN-FILE
           CLOSE TMPL-HIST-FILE
           CLOSE CLD-REPORT-FILE

           DISPLAY 'GHCLD010 - ROWS READ : ' WS-ROWS-READ
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY TMPLVER.

       COPY GHLDGCHK.
