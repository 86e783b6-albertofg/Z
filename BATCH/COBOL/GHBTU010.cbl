       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHBTU010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHBTU010 - client-branded template usage report.            *
      *                                                                *
      *   For the partner team: reads the GHUNL010 reporting          *
      *   extracts and counts, per client, how many successful        *
      *   greetings were built from the client's own CLNTTMP wording, *
      *   from an in-window GRTCAMP campaign, and from the GREETTMP   *
      *   base row (GH-HIST-TMPL-SOURCE). Every client with at least  *
      *   one branded greeting is listed with all three counts, so a  *
      *   language the client has no wording for yet shows up as      *
      *   campaign/base usage beside the branded one. Failed calls    *
      *   and rows written before the source was recorded carry a     *
      *   blank GH-HIST-TMPL-SOURCE and are counted separately so     *
      *   the coverage of the report is visible.                      *
      *                                                                *
      *   JCL           : JCL/GHBTU010.jcl                            *
      *   DD HISTEXTR   : GHRPTEXT reporting extract(s) (input)       *
      *   DD BTURPT     : printed branded usage report (output)       *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Loop PERFORMs of GO TO-exit paragraphs *
      *                        coded THRU their exit paragraphs.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GH-EXTRACT-FILE ASSIGN TO HISTEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTEXTR-STATUS.

           SELECT BTU-REPORT-FILE ASSIGN TO BTURPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BTURPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-EXTRACT-FILE
           RECORD CONTAINS 397 CHARACTERS.
           COPY GHISTREC.

       FD  BTU-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  BTU-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-HISTEXTR-STATUS           PIC X(02) VALUE '00'.
           05 WS-BTURPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.

       01  WS-CLIENT-TABLE.
           05 WS-CT-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-CT-MAX                    PIC S9(4) COMP-5 VALUE 1000.
           05 WS-CT-ENTRY OCCURS 1000 TIMES
                          INDEXED BY WS-CT-IDX.
               10 WS-CT-CLIENT-ID          PIC X(36).
               10 WS-CT-BRANDED            PIC 9(09) COMP-5.
               10 WS-CT-CAMPAIGN           PIC 9(09) COMP-5.
               10 WS-CT-BASE               PIC 9(09) COMP-5.

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-NO-SOURCE               PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOT-BRANDED                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOT-CAMPAIGN                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOT-BASE                     PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-BRANDED              PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - BRANDED TEMPLATE USAGE REPORT'.
           05 FILLER                PIC X(80) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(38) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(14) VALUE '      BRANDED'.
           05 FILLER                PIC X(14) VALUE '     CAMPAIGN'.
           05 FILLER                PIC X(14) VALUE '         BASE'.
           05 FILLER                PIC X(48) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DL-BRANDED            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DL-CAMPAIGN           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DL-BASE               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(49) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHBTU010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE     THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'BRANDED'           TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-TOT-BRANDED      TO WS-LDG-COUNT-VALUE(2)
           MOVE 'CLIENTS BRANDED'   TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-CLIENTS-BRANDED  TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  GH-EXTRACT-FILE
           OPEN OUTPUT BTU-REPORT-FILE

           IF WS-HISTEXTR-STATUS NOT = '00'
               DISPLAY 'GHBTU010 - UNABLE TO OPEN HISTEXTR, STATUS='
                       WS-HISTEXTR-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-BTURPT-STATUS NOT = '00'
               DISPLAY 'GHBTU010 - UNABLE TO OPEN BTURPT, STATUS='
                       WS-BTURPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE BTU-REPORT-LINE FROM WS-HEADING-1
           WRITE BTU-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-JUDGE-ONE-ROW.
           ADD 1 TO WS-ROWS-READ

           IF NOT GH-HIST-TMPL-CLIENT
                   AND NOT GH-HIST-TMPL-CAMPAIGN
                   AND NOT GH-HIST-TMPL-BASE
               ADD 1 TO WS-ROWS-NO-SOURCE
               GO TO 2000-NEXT
           END-IF

           PERFORM 3000-COUNT-UNDER-CLIENT THRU 3000-EXIT
           EVALUATE TRUE
               WHEN GH-HIST-TMPL-CLIENT
                   ADD 1 TO WS-CT-BRANDED(WS-CT-IDX)
                   ADD 1 TO WS-TOT-BRANDED
               WHEN GH-HIST-TMPL-CAMPAIGN
                   ADD 1 TO WS-CT-CAMPAIGN(WS-CT-IDX)
                   ADD 1 TO WS-TOT-CAMPAIGN
               WHEN OTHER
                   ADD 1 TO WS-CT-BASE(WS-CT-IDX)
                   ADD 1 TO WS-TOT-BASE
           END-EVALUATE.

       2000-NEXT.
           PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-EXTRACT.
           READ GH-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-COUNT-UNDER-CLIENT - find (or add) the row's client in
      *                           the accumulation table, leaving
      *                           WS-CT-IDX on its entry
      *---------------------------------------------------------------
       3000-COUNT-UNDER-CLIENT.
           IF WS-CT-COUNT > 0
               SET WS-CT-IDX TO 1
               SEARCH WS-CT-ENTRY
                   AT END
                       PERFORM 3100-ADD-CLIENT-ENTRY THRU 3100-EXIT
                   WHEN WS-CT-IDX > WS-CT-COUNT
                       PERFORM 3100-ADD-CLIENT-ENTRY THRU 3100-EXIT
                   WHEN WS-CT-CLIENT-ID(WS-CT-IDX) = GH-HIST-CLIENT-ID
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 3100-ADD-CLIENT-ENTRY THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-ADD-CLIENT-ENTRY.
           IF WS-CT-COUNT >= WS-CT-MAX
      * Table full - park the overflow on the last entry so the
      * totals still balance; more than 1000 active clients in one
      * report period means the table wants widening.
               SET WS-CT-IDX TO WS-CT-MAX
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           SET WS-CT-IDX TO WS-CT-COUNT
           MOVE GH-HIST-CLIENT-ID TO WS-CT-CLIENT-ID(WS-CT-IDX)
           MOVE 0 TO WS-CT-BRANDED(WS-CT-IDX)
           MOVE 0 TO WS-CT-CAMPAIGN(WS-CT-IDX)
           MOVE 0 TO WS-CT-BASE(WS-CT-IDX).
       3100-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 8100-PRINT-ONE-CLIENT-THRU-EXIT THRU 8100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT

           MOVE 'ROWS READ'                TO CL-LABEL
           MOVE WS-ROWS-READ               TO CL-COUNT
           WRITE BTU-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS WITH BRANDED USAGE' TO CL-LABEL
           MOVE WS-CLIENTS-BRANDED         TO CL-COUNT
           WRITE BTU-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL BRANDED'            TO CL-LABEL
           MOVE WS-TOT-BRANDED             TO CL-COUNT
           WRITE BTU-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL CAMPAIGN'           TO CL-LABEL
           MOVE WS-TOT-CAMPAIGN            TO CL-COUNT
           WRITE BTU-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL BASE'               TO CL-LABEL
           MOVE WS-TOT-BASE                TO CL-COUNT
           WRITE BTU-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS WITH NO SOURCE KEPT' TO CL-LABEL
           MOVE WS-ROWS-NO-SOURCE          TO CL-COUNT
           WRITE BTU-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE GH-EXTRACT-FILE
           CLOSE BTU-REPORT-FILE

           DISPLAY 'GHBTU010 - ROWS READ       : ' WS-ROWS-READ
           DISPLAY 'GHBTU010 - BRANDED         : ' WS-TOT-BRANDED
           DISPLAY 'GHBTU010 - CLIENTS BRANDED : ' WS-CLIENTS-BRANDED
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-CLIENT-THRU-EXIT.
           IF WS-CT-BRANDED(WS-CT-IDX) = 0
               GO TO 8100-EXIT
           END-IF
           ADD 1 TO WS-CLIENTS-BRANDED
           MOVE WS-CT-CLIENT-ID(WS-CT-IDX) TO DL-CLIENT-ID
           MOVE WS-CT-BRANDED(WS-CT-IDX)   TO DL-BRANDED
           MOVE WS-CT-CAMPAIGN(WS-CT-IDX)  TO DL-CAMPAIGN
           MOVE WS-CT-BASE(WS-CT-IDX)      TO DL-BASE
           WRITE BTU-REPORT-LINE FROM WS-DETAIL-LINE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
