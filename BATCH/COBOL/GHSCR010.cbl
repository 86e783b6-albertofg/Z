       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHSCR010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHSCR010 - name-screening hit report.                       *
      *                                                                *
      *   For trust-and-safety: reads the SCRNHIT log of greetings    *
      *   refused with status 1017 (the name matched a NAMESCRN       *
      *   entry) and counts the hits in a seven-day window two ways:  *
      *                                                                *
      *   - per client, split by door (online, bulk, retry), with     *
      *     clients at or over WS-REPEAT-THRESHOLD hits flagged as    *
      *     repeat offenders to follow up with;                       *
      *   - per list entry, every entry currently on NAMESCRN listed  *
      *     whether it was hit or not, so entries that never fire     *
      *     (or fire far too often) can be tuned. Hits against an     *
      *     entry since removed from the list are shown against it    *
      *     as NOT ON LIST.                                           *
      *                                                                *
      *   The window is the seven days ending yesterday; PARM=        *
      *   'YYYYMMDD' (optional) reports the seven days starting on    *
      *   that date instead. RC 4 when any repeat offender is listed, *
      *   RC 0 otherwise.                                             *
      *                                                                *
      *   JCL           : JCL/GHSCR010.jcl                            *
      *   DD SCRNHIT    : name-screening hit log VSAM ESDS (input)    *
      *   DD NAMESCRN   : screening list VSAM KSDS (input)            *
      *   DD SCRRPT     : printed hit report (output)                 *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  THRU added to the 8100/8200 print      *
      *                        loops.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRN-HIT-FILE ASSIGN TO SCRNHIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNHIT-STATUS.

           SELECT NAME-SCREEN-FILE ASSIGN TO NAMESCRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NS-ENTRY-ID
               FILE STATUS IS WS-NAMESCRN-STATUS.

           SELECT SCR-REPORT-FILE ASSIGN TO SCRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRN-HIT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY SCRNHIT.

       FD  NAME-SCREEN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY NAMESCRN.

       FD  SCR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SCR-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-SCRNHIT-STATUS            PIC X(02) VALUE '00'.
           05 WS-NAMESCRN-STATUS           PIC X(02) VALUE '00'.
           05 WS-SCRRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF                 VALUE 'Y'.

      * A client with this many hits in the window is a repeat
      * offender for trust-and-safety to follow up with.
       01  WS-REPEAT-THRESHOLD             PIC 9(04) COMP-5 VALUE 3.

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-INTEGER                  PIC S9(9) COMP-5.
       01  WS-FROM-DATE                    PIC 9(08).
       01  WS-TO-DATE                      PIC 9(08).

       01  WS-CLIENT-TABLE.
           05 WS-CT-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-CT-MAX                    PIC S9(4) COMP-5 VALUE 2000.
           05 WS-CT-ENTRY OCCURS 2000 TIMES
                          INDEXED BY WS-CT-IDX.
               10 WS-CT-CLIENT-ID          PIC X(36).
               10 WS-CT-CLASS              PIC X(01).
               10 WS-CT-HITS               PIC 9(09) COMP-5.
               10 WS-CT-ONLINE             PIC 9(09) COMP-5.
               10 WS-CT-BULK               PIC 9(09) COMP-5.
               10 WS-CT-RETRY              PIC 9(09) COMP-5.
               10 WS-CT-LAST-ENTRY-ID      PIC X(08).
               10 WS-CT-LAST-HIT-TS        PIC X(26).

      * Sized for the 500 entries GHBAT010 and GHRTY010 can hold,
      * plus room for entries removed since they were hit.
       01  WS-ENTRY-TABLE.
           05 WS-ET-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-ET-MAX                    PIC S9(4) COMP-5 VALUE 600.
           05 WS-ET-ENTRY OCCURS 600 TIMES
                          INDEXED BY WS-ET-IDX.
               10 WS-ET-ENTRY-ID           PIC X(08).
               10 WS-ET-MATCH-TYPE         PIC X(01).
               10 WS-ET-CATEGORY           PIC X(10).
               10 WS-ET-PATTERN            PIC X(40).
               10 WS-ET-HITS               PIC 9(09) COMP-5.
               10 WS-ET-ON-LIST-SW         PIC X(01).
                   88 WS-ET-ON-LIST           VALUE 'Y'.
                   88 WS-ET-NOT-ON-LIST       VALUE 'N'.

       01  WS-HITS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-HITS-IN-WINDOW               PIC 9(09) COMP-5 VALUE 0.
       01  WS-REPEAT-CLIENTS               PIC 9(09) COMP-5 VALUE 0.
       01  WS-ENTRIES-ON-LIST              PIC 9(09) COMP-5 VALUE 0.
       01  WS-ENTRIES-NEVER-HIT            PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-LISTED               PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44) VALUE
                  'BAQ HELLOWORLD - NAME SCREENING HIT REPORT'.
           05 FILLER                PIC X(06) VALUE 'FROM '.
           05 HD-FROM-DATE          PIC 9(08).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 HD-TO-DATE            PIC 9(08).
           05 FILLER                PIC X(62) VALUE SPACES.

       01  WS-CLIENT-HEADING-1.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(40) VALUE
                  'HITS BY CLIENT'.
           05 FILLER                PIC X(92) VALUE SPACES.

       01  WS-CLIENT-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(37) VALUE 'CLIENT'.
           05 FILLER                PIC X(06) VALUE 'CLASS'.
           05 FILLER                PIC X(12) VALUE '       HITS'.
           05 FILLER                PIC X(12) VALUE '     ONLINE'.
           05 FILLER                PIC X(12) VALUE '       BULK'.
           05 FILLER                PIC X(12) VALUE '      RETRY'.
           05 FILLER                PIC X(11) VALUE ' LAST ENTRY'.
           05 FILLER                PIC X(30) VALUE SPACES.

       01  WS-CLIENT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CDL-CLIENT-ID         PIC X(36).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CDL-CLASS             PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CDL-HITS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-ONLINE            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-BULK              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-RETRY             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-LAST-ENTRY-ID     PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-REPEAT-FLAG       PIC X(15).
           05 FILLER                PIC X(15) VALUE SPACES.

       01  WS-ENTRY-HEADING-1.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(40) VALUE
                  'HITS BY SCREENING LIST ENTRY'.
           05 FILLER                PIC X(92) VALUE SPACES.

       01  WS-ENTRY-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(10) VALUE 'ENTRY'.
           05 FILLER                PIC X(05) VALUE 'TYPE'.
           05 FILLER                PIC X(12) VALUE 'CATEGORY'.
           05 FILLER                PIC X(42) VALUE 'PATTERN'.
           05 FILLER                PIC X(12) VALUE '       HITS'.
           05 FILLER                PIC X(51) VALUE SPACES.

       01  WS-ENTRY-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 EDL-ENTRY-ID          PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 EDL-MATCH-TYPE        PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 EDL-CATEGORY          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EDL-PATTERN           PIC X(40).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 EDL-HITS              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EDL-NOTE              PIC X(12).
           05 FILLER                PIC X(39) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       01  WS-BLANK-LINE            PIC X(133) VALUE SPACES.

       COPY GHLDGWS.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN                     PIC S9(4) COMP-5.
           05 PARM-TEXT                    PIC X(08).

       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           MOVE 'GHSCR010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE    THRU 1000-EXIT
           PERFORM 2000-COUNT-ONE-HIT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE     THRU 8000-EXIT
           MOVE 'HITS IN WINDOW'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-HITS-IN-WINDOW   TO WS-LDG-COUNT-VALUE(1)
           MOVE 'CLIENTS'           TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CLIENTS-LISTED   TO WS-LDG-COUNT-VALUE(2)
           MOVE 'REPEAT CLIENTS'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-REPEAT-CLIENTS   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
      * The default window is the seven days ending yesterday, so a
      * run early on Monday covers Monday to Sunday just gone. Calendar
      * arithmetic via the intrinsic pair, as GHANR010 does.
           IF PARM-LEN > 0
               IF PARM-LEN NOT = 8 OR PARM-TEXT NOT NUMERIC
                   DISPLAY 'GHSCR010 - PARM MUST BE A FROM DATE '
                           'YYYYMMDD: ' PARM-TEXT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE PARM-TEXT TO WS-FROM-DATE
               COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 6
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 7
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER)
               ADD 6 TO WS-RUN-INTEGER
           END-IF
           COMPUTE WS-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER)
           MOVE WS-FROM-DATE TO HD-FROM-DATE
           MOVE WS-TO-DATE   TO HD-TO-DATE

           OPEN INPUT  SCRN-HIT-FILE
           OPEN INPUT  NAME-SCREEN-FILE
           OPEN OUTPUT SCR-REPORT-FILE

           IF WS-SCRNHIT-STATUS NOT = '00'
               DISPLAY 'GHSCR010 - UNABLE TO OPEN SCRNHIT, STATUS='
                       WS-SCRNHIT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NAMESCRN-STATUS NOT = '00'
               DISPLAY 'GHSCR010 - UNABLE TO OPEN NAMESCRN, STATUS='
                       WS-NAMESCRN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SCRRPT-STATUS NOT = '00'
               DISPLAY 'GHSCR010 - UNABLE TO OPEN SCRRPT, STATUS='
                       WS-SCRRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE SCR-REPORT-LINE FROM WS-HEADING-1

      * Every entry on the list goes in the table first, so the ones
      * that never fired are reported too.
           PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
               UNTIL WS-LIST-EOF

           PERFORM 2100-READ-HIT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-ENTRY.
           READ NAME-SCREEN-FILE
               AT END
                   SET WS-LIST-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           ADD 1 TO WS-ENTRIES-ON-LIST
           IF WS-ET-COUNT >= WS-ET-MAX
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-ET-COUNT
           SET WS-ET-IDX TO WS-ET-COUNT
           MOVE NS-ENTRY-ID   TO WS-ET-ENTRY-ID(WS-ET-IDX)
           MOVE NS-MATCH-TYPE TO WS-ET-MATCH-TYPE(WS-ET-IDX)
           MOVE NS-CATEGORY   TO WS-ET-CATEGORY(WS-ET-IDX)
           MOVE NS-PATTERN    TO WS-ET-PATTERN(WS-ET-IDX)
           MOVE 0             TO WS-ET-HITS(WS-ET-IDX)
           SET WS-ET-ON-LIST(WS-ET-IDX) TO TRUE.
       1100-EXIT.
           EXIT.

       2000-COUNT-ONE-HIT.
           ADD 1 TO WS-HITS-READ

           IF SH-HIT-TS(1:8) < WS-FROM-DATE
                   OR SH-HIT-TS(1:8) > WS-TO-DATE
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-HITS-IN-WINDOW

           PERFORM 3000-FIND-CLIENT THRU 3000-EXIT
           ADD 1 TO WS-CT-HITS(WS-CT-IDX)
           EVALUATE TRUE
               WHEN SH-DOOR-ONLINE
                   ADD 1 TO WS-CT-ONLINE(WS-CT-IDX)
               WHEN SH-DOOR-BULK
                   ADD 1 TO WS-CT-BULK(WS-CT-IDX)
               WHEN SH-DOOR-RETRY
                   ADD 1 TO WS-CT-RETRY(WS-CT-IDX)
           END-EVALUATE
           IF SH-HIT-TS >= WS-CT-LAST-HIT-TS(WS-CT-IDX)
               MOVE SH-HIT-TS       TO WS-CT-LAST-HIT-TS(WS-CT-IDX)
               MOVE SH-ENTRY-ID     TO WS-CT-LAST-ENTRY-ID(WS-CT-IDX)
               MOVE SH-CLIENT-CLASS TO WS-CT-CLASS(WS-CT-IDX)
           END-IF

           PERFORM 3200-FIND-ENTRY THRU 3200-EXIT
           ADD 1 TO WS-ET-HITS(WS-ET-IDX).

       2000-NEXT.
           PERFORM 2100-READ-HIT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-HIT.
           READ SCRN-HIT-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-FIND-CLIENT - find (or add) the hit's client in the
      *                    accumulation table, leaving WS-CT-IDX on
      *                    its entry
      *---------------------------------------------------------------
       3000-FIND-CLIENT.
           IF WS-CT-COUNT > 0
               SET WS-CT-IDX TO 1
               SEARCH WS-CT-ENTRY
                   AT END
                       PERFORM 3100-ADD-CLIENT-ENTRY THRU 3100-EXIT
                   WHEN WS-CT-IDX > WS-CT-COUNT
                       PERFORM 3100-ADD-CLIENT-ENTRY THRU 3100-EXIT
                   WHEN WS-CT-CLIENT-ID(WS-CT-IDX) = SH-CLIENT-ID
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
      * totals still balance, as GHFBR010 does.
               SET WS-CT-IDX TO WS-CT-MAX
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CT-COUNT
           SET WS-CT-IDX TO WS-CT-COUNT
           MOVE SH-CLIENT-ID TO WS-CT-CLIENT-ID(WS-CT-IDX)
           MOVE SPACES       TO WS-CT-CLASS(WS-CT-IDX)
                                WS-CT-LAST-ENTRY-ID(WS-CT-IDX)
                                WS-CT-LAST-HIT-TS(WS-CT-IDX)
           MOVE 0            TO WS-CT-HITS(WS-CT-IDX)
                                WS-CT-ONLINE(WS-CT-IDX)
                                WS-CT-BULK(WS-CT-IDX)
                                WS-CT-RETRY(WS-CT-IDX).
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-FIND-ENTRY - find the hit's list entry, adding it as
      *                   NOT ON LIST when it has been removed since
      *---------------------------------------------------------------
       3200-FIND-ENTRY.
           IF WS-ET-COUNT > 0
               SET WS-ET-IDX TO 1
               SEARCH WS-ET-ENTRY
                   AT END
                       PERFORM 3300-ADD-REMOVED-ENTRY THRU 3300-EXIT
                   WHEN WS-ET-IDX > WS-ET-COUNT
                       PERFORM 3300-ADD-REMOVED-ENTRY THRU 3300-EXIT
                   WHEN WS-ET-ENTRY-ID(WS-ET-IDX) = SH-ENTRY-ID
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM 3300-ADD-REMOVED-ENTRY THRU 3300-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3300-ADD-REMOVED-ENTRY.
           IF WS-ET-COUNT >= WS-ET-MAX
               SET WS-ET-IDX TO WS-ET-MAX
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-ET-COUNT
           SET WS-ET-IDX TO WS-ET-COUNT
           MOVE SH-ENTRY-ID TO WS-ET-ENTRY-ID(WS-ET-IDX)
           MOVE SPACES      TO WS-ET-MATCH-TYPE(WS-ET-IDX)
                               WS-ET-CATEGORY(WS-ET-IDX)
                               WS-ET-PATTERN(WS-ET-IDX)
           MOVE 0           TO WS-ET-HITS(WS-ET-IDX)
           SET WS-ET-NOT-ON-LIST(WS-ET-IDX) TO TRUE.
       3300-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE SCR-REPORT-LINE FROM WS-CLIENT-HEADING-1
           WRITE SCR-REPORT-LINE FROM WS-CLIENT-HEADING-2
           PERFORM 8100-PRINT-ONE-CLIENT-THRU-EXIT
               THRU 8100-EXIT
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT

           WRITE SCR-REPORT-LINE FROM WS-ENTRY-HEADING-1
           WRITE SCR-REPORT-LINE FROM WS-ENTRY-HEADING-2
           PERFORM 8200-PRINT-ONE-ENTRY-THRU-EXIT
               THRU 8200-EXIT
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT

           WRITE SCR-REPORT-LINE FROM WS-BLANK-LINE
           MOVE 'HITS READ'                TO CL-LABEL
           MOVE WS-HITS-READ               TO CL-COUNT
           WRITE SCR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HITS IN WINDOW'           TO CL-LABEL
           MOVE WS-HITS-IN-WINDOW          TO CL-COUNT
           WRITE SCR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS WITH HITS'        TO CL-LABEL
           MOVE WS-CLIENTS-LISTED          TO CL-COUNT
           WRITE SCR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REPEAT OFFENDERS'         TO CL-LABEL
           MOVE WS-REPEAT-CLIENTS          TO CL-COUNT
           WRITE SCR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ENTRIES ON LIST'          TO CL-LABEL
           MOVE WS-ENTRIES-ON-LIST         TO CL-COUNT
           WRITE SCR-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ENTRIES NEVER HIT'        TO CL-LABEL
           MOVE WS-ENTRIES-NEVER-HIT       TO CL-COUNT
           WRITE SCR-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE SCRN-HIT-FILE
           CLOSE NAME-SCREEN-FILE
           CLOSE SCR-REPORT-FILE

           DISPLAY 'GHSCR010 - HITS IN WINDOW : ' WS-HITS-IN-WINDOW
           DISPLAY 'GHSCR010 - CLIENTS        : ' WS-CLIENTS-LISTED
           DISPLAY 'GHSCR010 - REPEAT CLIENTS : ' WS-REPEAT-CLIENTS
           IF WS-REPEAT-CLIENTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-PRINT-ONE-CLIENT-THRU-EXIT.
           ADD 1 TO WS-CLIENTS-LISTED
           MOVE WS-CT-CLIENT-ID(WS-CT-IDX)     TO CDL-CLIENT-ID
           MOVE WS-CT-CLASS(WS-CT-IDX)         TO CDL-CLASS
           MOVE WS-CT-HITS(WS-CT-IDX)          TO CDL-HITS
           MOVE WS-CT-ONLINE(WS-CT-IDX)        TO CDL-ONLINE
           MOVE WS-CT-BULK(WS-CT-IDX)          TO CDL-BULK
           MOVE WS-CT-RETRY(WS-CT-IDX)         TO CDL-RETRY
           MOVE WS-CT-LAST-ENTRY-ID(WS-CT-IDX) TO CDL-LAST-ENTRY-ID
           MOVE SPACES                         TO CDL-REPEAT-FLAG
           IF WS-CT-HITS(WS-CT-IDX) >= WS-REPEAT-THRESHOLD
               MOVE 'REPEAT OFFENDER' TO CDL-REPEAT-FLAG
               ADD 1 TO WS-REPEAT-CLIENTS
           END-IF
           WRITE SCR-REPORT-LINE FROM WS-CLIENT-LINE.
       8100-EXIT.
           EXIT.

       8200-PRINT-ONE-ENTRY-THRU-EXIT.
           MOVE WS-ET-ENTRY-ID(WS-ET-IDX)   TO EDL-ENTRY-ID
           MOVE WS-ET-MATCH-TYPE(WS-ET-IDX) TO EDL-MATCH-TYPE
           MOVE WS-ET-CATEGORY(WS-ET-IDX)   TO EDL-CATEGORY
           MOVE WS-ET-PATTERN(WS-ET-IDX)    TO EDL-PATTERN
           MOVE WS-ET-HITS(WS-ET-IDX)       TO EDL-HITS
           MOVE SPACES                      TO EDL-NOTE
           IF WS-ET-NOT-ON-LIST(WS-ET-IDX)
               MOVE 'NOT ON LIST' TO EDL-NOTE
           ELSE
               IF WS-ET-HITS(WS-ET-IDX) = 0
                   MOVE 'NEVER HIT' TO EDL-NOTE
                   ADD 1 TO WS-ENTRIES-NEVER-HIT
               END-IF
           END-IF
           WRITE SCR-REPORT-LINE FROM WS-ENTRY-LINE.
       8200-EXIT.
           EXIT.

       COPY GHLDGCHK.
