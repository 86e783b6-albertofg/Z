       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHSCL010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHSCL010 - prohibited-name screening list load.             *
      *                                                                *
      *   Reads trust-and-safety's screening list delivery (SCRNFEED, *
      *   one change per row), validates each row and applies the     *
      *   good ones to the NAMESCRN KSDS - 'A' WRITEs a new entry or  *
      *   REWRITEs the entry id already on file, 'D' deletes it.      *
      *   Every row is printed on SCLRPT with what was done to it,    *
      *   rejected rows with a reason trust-and-safety can act on.    *
      *                                                                *
      *   The edits: a known transaction code; an entry id, left-     *
      *   justified; a match type of C, W or E (see NAMESCRN); a      *
      *   pattern, left-justified and printable, that is not all '?'  *
      *   wildcards; at least WS-MIN-CONTAINS-LEN real characters in  *
      *   a C (contains) pattern, which matches inside other words    *
      *   and would otherwise refuse half the names it meets; a       *
      *   category; and who asked for the change. Patterns are        *
      *   loaded in upper case with their significant length.         *
      *                                                                *
      *   The list as it now stands is counted at the end. GHBAT010   *
      *   and GHRTY010 hold it in a table of WS-BATCH-TABLE-MAX       *
      *   entries and stop RC 16 on a bigger one, so a load that      *
      *   takes it past that is flagged here first.                   *
      *                                                                *
      *   RC 0 - every row applied; RC 8 - a row was rejected or the  *
      *   list has outgrown the batch table (see SCLRPT).             *
      *                                                                *
      *   JCL           : JCL/GHSCL010.jcl                            *
      *   DD SCRNFEED   : screening list delivery file (input)        *
      *   DD NAMESCRN   : prohibited-name screening list KSDS (I-O)   *
      *   DD SCLRPT     : printed load report (output)                *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRN-FEED-FILE ASSIGN TO SCRNFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNFEED-STATUS.

           SELECT NAME-SCREEN-FILE ASSIGN TO NAMESCRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-ENTRY-ID
               FILE STATUS IS WS-NAMESCRN-STATUS.

           SELECT SCL-REPORT-FILE ASSIGN TO SCLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCLRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCRN-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY SCRNFEED.

       FD  NAME-SCREEN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY NAMESCRN.

       FD  SCL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SCL-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-SCRNFEED-STATUS           PIC X(02) VALUE '00'.
           05 WS-NAMESCRN-STATUS           PIC X(02) VALUE '00'.
           05 WS-SCLRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-ROW-OK-SW                 PIC X(01) VALUE 'Y'.
               88 WS-ROW-OK                   VALUE 'Y'.
               88 WS-ROW-REJECTED             VALUE 'N'.
           05 WS-LIST-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-LIST-EOF                 VALUE 'Y'.

      * A contains-anywhere pattern shorter than this catches far
      * more innocent names than it was meant for - send it as a
      * whole word (W) instead.
       77  WS-MIN-CONTAINS-LEN             PIC S9(4) COMP-5 VALUE 3.
      * The size of the screening table in GHBAT010 and GHRTY010.
       77  WS-BATCH-TABLE-MAX              PIC S9(4) COMP-5 VALUE 500.

       01  WS-CHAR-IDX                     PIC S9(4) COMP-5.
       01  WS-TRIM-LEN                     PIC S9(4) COMP-5.
       01  WS-REAL-CHARS                   PIC S9(4) COMP-5.
       01  WS-PATTERN                      PIC X(40).
       01  WS-REJECT-REASON                PIC X(40).
       01  WS-RESULT                       PIC X(40).

       01  WS-CURRENT-DATE                 PIC 9(08).

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-ADDED                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REPLACED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-DELETED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REJECTED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-APPLIED                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-LIST-ENTRIES                 PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - NAME SCREENING LIST LOAD REPORT'.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(02) VALUE 'TR'.
           05 FILLER                PIC X(10) VALUE 'ENTRY'.
           05 FILLER                PIC X(03) VALUE 'MT'.
           05 FILLER                PIC X(42) VALUE 'PATTERN'.
           05 FILLER                PIC X(12) VALUE 'CATEGORY'.
           05 FILLER                PIC X(10) VALUE 'BY'.
           05 FILLER                PIC X(53) VALUE 'RESULT'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-TRANS-CODE         PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DL-ENTRY-ID           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-MATCH-TYPE         PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-PATTERN            PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-CATEGORY           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-RESULT             PIC X(40).
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       01  WS-WARNING-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(50) VALUE
                  '*** LIST IS LARGER THAN THE GHBAT010/GHRTY010 TABL'.
           05 FILLER                PIC X(50) VALUE
                  'E - THOSE JOBS WILL STOP RC 16 UNTIL IT IS TRIMMED'.
           05 FILLER                PIC X(32) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHSCL010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-COUNT-LIST      THRU 7000-EXIT
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS APPLIED'      TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-APPLIED     TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS REJECTED'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-REJECTED    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT  SCRN-FEED-FILE
           OPEN I-O    NAME-SCREEN-FILE
           OPEN OUTPUT SCL-REPORT-FILE

           IF WS-SCRNFEED-STATUS NOT = '00'
               DISPLAY 'GHSCL010 - UNABLE TO OPEN SCRNFEED, STATUS='
                       WS-SCRNFEED-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NAMESCRN-STATUS NOT = '00'
               DISPLAY 'GHSCL010 - UNABLE TO OPEN NAMESCRN, STATUS='
                       WS-NAMESCRN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SCLRPT-STATUS NOT = '00'
               DISPLAY 'GHSCL010 - UNABLE TO OPEN SCLRPT, STATUS='
                       WS-SCLRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE SCL-REPORT-LINE FROM WS-HEADING-1
           WRITE SCL-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-ROW.
           ADD 1 TO WS-ROWS-READ
           SET WS-ROW-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RESULT

           EVALUATE TRUE
               WHEN SF-TRANS-DELETE
                   PERFORM 2210-VALIDATE-ENTRY-ID THRU 2210-EXIT
                   IF WS-ROW-OK
                       PERFORM 4000-DELETE-ENTRY THRU 4000-EXIT
                   END-IF
               WHEN SF-TRANS-ADD
                   PERFORM 2200-VALIDATE-ROW THRU 2200-EXIT
                   IF WS-ROW-OK
                       PERFORM 3000-LOAD-ENTRY THRU 3000-EXIT
                   END-IF
               WHEN OTHER
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'TRANS CODE NOT A OR D' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-ROW-REJECTED
               ADD 1 TO WS-ROWS-REJECTED
               STRING 'REJECTED - '    DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-RESULT
           ELSE
               ADD 1 TO WS-ROWS-APPLIED
           END-IF

           MOVE SF-TRANS-CODE     TO DL-TRANS-CODE
           MOVE SF-ENTRY-ID       TO DL-ENTRY-ID
           MOVE SF-MATCH-TYPE     TO DL-MATCH-TYPE
           MOVE SF-PATTERN        TO DL-PATTERN
           MOVE SF-CATEGORY       TO DL-CATEGORY
           MOVE SF-REQUESTED-BY   TO DL-REQUESTED-BY
           MOVE WS-RESULT         TO DL-RESULT
           WRITE SCL-REPORT-LINE FROM WS-DETAIL-LINE

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-FEED.
           READ SCRN-FEED-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-VALIDATE-ROW - the edits for an add/replace row; the
      *                     first one that fails is the reason
      *---------------------------------------------------------------
       2200-VALIDATE-ROW.
           PERFORM 2210-VALIDATE-ENTRY-ID THRU 2210-EXIT
           IF WS-ROW-REJECTED
               GO TO 2200-EXIT
           END-IF

           IF SF-MATCH-TYPE NOT = 'C' AND SF-MATCH-TYPE NOT = 'W'
                   AND SF-MATCH-TYPE NOT = 'E'
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'MATCH TYPE NOT C, W OR E' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF SF-PATTERN = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'PATTERN IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF SF-PATTERN(1:1) = SPACE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'PATTERN NOT LEFT-JUSTIFIED' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE SF-PATTERN TO WS-PATTERN
           INSPECT WS-PATTERN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 0 TO WS-TRIM-LEN
           MOVE 0 TO WS-REAL-CHARS
           PERFORM 2230-SCAN-ONE-PATTERN-CHAR THRU 2230-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 40 OR WS-ROW-REJECTED
           IF WS-ROW-REJECTED
               GO TO 2200-EXIT
           END-IF

           IF WS-REAL-CHARS = 0
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'PATTERN IS ALL WILDCARDS' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF SF-MATCH-TYPE = 'C'
                   AND WS-REAL-CHARS < WS-MIN-CONTAINS-LEN
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'CONTAINS PATTERN TOO SHORT - USE W'
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF SF-CATEGORY = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'CATEGORY IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF SF-REQUESTED-BY = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'REQUESTED-BY IS BLANK' TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2210-VALIDATE-ENTRY-ID - present and left-justified; both an
      *                          add and a delete need it
      *---------------------------------------------------------------
       2210-VALIDATE-ENTRY-ID.
           IF SF-ENTRY-ID = SPACES
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'ENTRY ID IS BLANK' TO WS-REJECT-REASON
               GO TO 2210-EXIT
           END-IF

           IF SF-ENTRY-ID(1:1) = SPACE
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'ENTRY ID NOT LEFT-JUSTIFIED' TO WS-REJECT-REASON
           END-IF.
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2230-SCAN-ONE-PATTERN-CHAR - printable characters only (the
      *                              same range GREETLOG accepts in a
      *                              name); the last non-blank gives
      *                              the significant length, and the
      *                              non-wildcards are counted
      *---------------------------------------------------------------
       2230-SCAN-ONE-PATTERN-CHAR.
           IF WS-PATTERN(WS-CHAR-IDX:1) < ' '
                   OR WS-PATTERN(WS-CHAR-IDX:1) > '~'
               SET WS-ROW-REJECTED TO TRUE
               MOVE 'PATTERN HAS NON-PRINTABLE CHARACTER'
                   TO WS-REJECT-REASON
               GO TO 2230-EXIT
           END-IF

           IF WS-PATTERN(WS-CHAR-IDX:1) NOT = SPACE
               MOVE WS-CHAR-IDX TO WS-TRIM-LEN
               IF WS-PATTERN(WS-CHAR-IDX:1) NOT = '?'
                   ADD 1 TO WS-REAL-CHARS
               END-IF
           END-IF.
       2230-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-LOAD-ENTRY - WRITE a new entry, or REWRITE the one
      *                   already held under the entry id
      *---------------------------------------------------------------
       3000-LOAD-ENTRY.
           MOVE SF-ENTRY-ID TO NS-ENTRY-ID
           READ NAME-SCREEN-FILE
               INVALID KEY
                   MOVE SPACES TO NAME-SCREEN-RECORD
                   MOVE 'ADDED' TO WS-RESULT
               NOT INVALID KEY
                   MOVE 'REPLACED' TO WS-RESULT
           END-READ

           MOVE SF-ENTRY-ID       TO NS-ENTRY-ID
           MOVE SF-MATCH-TYPE     TO NS-MATCH-TYPE
           MOVE WS-PATTERN        TO NS-PATTERN
           MOVE WS-TRIM-LEN       TO NS-PATTERN-LEN
           MOVE SF-CATEGORY       TO NS-CATEGORY
           MOVE WS-CURRENT-DATE   TO NS-ADDED-DATE
           MOVE SF-REQUESTED-BY   TO NS-ADDED-BY

           IF WS-RESULT = 'REPLACED'
               REWRITE NAME-SCREEN-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'NAMESCRN WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-REPLACED
               END-REWRITE
           ELSE
               WRITE NAME-SCREEN-RECORD
                   INVALID KEY
                       SET WS-ROW-REJECTED TO TRUE
                       MOVE 'NAMESCRN WRITE FAILED'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ROWS-ADDED
               END-WRITE
           END-IF

           IF WS-ROW-REJECTED
               MOVE SPACES TO WS-RESULT
           END-IF.
       3000-EXIT.
           EXIT.

       4000-DELETE-ENTRY.
           MOVE SF-ENTRY-ID TO NS-ENTRY-ID
           DELETE NAME-SCREEN-FILE
               INVALID KEY
                   SET WS-ROW-REJECTED TO TRUE
                   MOVE 'NO ENTRY ON FILE TO DELETE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-DELETED
                   MOVE 'DELETED' TO WS-RESULT
           END-DELETE.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7000-COUNT-LIST - the list as it stands after the load, for
      *                   the report and the batch table check
      *---------------------------------------------------------------
       7000-COUNT-LIST.
           MOVE LOW-VALUES TO NS-ENTRY-ID
           START NAME-SCREEN-FILE KEY IS NOT LESS THAN NS-ENTRY-ID
               INVALID KEY
                   GO TO 7000-EXIT
           END-START

           PERFORM 7100-COUNT-ONE-ENTRY THRU 7100-EXIT
               UNTIL WS-LIST-EOF.
       7000-EXIT.
           EXIT.

       7100-COUNT-ONE-ENTRY.
           READ NAME-SCREEN-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ
           ADD 1 TO WS-LIST-ENTRIES.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'FEED ROWS READ'          TO CL-LABEL
           MOVE WS-ROWS-READ              TO CL-COUNT
           WRITE SCL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ENTRIES ADDED'           TO CL-LABEL
           MOVE WS-ROWS-ADDED             TO CL-COUNT
           WRITE SCL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ENTRIES REPLACED'        TO CL-LABEL
           MOVE WS-ROWS-REPLACED          TO CL-COUNT
           WRITE SCL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ENTRIES DELETED'         TO CL-LABEL
           MOVE WS-ROWS-DELETED           TO CL-COUNT
           WRITE SCL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS REJECTED'           TO CL-LABEL
           MOVE WS-ROWS-REJECTED          TO CL-COUNT
           WRITE SCL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ENTRIES NOW ON THE LIST'  TO CL-LABEL
           MOVE WS-LIST-ENTRIES           TO CL-COUNT
           WRITE SCL-REPORT-LINE FROM WS-COUNT-LINE
           IF WS-LIST-ENTRIES > WS-BATCH-TABLE-MAX
               WRITE SCL-REPORT-LINE FROM WS-WARNING-LINE
           END-IF

           CLOSE SCRN-FEED-FILE
           CLOSE NAME-SCREEN-FILE
           CLOSE SCL-REPORT-FILE

           DISPLAY 'GHSCL010 - ROWS READ : ' WS-ROWS-READ
           DISPLAY 'GHSCL010 - REJECTED  : ' WS-ROWS-REJECTED
           DISPLAY 'GHSCL010 - ON LIST   : ' WS-LIST-ENTRIES
           IF WS-ROWS-REJECTED > 0
                   OR WS-LIST-ENTRIES > WS-BATCH-TABLE-MAX
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
