       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHMWL010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHMWL010 - planned maintenance-window calendar load.        *
      *                                                                *
      *   Applies operations' control cards to the MAINTWIN KSDS -   *
      *   one row per planned outage (start, end, scope, reason).    *
      *   While a window is open JMT00/JMT00V2 refuse calls with      *
      *   2002, GHBAT010 answers its feed rows with 2002, JMTMON      *
      *   holds its alerts back and GHSLA010 leaves the timings out  *
      *   of the SLA percentiles. Rejected cards are printed on       *
      *   MWLRPT with a reason, followed by the calendar of windows  *
      *   still to come as it stands after the run.                  *
      *                                                                *
      *   Cards (CTLCARDS, 80 bytes; '*' in column 1 for a comment): *
      *     col  1     action - A add a window, C change it, D       *
      *                cancel it                                      *
      *     cols 3-12  window reference (the change record number)   *
      *     cols 14-27 start YYYYMMDDHHMMSS, local time               *
      *     cols 29-42 end YYYYMMDDHHMMSS - the first second the     *
      *                service is back                                *
      *     cols 44-47 scope - ALL, ONLN (online operations) or      *
      *                BULK (the GHBAT010 feed)                       *
      *     cols 49-80 reason                                         *
      *   A needs every field. On C a blank field keeps what is on   *
      *   file; D needs only the reference.                           *
      *                                                                *
      *   The calendar is for PLANNED work: A is refused for a       *
      *   window already over, and a window that has ended can no    *
      *   longer be changed - the SLA report relies on it. A window  *
      *   that has started cannot be cancelled either (its timings   *
      *   are already excluded); end it early with C instead. A is  *
      *   refused for a reference already on file and C/D for one    *
      *   that is not.                                                *
      *                                                                *
      *   JCL           : JCL/GHMWL010.jcl                            *
      *   DD CTLCARDS   : maintenance-window cards (input)            *
      *   DD MAINTWIN   : maintenance-window VSAM KSDS (in/output)    *
      *   DD MWLRPT     : printed maintenance report (output)         *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MWL-CONTROL-FILE ASSIGN TO CTLCARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARDS-STATUS.

           SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-KEY
               FILE STATUS IS WS-MAINTWIN-STATUS.

           SELECT MWL-REPORT-FILE ASSIGN TO MWLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MWLRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MWL-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MWL-CONTROL-CARD.
           05 MC-ACTION                    PIC X(01).
               88 MC-ADD                      VALUE 'A'.
               88 MC-CHANGE                   VALUE 'C'.
               88 MC-CANCEL                   VALUE 'D'.
           05 FILLER                       PIC X(01).
           05 MC-WINDOW-REF                PIC X(10).
           05 FILLER                       PIC X(01).
           05 MC-START-TS                  PIC X(14).
           05 FILLER                       PIC X(01).
           05 MC-END-TS                    PIC X(14).
           05 FILLER                       PIC X(01).
           05 MC-SCOPE                     PIC X(04).
               88 MC-SCOPE-VALID              VALUE 'ALL ' 'ONLN'
                                                    'BULK'.
           05 FILLER                       PIC X(01).
           05 MC-REASON                    PIC X(32).

       FD  MAINT-WINDOW-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY MAINTWIN.

       FD  MWL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MWL-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-MAINTWIN-STATUS           PIC X(02) VALUE '00'.
           05 WS-MWLRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-CARD-OK-SW                PIC X(01) VALUE 'Y'.
               88 WS-CARD-OK                  VALUE 'Y'.
               88 WS-CARD-REJECTED            VALUE 'N'.
           05 WS-FOUND-SW                  PIC X(01) VALUE 'N'.
               88 WS-WINDOW-FOUND             VALUE 'Y'.
           05 WS-SCAN-DONE-SW              PIC X(01) VALUE 'N'.
               88 WS-SCAN-DONE                VALUE 'Y'.
           05 WS-TS-OK-SW                  PIC X(01) VALUE 'Y'.
               88 WS-TS-OK                    VALUE 'Y'.
               88 WS-TS-BAD                   VALUE 'N'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-NOW-TS-AREA.
           05 WS-NOW-DATE                  PIC 9(08).
           05 WS-NOW-HMS                   PIC 9(06).
       01  WS-NOW-TS REDEFINES WS-NOW-TS-AREA
                                           PIC 9(14).

      * 2250-CHECK-TIMESTAMP argument - a card timestamp taken apart
       01  WS-TS-CHECK                     PIC X(14).
       01  WS-TS-PARTS REDEFINES WS-TS-CHECK.
           05 WS-TS-YEAR                   PIC 9(04).
           05 WS-TS-MONTH                  PIC 9(02).
           05 WS-TS-DAY                    PIC 9(02).
           05 WS-TS-HOUR                   PIC 9(02).
           05 WS-TS-MINUTE                 PIC 9(02).
           05 WS-TS-SECOND                 PIC 9(02).

       01  WS-CARD-START                   PIC 9(14).
       01  WS-CARD-END                     PIC 9(14).
       01  WS-REJECT-REASON                PIC X(38).
       01  WS-SAVE-RECORD                  PIC X(100).
       01  WS-OLD-KEY                      PIC X(24).
       01  WS-CALENDAR-COUNT               PIC 9(09) COMP-5 VALUE 0.

       01  WS-CARDS-READ                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-WINDOWS-ADDED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-WINDOWS-CHANGED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-WINDOWS-CANCELLED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-CARDS-REJECTED               PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(132) VALUE
                  'BAQ HELLOWORLD - MAINTENANCE-WINDOW CALENDAR REPORT'.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(10) VALUE 'ACTION'.
           05 FILLER                PIC X(12) VALUE 'WINDOW'.
           05 FILLER                PIC X(16) VALUE 'START'.
           05 FILLER                PIC X(16) VALUE 'END'.
           05 FILLER                PIC X(06) VALUE 'SCOPE'.
           05 FILLER                PIC X(34) VALUE 'REASON'.
           05 FILLER                PIC X(38) VALUE 'REJECT REASON'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-ACTION             PIC X(10).
           05 DL-WINDOW-REF         PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-START-TS           PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-END-TS             PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-SCOPE              PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-REASON             PIC X(32).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-REJECT-REASON      PIC X(38).

       01  WS-CALENDAR-HEAD.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(132) VALUE
                  'WINDOWS STILL TO COME OR OPEN NOW, AFTER THIS RUN'.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHMWL010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 7000-LIST-CALENDAR    THRU 7000-EXIT
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'WINDOWS ADDED'     TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-WINDOWS-ADDED    TO WS-LDG-COUNT-VALUE(1)
           MOVE 'WINDOWS CHANGED'   TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-WINDOWS-CHANGED  TO WS-LDG-COUNT-VALUE(2)
           MOVE 'CARDS REJECTED'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-CARDS-REJECTED   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE      TO WS-NOW-DATE
           MOVE WS-CURRENT-TIME(1:6) TO WS-NOW-HMS

           OPEN INPUT  MWL-CONTROL-FILE
           OPEN I-O    MAINT-WINDOW-FILE
           OPEN OUTPUT MWL-REPORT-FILE

           IF WS-CTLCARDS-STATUS NOT = '00'
               DISPLAY 'GHMWL010 - UNABLE TO OPEN CTLCARDS, STATUS='
                       WS-CTLCARDS-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-MAINTWIN-STATUS NOT = '00'
               DISPLAY 'GHMWL010 - UNABLE TO OPEN MAINTWIN, STATUS='
                       WS-MAINTWIN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-MWLRPT-STATUS NOT = '00'
               DISPLAY 'GHMWL010 - UNABLE TO OPEN MWLRPT, STATUS='
                       WS-MWLRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE MWL-REPORT-LINE FROM WS-HEADING-1
           WRITE MWL-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           IF MWL-CONTROL-CARD(1:1) = '*'
                   OR MWL-CONTROL-CARD = SPACES
               PERFORM 2100-READ-CARD THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-CARDS-READ
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT

           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN MC-ADD
                       PERFORM 3000-ADD-WINDOW    THRU 3000-EXIT
                   WHEN MC-CHANGE
                       PERFORM 4000-CHANGE-WINDOW THRU 4000-EXIT
                   WHEN MC-CANCEL
                       PERFORM 5000-CANCEL-WINDOW THRU 5000-EXIT
               END-EVALUATE
           END-IF

           PERFORM 2300-PRINT-CARD THRU 2300-EXIT

           PERFORM 2100-READ-CARD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-CARD.
           READ MWL-CONTROL-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-VALIDATE-CARD - action known, reference present, the
      *                      fields an A card needs all there, and
      *                      every timestamp given a real one. The
      *                      start/end order and the "already over"
      *                      rules are checked against the row as it
      *                      will be written, in 3000/4000.
      *---------------------------------------------------------------
       2200-VALIDATE-CARD.
           IF NOT MC-ADD AND NOT MC-CHANGE AND NOT MC-CANCEL
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF MC-WINDOW-REF = SPACES
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'WINDOW REFERENCE IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF MC-CANCEL
               GO TO 2200-EXIT
           END-IF

           IF MC-ADD
                   AND (MC-START-TS = SPACES OR MC-END-TS = SPACES
                        OR MC-SCOPE = SPACES OR MC-REASON = SPACES)
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'START, END, SCOPE AND REASON REQUIRED'
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE 0 TO WS-CARD-START
           IF MC-START-TS NOT = SPACES
               MOVE MC-START-TS TO WS-TS-CHECK
               PERFORM 2250-CHECK-TIMESTAMP THRU 2250-EXIT
               IF WS-TS-BAD
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'START IS NOT A YYYYMMDDHHMMSS TIME'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE MC-START-TS TO WS-CARD-START
           END-IF

           MOVE 0 TO WS-CARD-END
           IF MC-END-TS NOT = SPACES
               MOVE MC-END-TS TO WS-TS-CHECK
               PERFORM 2250-CHECK-TIMESTAMP THRU 2250-EXIT
               IF WS-TS-BAD
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'END IS NOT A YYYYMMDDHHMMSS TIME'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
               MOVE MC-END-TS TO WS-CARD-END
           END-IF

           IF MC-SCOPE NOT = SPACES AND NOT MC-SCOPE-VALID
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'SCOPE NOT ALL, ONLN OR BULK' TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.

       2250-CHECK-TIMESTAMP.
           SET WS-TS-OK TO TRUE
           IF WS-TS-CHECK NOT NUMERIC
               SET WS-TS-BAD TO TRUE
               GO TO 2250-EXIT
           END-IF

           IF WS-TS-YEAR < 2000
                   OR WS-TS-MONTH < 01 OR WS-TS-MONTH > 12
                   OR WS-TS-DAY < 01 OR WS-TS-DAY > 31
                   OR WS-TS-HOUR > 23
                   OR WS-TS-MINUTE > 59
                   OR WS-TS-SECOND > 59
               SET WS-TS-BAD TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

       2300-PRINT-CARD.
           EVALUATE TRUE
               WHEN WS-CARD-REJECTED
                   ADD 1 TO WS-CARDS-REJECTED
                   MOVE 'REJECTED'   TO DL-ACTION
               WHEN MC-ADD
                   MOVE 'ADDED'      TO DL-ACTION
               WHEN MC-CHANGE
                   MOVE 'CHANGED'    TO DL-ACTION
               WHEN MC-CANCEL
                   MOVE 'CANCELLED'  TO DL-ACTION
           END-EVALUATE

           MOVE MC-WINDOW-REF    TO DL-WINDOW-REF
           MOVE WS-REJECT-REASON TO DL-REJECT-REASON
           IF WS-CARD-OK
               MOVE MW-START-TS  TO DL-START-TS
               MOVE MW-END-TS    TO DL-END-TS
               MOVE MW-SCOPE     TO DL-SCOPE
               MOVE MW-REASON    TO DL-REASON
           ELSE
               MOVE MC-START-TS  TO DL-START-TS
               MOVE MC-END-TS    TO DL-END-TS
               MOVE MC-SCOPE     TO DL-SCOPE
               MOVE MC-REASON    TO DL-REASON
           END-IF
           WRITE MWL-REPORT-LINE FROM WS-DETAIL-LINE.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-ADD-WINDOW - a new window; the reference must be new and
      *                   the window not already over
      *---------------------------------------------------------------
       3000-ADD-WINDOW.
           IF WS-CARD-END NOT > WS-CARD-START
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'END NOT AFTER START' TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF

           IF WS-CARD-END NOT > WS-NOW-TS
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'WINDOW ALREADY OVER - PLANNED WORK ONLY'
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF

           PERFORM 6000-FIND-WINDOW THRU 6000-EXIT
           IF WS-WINDOW-FOUND
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'WINDOW ALREADY ON FILE - USE C OR D'
                   TO WS-REJECT-REASON
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES           TO MAINT-WINDOW-RECORD
           MOVE WS-CARD-END      TO MW-END-TS
           MOVE MC-WINDOW-REF    TO MW-WINDOW-REF
           MOVE WS-CARD-START    TO MW-START-TS
           MOVE MC-SCOPE         TO MW-SCOPE
           MOVE MC-REASON        TO MW-REASON
           MOVE WS-CURRENT-DATE  TO MW-MAINT-DATE
           MOVE MC-ACTION        TO MW-MAINT-ACTION

           WRITE MAINT-WINDOW-RECORD
               INVALID KEY
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'MAINTWIN WRITE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-WINDOWS-ADDED
           END-WRITE.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-CHANGE-WINDOW - correct a window not yet over; blank
      *                      fields keep the values on file. The end
      *                      timestamp is part of the key, so the row
      *                      is replaced rather than rewritten.
      *---------------------------------------------------------------
       4000-CHANGE-WINDOW.
           PERFORM 6000-FIND-WINDOW THRU 6000-EXIT
           IF NOT WS-WINDOW-FOUND
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'NO WINDOW ON FILE FOR REFERENCE'
                   TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           IF MW-END-TS NOT > WS-NOW-TS
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'WINDOW HAS ENDED - NO LONGER CHANGED'
                   TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE MW-KEY              TO WS-OLD-KEY
           MOVE MAINT-WINDOW-RECORD TO WS-SAVE-RECORD
           IF WS-CARD-START NOT = 0
               MOVE WS-CARD-START TO MW-START-TS
           END-IF
           IF WS-CARD-END NOT = 0
               MOVE WS-CARD-END   TO MW-END-TS
           END-IF
           IF MC-SCOPE NOT = SPACES
               MOVE MC-SCOPE      TO MW-SCOPE
           END-IF
           IF MC-REASON NOT = SPACES
               MOVE MC-REASON     TO MW-REASON
           END-IF

           IF MW-END-TS NOT > MW-START-TS
               MOVE WS-SAVE-RECORD TO MAINT-WINDOW-RECORD
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'END NOT AFTER START' TO WS-REJECT-REASON
               GO TO 4000-EXIT
           END-IF

           MOVE WS-CURRENT-DATE  TO MW-MAINT-DATE
           MOVE MC-ACTION        TO MW-MAINT-ACTION

      * Out with the row under its old key, in with the new one.
           MOVE MAINT-WINDOW-RECORD TO WS-SAVE-RECORD
           MOVE WS-OLD-KEY          TO MW-KEY
           DELETE MAINT-WINDOW-FILE
               INVALID KEY
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'MAINTWIN DELETE FAILED' TO WS-REJECT-REASON
                   GO TO 4000-EXIT
           END-DELETE

           MOVE WS-SAVE-RECORD TO MAINT-WINDOW-RECORD
           WRITE MAINT-WINDOW-RECORD
               INVALID KEY
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'MAINTWIN WRITE FAILED - WINDOW LOST'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-WINDOWS-CHANGED
           END-WRITE.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-CANCEL-WINDOW - work called off before it began; a
      *                      window already under way stays on file
      *---------------------------------------------------------------
       5000-CANCEL-WINDOW.
           PERFORM 6000-FIND-WINDOW THRU 6000-EXIT
           IF NOT WS-WINDOW-FOUND
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'NO WINDOW ON FILE FOR REFERENCE'
                   TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           IF MW-START-TS NOT > WS-NOW-TS
               SET WS-CARD-REJECTED TO TRUE
               MOVE 'WINDOW HAS STARTED - END IT WITH C'
                   TO WS-REJECT-REASON
               GO TO 5000-EXIT
           END-IF

           DELETE MAINT-WINDOW-FILE
               INVALID KEY
                   SET WS-CARD-REJECTED TO TRUE
                   MOVE 'MAINTWIN DELETE FAILED' TO WS-REJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-WINDOWS-CANCELLED
           END-DELETE.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 6000-FIND-WINDOW - the file is keyed on end time, so finding
      *                    a window by its reference is a pass over
      *                    the calendar; on a hit the row is left in
      *                    the record area as the current record
      *---------------------------------------------------------------
       6000-FIND-WINDOW.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 'N' TO WS-SCAN-DONE-SW
           MOVE LOW-VALUES TO MW-KEY
           START MAINT-WINDOW-FILE KEY IS NOT LESS THAN MW-KEY
               INVALID KEY
                   GO TO 6000-EXIT
           END-START

           PERFORM 6100-SCAN-ONE-WINDOW THRU 6100-EXIT
               UNTIL WS-WINDOW-FOUND OR WS-SCAN-DONE.
       6000-EXIT.
           EXIT.

       6100-SCAN-ONE-WINDOW.
           READ MAINT-WINDOW-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 6100-EXIT
           END-READ

           IF MW-WINDOW-REF = MC-WINDOW-REF
               SET WS-WINDOW-FOUND TO TRUE
           END-IF.
       6100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 7000-LIST-CALENDAR - every window not yet over, as the online
      *                      region and the batch jobs will now see it
      *---------------------------------------------------------------
       7000-LIST-CALENDAR.
           WRITE MWL-REPORT-LINE FROM WS-CALENDAR-HEAD
           MOVE 'N' TO WS-SCAN-DONE-SW
           COMPUTE MW-END-TS = WS-NOW-TS + 1
           MOVE LOW-VALUES TO MW-WINDOW-REF
           START MAINT-WINDOW-FILE KEY IS NOT LESS THAN MW-KEY
               INVALID KEY
                   SET WS-SCAN-DONE TO TRUE
           END-START

           PERFORM 7100-LIST-ONE-WINDOW THRU 7100-EXIT
               UNTIL WS-SCAN-DONE.
       7000-EXIT.
           EXIT.

       7100-LIST-ONE-WINDOW.
           READ MAINT-WINDOW-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE TO TRUE
                   GO TO 7100-EXIT
           END-READ

           ADD 1 TO WS-CALENDAR-COUNT
           IF MW-START-TS NOT > WS-NOW-TS
               MOVE 'OPEN NOW'   TO DL-ACTION
           ELSE
               MOVE 'PLANNED'    TO DL-ACTION
           END-IF
           MOVE MW-WINDOW-REF    TO DL-WINDOW-REF
           MOVE MW-START-TS      TO DL-START-TS
           MOVE MW-END-TS        TO DL-END-TS
           MOVE MW-SCOPE         TO DL-SCOPE
           MOVE MW-REASON        TO DL-REASON
           MOVE SPACES           TO DL-REJECT-REASON
           WRITE MWL-REPORT-LINE FROM WS-DETAIL-LINE.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'CARDS READ'              TO CL-LABEL
           MOVE WS-CARDS-READ             TO CL-COUNT
           WRITE MWL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'WINDOWS ADDED'           TO CL-LABEL
           MOVE WS-WINDOWS-ADDED          TO CL-COUNT
           WRITE MWL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'WINDOWS CHANGED'         TO CL-LABEL
           MOVE WS-WINDOWS-CHANGED        TO CL-COUNT
           WRITE MWL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'WINDOWS CANCELLED'       TO CL-LABEL
           MOVE WS-WINDOWS-CANCELLED      TO CL-COUNT
           WRITE MWL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CARDS REJECTED'          TO CL-LABEL
           MOVE WS-CARDS-REJECTED         TO CL-COUNT
           WRITE MWL-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'WINDOWS ON THE CALENDAR'  TO CL-LABEL
           MOVE WS-CALENDAR-COUNT         TO CL-COUNT
           WRITE MWL-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE MWL-CONTROL-FILE
           CLOSE MAINT-WINDOW-FILE
           CLOSE MWL-REPORT-FILE

           DISPLAY 'GHMWL010 - CARDS READ : ' WS-CARDS-READ
           DISPLAY 'GHMWL010 - REJECTED   : ' WS-CARDS-REJECTED
      * A rejected card is planned work the service will not honour
      * - the scheduler must see it.
           IF WS-CARDS-REJECTED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
