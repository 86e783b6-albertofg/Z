       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHLKS010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHLKS010 - authentication-failure lockout summary.          *
      *                                                                *
      *   Security's nightly look at AUTHLOCK, the rows LOCKCHK keeps *
      *   for every client id (and every client id's session token)   *
      *   that has failed with 1004, 1006 or 1009. JMTMON pages       *
      *   each lockout as it starts (GHMON008W); this is the morning  *
      *   after, covering the 24 hours up to the run:                 *
      *                                                                *
      *     LOCKOUT - a lock that started in the period, with the     *
      *               failures that started it and how it stands:     *
      *               IN FORCE to its end time, LIFTED early on HWCM  *
      *               (by whom and when), or ENDED when it ran out    *
      *     FAILING - a row that failed in the period without a lock  *
      *               starting, with its failures in the period - a   *
      *               partner with broken credentials, or a prober    *
      *               keeping under the limit                         *
      *                                                                *
      *   Rows print in AUTHLOCK key order, so each client id's own   *
      *   row comes just ahead of its tokens'. Timestamps compare on  *
      *   their first 14 bytes, as GHTKA010 compares them.            *
      *                                                                *
      *   Ends RC=4 when any lockout started in the period - the      *
      *   security-finding convention of GHTKA010 - so automation can *
      *   page security without failing the nightly stream.           *
      *                                                                *
      *   JCL           : JCL/GHLKS010.jcl                            *
      *   DD AUTHLOCK   : lockout VSAM KSDS (input)                   *
      *   DD LKSRPT     : printed lockout summary (output)            *
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
           SELECT AUTH-LOCK-FILE ASSIGN TO AUTHLOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-AUTHLOCK-STATUS.

           SELECT LKS-REPORT-FILE ASSIGN TO LKSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LKSRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-LOCK-FILE
           RECORD CONTAINS 350 CHARACTERS.
           COPY AUTHLOCK.

       FD  LKS-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  LKS-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-AUTHLOCK-STATUS           PIC X(02) VALUE '00'.
           05 WS-LKSRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-RUN-INTEGER                  PIC S9(9) COMP-5.
       01  WS-FROM-DATE                    PIC 9(08).
       01  WS-NOW-TS14                     PIC X(14).
       01  WS-FROM-TS14                    PIC X(14).
       01  WS-EDIT-TS14                    PIC X(14).
       01  WS-FAIL-IDX                     PIC S9(4) COMP-5.
       01  WS-PERIOD-FAILS                 PIC 9(04) COMP-5.

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-LOCKOUT-CT                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-IN-FORCE-CT                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-LIFTED-CT                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-FAILING-CT                   PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - AUTHENTICATION LOCKOUT SUMMARY'.
           05 FILLER                PIC X(80) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(15) VALUE 'PERIOD FROM   '.
           05 HD-FROM               PIC X(16).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 HD-TO                 PIC X(16).
           05 FILLER                PIC X(81) VALUE SPACES.

       01  WS-HEADING-3.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(46) VALUE
                  'TYPE     CLIENT ID'.
           05 FILLER                PIC X(37) VALUE
                  'TOKEN ID'.
           05 FILLER                PIC X(49) VALUE
                  'FLS STAT OUTCOME   AT               BY'.

       01  WS-ROW-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 RL-TYPE               PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-TOKEN-ID           PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-FAILS              PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-STATUS             PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-OUTCOME            PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-OUTCOME-TS         PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RL-BY                 PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-EDIT-TS                      PIC X(16).

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHLKS010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-JUDGE-ONE-ROW    THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'AUTHLOCK ROWS'      TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ         TO WS-LDG-COUNT-VALUE(1)
           MOVE 'LOCKOUTS STARTED'   TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-LOCKOUT-CT        TO WS-LDG-COUNT-VALUE(2)
           MOVE 'FAILING UNLOCKED'   TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-FAILING-CT        TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

      *---------------------------------------------------------------
      * 1000-INITIALIZE - the period is the 24 hours up to the run:
      *                   yesterday at this time until now. Calendar
      *                   arithmetic via the intrinsic pair, as
      *                   GHANR010 does.
      *---------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-NOW-TS14
           STRING WS-CURRENT-DATE      DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
               INTO WS-NOW-TS14

           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER)
           MOVE SPACES TO WS-FROM-TS14
           STRING WS-FROM-DATE         DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
               INTO WS-FROM-TS14

           OPEN INPUT  AUTH-LOCK-FILE
           OPEN OUTPUT LKS-REPORT-FILE

           IF WS-AUTHLOCK-STATUS NOT = '00'
               DISPLAY 'GHLKS010 - UNABLE TO OPEN AUTHLOCK, STATUS='
                       WS-AUTHLOCK-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-LKSRPT-STATUS NOT = '00'
               DISPLAY 'GHLKS010 - UNABLE TO OPEN LKSRPT, STATUS='
                       WS-LKSRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           WRITE LKS-REPORT-LINE FROM WS-HEADING-1
           MOVE WS-FROM-TS14 TO WS-EDIT-TS14
           PERFORM 3900-EDIT-TS THRU 3900-EXIT
           MOVE WS-EDIT-TS TO HD-FROM
           MOVE WS-NOW-TS14 TO WS-EDIT-TS14
           PERFORM 3900-EDIT-TS THRU 3900-EXIT
           MOVE WS-EDIT-TS TO HD-TO
           WRITE LKS-REPORT-LINE FROM WS-HEADING-2
           WRITE LKS-REPORT-LINE FROM WS-HEADING-3

           MOVE LOW-VALUES TO AL-KEY
           START AUTH-LOCK-FILE KEY IS GREATER THAN AL-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           IF NOT WS-EOF
               PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       2100-READ-NEXT-ROW.
           READ AUTH-LOCK-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-JUDGE-ONE-ROW - a lock started in the period prints as
      *                      LOCKOUT; otherwise a failure in the period
      *                      prints as FAILING; anything else is quiet
      *---------------------------------------------------------------
       2000-JUDGE-ONE-ROW.
           ADD 1 TO WS-ROWS-READ

           IF AL-LOCK-START-TS NOT = SPACES
                   AND AL-LOCK-START-TS(1:14) NOT < WS-FROM-TS14
               PERFORM 3000-PRINT-LOCKOUT THRU 3000-EXIT
           ELSE
               IF AL-LAST-FAIL-TS NOT = SPACES
                       AND AL-LAST-FAIL-TS(1:14) NOT < WS-FROM-TS14
                   PERFORM 3100-PRINT-FAILING THRU 3100-EXIT
               END-IF
           END-IF

           PERFORM 2100-READ-NEXT-ROW THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-PRINT-LOCKOUT - LOCKCHK clears the lifted fields when a
      *                      lock starts, so lifted fields present
      *                      belong to this lock
      *---------------------------------------------------------------
       3000-PRINT-LOCKOUT.
           ADD 1 TO WS-LOCKOUT-CT
           MOVE SPACES TO WS-ROW-LINE
           MOVE 'LOCKOUT '       TO RL-TYPE
           MOVE AL-LOCK-FAILURES TO RL-FAILS
           MOVE SPACES           TO RL-BY

           EVALUATE TRUE
               WHEN AL-LOCKED
                       AND AL-LOCK-UNTIL-TS > WS-NOW-TS14
                   ADD 1 TO WS-IN-FORCE-CT
                   MOVE 'IN FORCE'            TO RL-OUTCOME
                   MOVE AL-LOCK-UNTIL-TS      TO WS-EDIT-TS14
               WHEN AL-LIFTED-TS NOT = SPACES
                   ADD 1 TO WS-LIFTED-CT
                   MOVE 'LIFTED'              TO RL-OUTCOME
                   MOVE AL-LIFTED-TS(1:14)    TO WS-EDIT-TS14
                   MOVE AL-LIFTED-BY          TO RL-BY
               WHEN OTHER
                   MOVE 'ENDED'               TO RL-OUTCOME
                   MOVE AL-LOCK-UNTIL-TS      TO WS-EDIT-TS14
           END-EVALUATE

           PERFORM 3200-PRINT-ROW THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3100-PRINT-FAILING - failures in the period are the failure
      *                      times on the row inside it (the row keeps
      *                      the latest ten)
      *---------------------------------------------------------------
       3100-PRINT-FAILING.
           ADD 1 TO WS-FAILING-CT
           MOVE SPACES TO WS-ROW-LINE
           MOVE 'FAILING '  TO RL-TYPE
           MOVE 0 TO WS-PERIOD-FAILS
           PERFORM 3110-COUNT-ONE-FAIL-TS THRU 3110-EXIT
               VARYING WS-FAIL-IDX FROM 1 BY 1
               UNTIL WS-FAIL-IDX > 10
           MOVE WS-PERIOD-FAILS       TO RL-FAILS
           MOVE 'LAST FAIL'           TO RL-OUTCOME
           MOVE AL-LAST-FAIL-TS(1:14) TO WS-EDIT-TS14
           MOVE SPACES                TO RL-BY

           PERFORM 3200-PRINT-ROW THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3110-COUNT-ONE-FAIL-TS.
           IF AL-FAIL-TS(WS-FAIL-IDX) NOT = SPACES
                   AND AL-FAIL-TS(WS-FAIL-IDX) NOT < WS-FROM-TS14
               ADD 1 TO WS-PERIOD-FAILS
           END-IF.
       3110-EXIT.
           EXIT.

       3200-PRINT-ROW.
           MOVE AL-CLIENT-ID TO RL-CLIENT-ID
           IF AL-TOKEN-ID = SPACES
               MOVE '(CLIENT ID)' TO RL-TOKEN-ID
           ELSE
               MOVE AL-TOKEN-ID   TO RL-TOKEN-ID
           END-IF
           MOVE AL-LAST-STATUS-CODE TO RL-STATUS
           PERFORM 3900-EDIT-TS THRU 3900-EXIT
           MOVE WS-EDIT-TS TO RL-OUTCOME-TS
           WRITE LKS-REPORT-LINE FROM WS-ROW-LINE.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3900-EDIT-TS - YYYYMMDDHHMMSS as YYYY-MM-DD HH:MM
      *---------------------------------------------------------------
       3900-EDIT-TS.
           MOVE SPACES TO WS-EDIT-TS
           STRING WS-EDIT-TS14(1:4)  '-'
                  WS-EDIT-TS14(5:2)  '-'
                  WS-EDIT-TS14(7:2)  ' '
                  WS-EDIT-TS14(9:2)  ':'
                  WS-EDIT-TS14(11:2)
               DELIMITED BY SIZE INTO WS-EDIT-TS.
       3900-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'AUTHLOCK ROWS READ'       TO CL-LABEL
           MOVE WS-ROWS-READ               TO CL-COUNT
           WRITE LKS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LOCKOUTS STARTED'         TO CL-LABEL
           MOVE WS-LOCKOUT-CT              TO CL-COUNT
           WRITE LKS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  STILL IN FORCE'         TO CL-LABEL
           MOVE WS-IN-FORCE-CT             TO CL-COUNT
           WRITE LKS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  LIFTED ON HWCM'         TO CL-LABEL
           MOVE WS-LIFTED-CT               TO CL-COUNT
           WRITE LKS-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'FAILING, NOT LOCKED'      TO CL-LABEL
           MOVE WS-FAILING-CT              TO CL-COUNT
           WRITE LKS-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE AUTH-LOCK-FILE
           CLOSE LKS-REPORT-FILE

           DISPLAY 'GHLKS010 - ROWS READ         : ' WS-ROWS-READ
           DISPLAY 'GHLKS010 - LOCKOUTS STARTED  : ' WS-LOCKOUT-CT
           DISPLAY 'GHLKS010 - STILL IN FORCE    : ' WS-IN-FORCE-CT
           DISPLAY 'GHLKS010 - FAILING, UNLOCKED : ' WS-FAILING-CT

           IF WS-LOCKOUT-CT > 0
      * A lockout is a security finding, not an operational failure
      * - flag it to the scheduler without failing the stream.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
