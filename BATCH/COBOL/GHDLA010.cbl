       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHDLA010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHDLA010 - retry dead-letter daily aging report.            *
      *                                                                *
      *   Reads the DEADLTR file GHRTY010 writes for every RETRYHLD   *
      *   entry it abandons, and lists each dead letter nobody has    *
      *   decided on HWDL (JMTDLT) within the allowed number of       *
      *   days - undecided, or marked for partner contact but not     *
      *   yet requeued or discarded. The age is whole days from the   *
      *   day GHRTY010 abandoned the entry to the run date.           *
      *                                                                *
      *   The allowed days default to WS-DEFAULT-AGE-DAYS; PARM=      *
      *   'nnn' overrides it for a run (1 to 3 digits).               *
      *                                                                *
      *   Read only - the decisions belong to the operators on HWDL,  *
      *   each one audited on DEADAUD.                                *
      *                                                                *
      *   RC 4 when a letter is still undecided past the allowed      *
      *   days - a finding for the morning, not a failure of the      *
      *   stream (the GHPND010 convention). Letters already marked    *
      *   for contact are listed but do not raise the return code;    *
      *   they are waiting on the partner, not on the operators.      *
      *                                                                *
      *   JCL           : JCL/GHDLA010.jcl                            *
      *   DD DEADLTR    : retry dead-letter VSAM KSDS (input)         *
      *   DD DLARPT     : printed aging report (output)               *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEAD-LETTER-FILE ASSIGN TO DEADLTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT DLA-REPORT-FILE ASSIGN TO DLARPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLARPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEAD-LETTER-FILE
           RECORD CONTAINS 500 CHARACTERS.
           COPY DEADLTR.

       FD  DLA-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DLA-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-DEADLTR-STATUS            PIC X(02) VALUE '00'.
           05 WS-DLARPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.

      * Days a dead letter may wait for a decision before it is listed.
       01  WS-DEFAULT-AGE-DAYS             PIC 9(03) VALUE 3.
       01  WS-AGE-DAYS                     PIC 9(03).
       01  WS-PARM-DIGITS                  PIC X(03).

       01  WS-RUN-DATE                     PIC 9(08).
       01  WS-RUN-INTEGER                  PIC 9(09) COMP-5.
       01  WS-ABANDONED-DATE               PIC 9(08).
       01  WS-LETTER-AGE                   PIC S9(09) COMP-5.

       01  WS-LETTERS-READ                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-LETTERS-UNDECIDED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-LETTERS-CONTACT              PIC 9(09) COMP-5 VALUE 0.
       01  WS-LETTERS-REQUEUED             PIC 9(09) COMP-5 VALUE 0.
       01  WS-LETTERS-DISCARDED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-AGED-UNDECIDED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-AGED-CONTACT                 PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(44) VALUE
                  'BAQ HELLOWORLD - DEAD LETTERS NOT DECIDED IN'.
           05 HD-AGE-DAYS           PIC ZZ9.
           05 FILLER                PIC X(06) VALUE ' DAYS'.
           05 FILLER                PIC X(10) VALUE 'RUN DATE '.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(61) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(37) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(15) VALUE 'ABANDONED'.
           05 FILLER                PIC X(05) VALUE 'AGE'.
           05 FILLER                PIC X(10) VALUE 'STATE'.
           05 FILLER                PIC X(06) VALUE 'LANG'.
           05 FILLER                PIC X(05) VALUE 'LAST'.
           05 FILLER                PIC X(07) VALUE 'RETRIES'.
           05 FILLER                PIC X(47) VALUE 'NAME'.

       01  WS-AGED-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 AL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-ABANDONED          PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-AGE                PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-STATE              PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-LANG               PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-STATUS             PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-RETRIES            PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AL-NAME               PIC X(47).

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
           MOVE 'GHDLA010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-LETTER   THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'DEAD LETTERS'      TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-LETTERS-READ     TO WS-LDG-COUNT-VALUE(1)
           MOVE 'UNDECIDED'         TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-LETTERS-UNDECIDED
                                    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'AGED UNDECIDED'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-AGED-UNDECIDED   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           MOVE WS-DEFAULT-AGE-DAYS TO WS-AGE-DAYS
           IF PARM-LEN > 0
               MOVE SPACES TO WS-PARM-DIGITS
               IF PARM-LEN < 4
                   MOVE PARM-TEXT(1:PARM-LEN)
                       TO WS-PARM-DIGITS(4 - PARM-LEN:PARM-LEN)
                   INSPECT WS-PARM-DIGITS REPLACING LEADING SPACE
                       BY ZERO
               END-IF
               IF WS-PARM-DIGITS NOT NUMERIC
                   DISPLAY 'GHDLA010 - PARM MUST BE 1 TO 3 DIGITS OF '
                           'DAYS: ' PARM-TEXT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PARM-DIGITS TO WS-AGE-DAYS
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      * Calendar arithmetic via the intrinsic pair, as GHANR010 does.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           OPEN INPUT  DEAD-LETTER-FILE
           OPEN OUTPUT DLA-REPORT-FILE

           IF WS-DEADLTR-STATUS NOT = '00'
               DISPLAY 'GHDLA010 - UNABLE TO OPEN DEADLTR, STATUS='
                       WS-DEADLTR-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-DLARPT-STATUS NOT = '00'
               DISPLAY 'GHDLA010 - UNABLE TO OPEN DLARPT, STATUS='
                       WS-DLARPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-AGE-DAYS TO HD-AGE-DAYS
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           WRITE DLA-REPORT-LINE FROM WS-HEADING-1
           WRITE DLA-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-DEADLTR THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-AGE-ONE-LETTER - count every letter by state; list the
      *                       open ones older than the allowed days
      *---------------------------------------------------------------
       2000-AGE-ONE-LETTER.
           ADD 1 TO WS-LETTERS-READ

           EVALUATE TRUE
               WHEN DL-UNDECIDED
                   ADD 1 TO WS-LETTERS-UNDECIDED
               WHEN DL-PARTNER-CONTACT
                   ADD 1 TO WS-LETTERS-CONTACT
               WHEN DL-REQUEUED
                   ADD 1 TO WS-LETTERS-REQUEUED
               WHEN DL-DISCARDED
                   ADD 1 TO WS-LETTERS-DISCARDED
           END-EVALUATE

           IF NOT DL-STILL-OPEN
               GO TO 2000-NEXT
           END-IF

           IF DL-ABANDONED-TS(1:8) NOT NUMERIC
               DISPLAY 'GHDLA010 - BAD ABANDONED DATE FOR '
                       DL-CLIENT-ID ' ' DL-ABANDONED-TS
               GO TO 2000-NEXT
           END-IF
           MOVE DL-ABANDONED-TS(1:8) TO WS-ABANDONED-DATE
           COMPUTE WS-LETTER-AGE = WS-RUN-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-ABANDONED-DATE)

           IF WS-LETTER-AGE > WS-AGE-DAYS
               PERFORM 3000-PRINT-AGED THRU 3000-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-DEADLTR THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-DEADLTR.
           READ DEAD-LETTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       3000-PRINT-AGED.
           IF DL-UNDECIDED
               ADD 1 TO WS-AGED-UNDECIDED
               MOVE 'UNDECIDED' TO AL-STATE
           ELSE
               ADD 1 TO WS-AGED-CONTACT
               MOVE 'CONTACT'   TO AL-STATE
           END-IF

           MOVE DL-CLIENT-ID          TO AL-CLIENT-ID
           MOVE DL-ABANDONED-TS(1:14) TO AL-ABANDONED
           MOVE WS-LETTER-AGE         TO AL-AGE
           MOVE DL-LANG               TO AL-LANG
           MOVE DL-LAST-STATUS-CODE   TO AL-STATUS
           MOVE DL-RETRY-COUNT        TO AL-RETRIES
           MOVE DL-NAME               TO AL-NAME
           WRITE DLA-REPORT-LINE FROM WS-AGED-LINE.
       3000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'DEAD LETTERS ON FILE'     TO CL-LABEL
           MOVE WS-LETTERS-READ            TO CL-COUNT
           WRITE DLA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'UNDECIDED'                TO CL-LABEL
           MOVE WS-LETTERS-UNDECIDED       TO CL-COUNT
           WRITE DLA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'MARKED FOR PARTNER CONTACT' TO CL-LABEL
           MOVE WS-LETTERS-CONTACT         TO CL-COUNT
           WRITE DLA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REQUEUED'                 TO CL-LABEL
           MOVE WS-LETTERS-REQUEUED        TO CL-COUNT
           WRITE DLA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DISCARDED'                TO CL-LABEL
           MOVE WS-LETTERS-DISCARDED       TO CL-COUNT
           WRITE DLA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'UNDECIDED PAST ALLOWED DAYS' TO CL-LABEL
           MOVE WS-AGED-UNDECIDED          TO CL-COUNT
           WRITE DLA-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CONTACT PAST ALLOWED DAYS' TO CL-LABEL
           MOVE WS-AGED-CONTACT            TO CL-COUNT
           WRITE DLA-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHDLA010 - DEAD LETTERS      : ' WS-LETTERS-READ
           DISPLAY 'GHDLA010 - UNDECIDED         : '
                   WS-LETTERS-UNDECIDED
           DISPLAY 'GHDLA010 - AGED UNDECIDED    : ' WS-AGED-UNDECIDED

           IF WS-AGED-UNDECIDED > 0
      * A letter nobody has looked at is a finding for the morning
      * shift, not an operational failure.
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE DEAD-LETTER-FILE
           CLOSE DLA-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
