       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHNTF010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHNTF010 - nightly partner notification send.               *
      *                                                                *
      *   Partners used to learn about things that affect them only  *
      *   when their calls started failing. The points where those    *
      *   things happen now append a row to the PTNRNTF partner      *
      *   notification file (see PTNRNTF.cpy for who writes what):   *
      *   deactivation (GHCLM010, GHCEX010, an approved HWCM), the    *
      *   80% daily-quota warning (RATECHK), a fulfilled export       *
      *   (GHEXP010) and a late greeting parked for pickup            *
      *   (GHRTY010). This job formats the rows added since its last  *
      *   clean run into the corporate e-mail/message gateway's       *
      *   interface file (GWYOUT, the GWYMSG layout - header, one     *
      *   detail per message, trailer with the count) and prints a   *
      *   delivery report with counts by event type.                  *
      *                                                                *
      *   PTNRNTF is an ESDS the online region keeps appending to,   *
      *   so rows are selected the way GHUNL010 selects history rows: *
      *   a half-open timestamp window from the last clean run's      *
      *   cutoff (GH-CKPT-LAST-RUN-TIMESTAMP on this job's own        *
      *   GHNTFCK watermark file, the GHCKPTR layout) up to a cutoff  *
      *   captured before the first read. The cutoff is committed     *
      *   only on a clean end of file; the gateway file is a new      *
      *   generation every run, so a failed run simply reruns and     *
      *   no partner is told twice by a run that reached the gateway. *
      *                                                                *
      *   A row with an event type this job does not know is not     *
      *   sent; it is listed as rejected and the job ends RC 4.       *
      *                                                                *
      *   JCL           : JCL/GHNTF010.jcl                            *
      *   DD PTNRNTF    : partner notification file (input)           *
      *   DD GHNTFCK    : send watermark file, relative (I-O)         *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD GWYOUT     : gateway interface file (output)             *
      *   DD NTFRPT     : printed delivery report (output)            *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTNR-NOTIFY-FILE ASSIGN TO PTNRNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTNRNTF-STATUS.

           SELECT GH-NOTIFY-CKPT-FILE ASSIGN TO GHNTFCK
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKPT-RELKEY
               FILE STATUS IS WS-GHNTFCK-STATUS.

           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT GATEWAY-OUT-FILE ASSIGN TO GWYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GWYOUT-STATUS.

           SELECT NTF-REPORT-FILE ASSIGN TO NTFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTFRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTNR-NOTIFY-FILE
           RECORD CONTAINS 147 CHARACTERS.
           COPY PTNRNTF.

       FD  GH-NOTIFY-CKPT-FILE
           RECORD CONTAINS 221 CHARACTERS.
           COPY GHCKPTR.

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  GATEWAY-OUT-FILE
           RECORD CONTAINS 400 CHARACTERS.
           COPY GWYMSG.

       FD  NTF-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  NTF-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-PTNRNTF-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHNTFCK-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-GWYOUT-STATUS             PIC X(02) VALUE '00'.
           05 WS-NTFRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.

       01  WS-CKPT-RELKEY                  PIC 9(04) COMP-5 VALUE 1.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-CUTOFF-TS                    PIC X(26).

      * The gateway's sending-application id and interface version
      * for this feed, agreed with the messaging team.
       77  WS-SENDER-APPL                  PIC X(08) VALUE 'BAQHWAPI'.
       77  WS-INTERFACE-ID                 PIC X(08) VALUE 'BAQNTF01'.

       01  WS-MSG-SEQ                      PIC 9(05) VALUE 0.
       01  WS-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-LIMIT                   PIC ZZZ,ZZZ,ZZ9.
       01  WS-EVENT-DESC                   PIC X(16).
       01  WS-EVENT-WHEN.
           05 WS-EVENT-WHEN-DATE           PIC X(08).
           05 FILLER                       PIC X(04) VALUE ' AT '.
           05 WS-EVENT-WHEN-HHMM           PIC X(04).

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-SELECTED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-MESSAGES-WRITTEN             PIC 9(09) COMP-5 VALUE 0.
       01  WS-DEACTIVATED-CT               PIC 9(09) COMP-5 VALUE 0.
       01  WS-QUOTA-WARNING-CT             PIC 9(09) COMP-5 VALUE 0.
       01  WS-EXPORT-READY-CT              PIC 9(09) COMP-5 VALUE 0.
       01  WS-LATE-GREETING-CT             PIC 9(09) COMP-5 VALUE 0.
       01  WS-REJECTED-CT                  PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - PARTNER NOTIFICATION DELIVERY'.
           05 FILLER                PIC X(10) VALUE 'RUN DATE '.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(37) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(17) VALUE 'EVENT'.
           05 FILLER                PIC X(15) VALUE 'EVENT TIME'.
           05 FILLER                PIC X(09) VALUE 'SOURCE'.
           05 FILLER                PIC X(21) VALUE 'DETAIL'.
           05 FILLER                PIC X(33) VALUE 'DELIVERY'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-EVENT              PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-EVENT-TS           PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-SOURCE             PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-DETAIL             PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-DELIVERY           PIC X(33).

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHNTF010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE     THRU 1000-EXIT
           PERFORM 2000-SEND-ONE-ROW   THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE      THRU 8000-EXIT
           MOVE 'ROWS READ'         TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-READ        TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS SELECTED'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-SELECTED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'MESSAGES SENT'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-MESSAGES-WRITTEN TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
      * The cutoff is captured BEFORE the first row is read - rows
      * timestamped at or after this instant are next night's work.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-CUTOFF-TS
           STRING WS-CURRENT-DATE  DELIMITED BY SIZE
                  WS-CURRENT-TIME  DELIMITED BY SIZE
                  '0000000000'     DELIMITED BY SIZE
               INTO WS-CUTOFF-TS

           OPEN INPUT  PTNR-NOTIFY-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN OUTPUT GATEWAY-OUT-FILE
           OPEN OUTPUT NTF-REPORT-FILE

           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHNTF010 - UNABLE TO OPEN PTNRNTF, STATUS='
                       WS-PTNRNTF-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHNTF010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GWYOUT-STATUS NOT = '00'
               DISPLAY 'GHNTF010 - UNABLE TO OPEN GWYOUT, STATUS='
                       WS-GWYOUT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NTFRPT-STATUS NOT = '00'
               DISPLAY 'GHNTF010 - UNABLE TO OPEN NTFRPT, STATUS='
                       WS-NTFRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-OPEN-CHECKPOINT-FILE THRU 1100-EXIT

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE
           WRITE NTF-REPORT-LINE FROM WS-HEADING-1
           WRITE NTF-REPORT-LINE FROM WS-HEADING-2

           MOVE SPACES              TO GATEWAY-MESSAGE-RECORD
           SET GW-HEADER            TO TRUE
           MOVE WS-SENDER-APPL      TO GW-SENDER-APPL
           MOVE WS-CURRENT-DATE     TO GW-HDR-CREATED-DATE
           MOVE WS-CURRENT-TIME     TO GW-HDR-CREATED-TIME
           MOVE WS-INTERFACE-ID     TO GW-HDR-INTERFACE-ID
           WRITE GATEWAY-MESSAGE-RECORD

      * A blank watermark (no send has ever completed) compares
      * below every real timestamp, so the first night after cutover
      * naturally takes the whole file.
           PERFORM 2100-READ-NOTIFY THRU 2100-EXIT

           SET GH-CKPT-IN-PROGRESS TO TRUE
           REWRITE GH-CKPT-RECORD
               INVALID KEY
                   WRITE GH-CKPT-RECORD
           END-REWRITE.
       1000-EXIT.
           EXIT.

       1100-OPEN-CHECKPOINT-FILE.
           OPEN I-O GH-NOTIFY-CKPT-FILE

           IF WS-GHNTFCK-STATUS NOT = '00'
               OPEN OUTPUT GH-NOTIFY-CKPT-FILE
               INITIALIZE GH-CKPT-RECORD
               MOVE SPACES TO GH-CKPT-LAST-RUN-KEY
               SET GH-CKPT-COMPLETE TO TRUE
           ELSE
               READ GH-NOTIFY-CKPT-FILE
                   INVALID KEY
                       INITIALIZE GH-CKPT-RECORD
                       MOVE SPACES TO GH-CKPT-LAST-RUN-KEY
                       SET GH-CKPT-COMPLETE TO TRUE
               END-READ
           END-IF.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-SEND-ONE-ROW - half-open selection window: at or above
      *                     the last run's cutoff (the watermark),
      *                     below this run's. Each row is sent in
      *                     exactly one night's gateway file.
      *---------------------------------------------------------------
       2000-SEND-ONE-ROW.
           ADD 1 TO WS-ROWS-READ

           IF PN-EVENT-TS NOT < GH-CKPT-LAST-RUN-TIMESTAMP
                   AND PN-EVENT-TS < WS-CUTOFF-TS
               ADD 1 TO WS-ROWS-SELECTED
               PERFORM 3000-FORMAT-MESSAGE THRU 3000-EXIT
           END-IF

           PERFORM 2100-READ-NOTIFY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-NOTIFY.
           READ PTNR-NOTIFY-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-FORMAT-MESSAGE - one gateway detail row per notification,
      *                       subject and body by event type, and a
      *                       delivery-report line either way
      *---------------------------------------------------------------
       3000-FORMAT-MESSAGE.
           MOVE SPACES             TO DL-DETAIL
           MOVE PN-CLIENT-ID       TO DL-CLIENT-ID
           MOVE PN-EVENT-TS(1:14)  TO DL-EVENT-TS
           MOVE PN-SOURCE          TO DL-SOURCE
           MOVE PN-EVENT-TS(1:8)   TO WS-EVENT-WHEN-DATE
           MOVE PN-EVENT-TS(9:4)   TO WS-EVENT-WHEN-HHMM

           MOVE SPACES             TO GATEWAY-MESSAGE-RECORD
           SET GW-DETAIL           TO TRUE
           MOVE WS-SENDER-APPL     TO GW-SENDER-APPL
           MOVE 'EMAIL'            TO GW-CHANNEL
           MOVE 'CLIENTID'         TO GW-RECIPIENT-TYPE
           MOVE PN-CLIENT-ID       TO GW-RECIPIENT-KEY
           MOVE PN-EVENT-TYPE      TO GW-EVENT-TYPE

           EVALUATE TRUE
               WHEN PN-DEACTIVATED
                   ADD 1 TO WS-DEACTIVATED-CT
                   PERFORM 3100-FORMAT-DEACTIVATED THRU 3100-EXIT
               WHEN PN-QUOTA-WARNING
                   ADD 1 TO WS-QUOTA-WARNING-CT
                   PERFORM 3200-FORMAT-QUOTA-WARNING THRU 3200-EXIT
               WHEN PN-EXPORT-READY
                   ADD 1 TO WS-EXPORT-READY-CT
                   PERFORM 3300-FORMAT-EXPORT-READY THRU 3300-EXIT
               WHEN PN-LATE-GREETING
                   ADD 1 TO WS-LATE-GREETING-CT
                   PERFORM 3400-FORMAT-LATE-GREETING THRU 3400-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-CT
                   MOVE 'UNKNOWN TYPE '  TO DL-EVENT
                   MOVE PN-EVENT-TYPE    TO DL-EVENT(14:1)
                   MOVE 'REJECTED - NOT SENT' TO DL-DELIVERY
                   WRITE NTF-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 3000-EXIT
           END-EVALUATE

           ADD 1 TO WS-MSG-SEQ
           MOVE SPACES             TO GW-MESSAGE-ID
           STRING PN-EVENT-TS      DELIMITED BY SIZE
                  PN-EVENT-TYPE    DELIMITED BY SIZE
                  WS-MSG-SEQ       DELIMITED BY SIZE
               INTO GW-MESSAGE-ID

           MOVE PN-CLIENT-ID TO CLNT-REG-CLIENT-ID
           READ CLNT-REG-FILE
               INVALID KEY
      * A deleted client is no longer on the registry but is exactly
      * who most needs the notice - the gateway addresses by client
      * id, so the message still goes, just without the name.
                   MOVE SPACES TO CLNT-REG-NAME
           END-READ
           MOVE CLNT-REG-NAME TO GW-RECIPIENT-NAME

           WRITE GATEWAY-MESSAGE-RECORD
           IF WS-GWYOUT-STATUS NOT = '00'
               DISPLAY 'GHNTF010 - GWYOUT WRITE FAILED, STATUS='
                       WS-GWYOUT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-MESSAGES-WRITTEN

           MOVE WS-EVENT-DESC TO DL-EVENT
           IF GW-PRIORITY-HIGH
               MOVE 'SENT TO GATEWAY - HIGH PRIORITY' TO DL-DELIVERY
           ELSE
               MOVE 'SENT TO GATEWAY'                 TO DL-DELIVERY
           END-IF
           WRITE NTF-REPORT-LINE FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.

       3100-FORMAT-DEACTIVATED.
           MOVE 'DEACTIVATED'      TO WS-EVENT-DESC
           MOVE PN-REASON          TO DL-DETAIL
           SET GW-PRIORITY-HIGH    TO TRUE
           MOVE 'HELLOWORLD API ACCESS DEACTIVATED' TO GW-SUBJECT
           STRING 'YOUR CLIENT ID WAS DEACTIVATED ON '
                                   DELIMITED BY SIZE
                  WS-EVENT-WHEN    DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  PN-REASON        DELIMITED BY '  '
                  '. CALLS ARE REJECTED UNTIL YOUR ACCOUNT TEAM '
                                   DELIMITED BY SIZE
                  'ARRANGES REACTIVATION.'
                                   DELIMITED BY SIZE
               INTO GW-BODY.
       3100-EXIT.
           EXIT.

       3200-FORMAT-QUOTA-WARNING.
           MOVE 'QUOTA 80 PCT'     TO WS-EVENT-DESC
           SET GW-PRIORITY-NORMAL  TO TRUE
           MOVE PN-COUNT           TO WS-EDIT-COUNT
           MOVE PN-LIMIT           TO WS-EDIT-LIMIT
           MOVE SPACES             TO DL-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  ' OF '                       DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
               INTO DL-DETAIL
           MOVE 'HELLOWORLD API DAILY CALL LIMIT 80 PCT USED'
               TO GW-SUBJECT
           STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  ' OF YOUR '                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-LIMIT) DELIMITED BY SIZE
                  ' DAILY CALLS WERE USED BY ' DELIMITED BY SIZE
                  WS-EVENT-WHEN                DELIMITED BY SIZE
                  '. CALLS OVER THE LIMIT FAIL WITH STATUS 1005 '
                                               DELIMITED BY SIZE
                  'UNTIL MIDNIGHT.'            DELIMITED BY SIZE
               INTO GW-BODY.
       3200-EXIT.
           EXIT.

       3300-FORMAT-EXPORT-READY.
           MOVE 'EXPORT READY'     TO WS-EVENT-DESC
           SET GW-PRIORITY-NORMAL  TO TRUE
           MOVE PN-COUNT           TO WS-EDIT-COUNT
           MOVE SPACES             TO DL-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  ' ROWS'                      DELIMITED BY SIZE
               INTO DL-DETAIL
           MOVE 'HELLOWORLD DATA EXPORT READY' TO GW-SUBJECT
           STRING 'YOUR RIGHT-OF-ACCESS EXPORT REQUEST '
                                               DELIMITED BY SIZE
                  PN-REFERENCE                 DELIMITED BY SPACE
                  ' WAS FULFILLED ON '         DELIMITED BY SIZE
                  WS-EVENT-WHEN                DELIMITED BY SIZE
                  ' WITH '                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  ' HISTORY ROWS.'             DELIMITED BY SIZE
               INTO GW-BODY.
       3300-EXIT.
           EXIT.

       3400-FORMAT-LATE-GREETING.
           MOVE 'LATE GREETING'    TO WS-EVENT-DESC
           SET GW-PRIORITY-NORMAL  TO TRUE
           MOVE PN-REFERENCE(1:20) TO DL-DETAIL
           MOVE 'HELLOWORLD LATE GREETING READY FOR PICKUP'
               TO GW-SUBJECT
           STRING 'THE GREETING FOR CORRELATION ID '
                                               DELIMITED BY SIZE
                  PN-REFERENCE                 DELIMITED BY SPACE
                  ' IS READY. COLLECT IT WITH '
                                               DELIMITED BY SIZE
                  'HELLOWORLDLATEGREETING_1.0.0 (GET /HELLOWORLD/'
                                               DELIMITED BY SIZE
                  'LATE).'                     DELIMITED BY SIZE
               INTO GW-BODY.
       3400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 8000-TERMINATE - trailer, delivery counts by event type, and
      *                  the scan-start cutoff becomes the watermark
      *                  only on a clean end of file
      *---------------------------------------------------------------
       8000-TERMINATE.
           MOVE SPACES              TO GATEWAY-MESSAGE-RECORD
           SET GW-TRAILER           TO TRUE
           MOVE WS-SENDER-APPL      TO GW-SENDER-APPL
           MOVE WS-MESSAGES-WRITTEN TO GW-TRL-DETAIL-COUNT
           WRITE GATEWAY-MESSAGE-RECORD

           SET GH-CKPT-COMPLETE TO TRUE
           MOVE SPACES TO GH-CKPT-LAST-RUN-CLIENT-ID
           MOVE WS-CUTOFF-TS TO GH-CKPT-LAST-RUN-TIMESTAMP
           REWRITE GH-CKPT-RECORD
               INVALID KEY
                   WRITE GH-CKPT-RECORD
           END-REWRITE

           MOVE 'NOTIFICATION ROWS READ'  TO CL-LABEL
           MOVE WS-ROWS-READ              TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ROWS SINCE LAST SEND'    TO CL-LABEL
           MOVE WS-ROWS-SELECTED          TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DEACTIVATED'             TO CL-LABEL
           MOVE WS-DEACTIVATED-CT         TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'QUOTA 80 PCT WARNINGS'   TO CL-LABEL
           MOVE WS-QUOTA-WARNING-CT       TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'EXPORTS READY'           TO CL-LABEL
           MOVE WS-EXPORT-READY-CT        TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LATE GREETINGS PARKED'   TO CL-LABEL
           MOVE WS-LATE-GREETING-CT       TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REJECTED - UNKNOWN TYPE' TO CL-LABEL
           MOVE WS-REJECTED-CT            TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'MESSAGES SENT TO GATEWAY' TO CL-LABEL
           MOVE WS-MESSAGES-WRITTEN       TO CL-COUNT
           WRITE NTF-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHNTF010 - ROWS READ     : ' WS-ROWS-READ
           DISPLAY 'GHNTF010 - ROWS SELECTED : ' WS-ROWS-SELECTED
           DISPLAY 'GHNTF010 - MESSAGES SENT : ' WS-MESSAGES-WRITTEN
           DISPLAY 'GHNTF010 - REJECTED      : ' WS-REJECTED-CT
           IF WS-REJECTED-CT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE PTNR-NOTIFY-FILE
           CLOSE GH-NOTIFY-CKPT-FILE
           CLOSE CLNT-REG-FILE
           CLOSE GATEWAY-OUT-FILE
           CLOSE NTF-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
