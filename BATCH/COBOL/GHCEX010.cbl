       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHCEX010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHCEX010 - client contract expiry run.                      *
      *                                                                *
      *   Reads the CLNTREG client registry end to end against the    *
      *   contract term dates GHCLM010 maintains from the partner     *
      *   feed (CLNT-REG-CONTRACT-FROM/-TO) and does two things:      *
      *                                                                *
      *     LISTS   - every active client whose contract expires      *
      *     within the next WS-LOOKAHEAD-DAYS (30) days, with the     *
      *     days remaining, so the account team can renew before      *
      *     the partner is cut off; and                               *
      *                                                                *
      *     EXPIRES - every still-active client whose expiry date     *
      *     has arrived (today or earlier - a missed night catches    *
      *     up on the next) is deactivated exactly the way GHCLM010  *
      *     and HWCM deactivate: CLNT-REG-STATUS-SW to 'I', a         *
      *     CLNTAUD row (trans code 'E', requested by GHCEX010) with  *
      *     the before/after status and limit, and a sweep of the     *
      *     client's still-active TOKNREC tokens through the          *
      *     TKN-CLIENT-ID alternate index, so in-flight sessions die  *
      *     with the contract. The partner is told as well: a 'D'     *
      *     row on the PTNRNTF partner notification file.             *
      *                                                                *
      *   A zero expiry date means no term is recorded and the       *
      *   client never expires. Inactive clients are left alone -    *
      *   they are already cut off, and reactivating one is a        *
      *   partner-management decision, not this job's.               *
      *                                                                *
      *   The day arithmetic uses FUNCTION INTEGER-OF-DATE for the    *
      *   same reason GHPRG010 does.                                  *
      *                                                                *
      *   JCL           : JCL/GHCEX010.jcl                            *
      *   DD CLNTREG    : client registry VSAM KSDS (input/output)    *
      *   DD TOKNREC    : session token VSAM KSDS (input/output)      *
      *   DD TOKNREC1   : TKN-CLIENT-ID alternate-index path          *
      *   DD CLNTAUD    : registry-change audit trail (output, append)*
      *   DD PTNRNTF    : partner notification file (output, append)  *
      *   DD CEXRPT     : printed expiry report (output)              *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  An expired client also gets a partner  *
      *                        notification row on PTNRNTF (GHNTF010  *
      *                        sends it).                             *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *   2026-10-15  BAQADEV  A contract-to date that is not a real  *
      *                        day is listed as invalid (RC 4) and    *
      *                        the client is not expired.             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT TOKN-REC-FILE ASSIGN TO TOKNREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKN-TOKEN-ID
               ALTERNATE RECORD KEY IS TKN-CLIENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TOKNREC-STATUS.

           SELECT CLNT-AUDIT-FILE ASSIGN TO CLNTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLNTAUD-STATUS.

           SELECT PTNR-NOTIFY-FILE ASSIGN TO PTNRNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTNRNTF-STATUS.

           SELECT CEX-REPORT-FILE ASSIGN TO CEXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CEXRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  TOKN-REC-FILE
           RECORD CONTAINS 181 CHARACTERS.
           COPY TOKNREC.

       FD  CLNT-AUDIT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY CLNTAUD.

       FD  PTNR-NOTIFY-FILE
           RECORD CONTAINS 147 CHARACTERS.
           COPY PTNRNTF.

       FD  CEX-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CEX-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-TOKNREC-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTAUD-STATUS            PIC X(02) VALUE '00'.
           05 WS-PTNRNTF-STATUS            PIC X(02) VALUE '00'.
           05 WS-CEXRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-TKN-EOF-SW                PIC X(01) VALUE 'N'.
               88 WS-TKN-EOF                  VALUE 'Y'.

      * How far ahead the account team wants warning of a lapsing
      * contract.
       77  WS-LOOKAHEAD-DAYS               PIC 9(03) COMP-5 VALUE 30.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-SEQ-NO                       PIC 9(10) VALUE 0.
       01  WS-NOW-TS                       PIC X(26).
       01  WS-RUN-TS                       PIC X(26).

       01  WS-TODAY-INTEGER                PIC S9(9) COMP-5.
       01  WS-EXPIRY-INTEGER               PIC S9(9) COMP-5.
       01  WS-DAYS-LEFT                    PIC S9(9) COMP-5.

       01  WS-OLD-STATUS-SW                PIC X(01).

       01  WS-CLIENTS-READ                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-EXPIRING             PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-EXPIRED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-CONTRACTS-INVALID            PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOKENS-REVOKED               PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - CLIENT CONTRACT EXPIRY REPORT'.
           05 FILLER                PIC X(10) VALUE 'RUN DATE '.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(62) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(37) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(31) VALUE 'CLIENT NAME'.
           05 FILLER                PIC X(09) VALUE 'FROM'.
           05 FILLER                PIC X(09) VALUE 'TO'.
           05 FILLER                PIC X(06) VALUE ' DAYS'.
           05 FILLER                PIC X(40) VALUE '  ACTION'.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 DL-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-NAME               PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-FROM-DATE          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-TO-DATE            PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DL-DAYS-LEFT          PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-ACTION             PIC X(39).

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHCEX010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-CHECK-ONE-CLIENT THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'CLIENTS READ'      TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-CLIENTS-READ     TO WS-LDG-COUNT-VALUE(1)
           MOVE 'DEACTIVATED'       TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CLIENTS-EXPIRED  TO WS-LDG-COUNT-VALUE(2)
           MOVE 'EXPIRING SOON'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-CLIENTS-EXPIRING TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-RUN-TS
           STRING WS-CURRENT-DATE  DELIMITED BY SIZE
                  WS-CURRENT-TIME  DELIMITED BY SIZE
               INTO WS-RUN-TS

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           OPEN I-O    CLNT-REG-FILE
           OPEN I-O    TOKN-REC-FILE
           OPEN EXTEND CLNT-AUDIT-FILE
           OPEN EXTEND PTNR-NOTIFY-FILE
           OPEN OUTPUT CEX-REPORT-FILE

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHCEX010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-TOKNREC-STATUS NOT = '00'
               DISPLAY 'GHCEX010 - UNABLE TO OPEN TOKNREC, STATUS='
                       WS-TOKNREC-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLNTAUD-STATUS NOT = '00'
               DISPLAY 'GHCEX010 - UNABLE TO OPEN CLNTAUD, STATUS='
                       WS-CLNTAUD-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHCEX010 - UNABLE TO OPEN PTNRNTF, STATUS='
                       WS-PTNRNTF-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CEXRPT-STATUS NOT = '00'
               DISPLAY 'GHCEX010 - UNABLE TO OPEN CEXRPT, STATUS='
                       WS-CEXRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE
           WRITE CEX-REPORT-LINE FROM WS-HEADING-1
           WRITE CEX-REPORT-LINE FROM WS-HEADING-2

           MOVE LOW-VALUES TO CLNT-REG-CLIENT-ID
           START CLNT-REG-FILE KEY IS GREATER THAN CLNT-REG-CLIENT-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           IF NOT WS-EOF
               PERFORM 2100-READ-REGISTRY THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-CHECK-ONE-CLIENT - expired today or earlier: deactivate;
      *                         expiring inside the lookahead: list
      *---------------------------------------------------------------
       2000-CHECK-ONE-CLIENT.
           ADD 1 TO WS-CLIENTS-READ

      * Rows not yet rewritten since the contract dates went in carry
      * spaces there - no term recorded, same as zero.
           IF CLNT-REG-CONTRACT-TO NUMERIC
                   AND NOT CLNT-REG-NO-EXPIRY
                   AND CLNT-REG-ACTIVE
               PERFORM 2200-JUDGE-CONTRACT THRU 2200-EXIT
           END-IF

           PERFORM 2100-READ-REGISTRY THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-REGISTRY.
           READ CLNT-REG-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-JUDGE-CONTRACT - a contract-to that is not a real day
      *                       (one loaded before GHCLM010 proved the
      *                       calendar) counts to no expiry at all; it
      *                       is listed for correction, never acted on
      *---------------------------------------------------------------
       2200-JUDGE-CONTRACT.
           IF FUNCTION TEST-DATE-YYYYMMDD(CLNT-REG-CONTRACT-TO) NOT = 0
               ADD 1 TO WS-CONTRACTS-INVALID
               MOVE 0 TO WS-DAYS-LEFT
               MOVE 'CONTRACT DATE INVALID - NOT EXPIRED'
                   TO DL-ACTION
               PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
               GO TO 2200-EXIT
           END-IF

           COMPUTE WS-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CLNT-REG-CONTRACT-TO)
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INTEGER - WS-TODAY-INTEGER

           IF WS-DAYS-LEFT NOT > 0
               PERFORM 3000-EXPIRE-CLIENT THRU 3000-EXIT
               GO TO 2200-EXIT
           END-IF

           IF WS-DAYS-LEFT NOT > WS-LOOKAHEAD-DAYS
               ADD 1 TO WS-CLIENTS-EXPIRING
               MOVE 'EXPIRING - RENEWAL DUE' TO DL-ACTION
               PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-EXPIRE-CLIENT - the same three steps GHCLM010 and HWCM
      *                      take on a deactivation: registry row,
      *                      audit row, token sweep
      *---------------------------------------------------------------
       3000-EXPIRE-CLIENT.
           MOVE CLNT-REG-STATUS-SW TO WS-OLD-STATUS-SW
           SET CLNT-REG-INACTIVE TO TRUE

           REWRITE CLNT-REG-RECORD
               INVALID KEY
                   DISPLAY 'GHCEX010 - REGISTRY REWRITE FAILED FOR '
                           CLNT-REG-CLIENT-ID
                   MOVE 'EXPIRED - REGISTRY REWRITE FAILED'
                       TO DL-ACTION
                   PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
                   GO TO 3000-EXIT
           END-REWRITE

           ADD 1 TO WS-CLIENTS-EXPIRED
           PERFORM 3100-WRITE-AUDIT-ROW      THRU 3100-EXIT
           PERFORM 3200-REVOKE-CLIENT-TOKENS THRU 3200-EXIT
           PERFORM 3300-WRITE-NOTIFICATION   THRU 3300-EXIT

           MOVE 0 TO WS-DAYS-LEFT
           MOVE 'EXPIRED - CLIENT DEACTIVATED' TO DL-ACTION
           PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3100-WRITE-AUDIT-ROW.
           ADD 1 TO WS-SEQ-NO
           MOVE SPACES TO WS-NOW-TS
           STRING WS-CURRENT-DATE  DELIMITED BY SIZE
                  WS-CURRENT-TIME  DELIMITED BY SIZE
                  WS-SEQ-NO        DELIMITED BY SIZE
               INTO WS-NOW-TS

           MOVE CLNT-REG-CLIENT-ID   TO CA-CLIENT-ID
           MOVE WS-NOW-TS            TO CA-CHANGED-TS
           MOVE 'E'                  TO CA-TRANS-CODE
           MOVE WS-OLD-STATUS-SW     TO CA-OLD-STATUS-SW
           MOVE CLNT-REG-STATUS-SW   TO CA-NEW-STATUS-SW
           MOVE CLNT-REG-DAILY-LIMIT TO CA-OLD-DAILY-LIMIT
           MOVE CLNT-REG-DAILY-LIMIT TO CA-NEW-DAILY-LIMIT
           MOVE 'GHCEX010'           TO CA-REQUESTED-BY
           MOVE SPACES               TO CA-APPROVED-BY
           WRITE CLNT-AUDIT-RECORD
           IF WS-CLNTAUD-STATUS NOT = '00'
               DISPLAY 'GHCEX010 - CLNTAUD WRITE FAILED, STATUS='
                       WS-CLNTAUD-STATUS ' FOR ' CA-CLIENT-ID
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-REVOKE-CLIENT-TOKENS - keyed sweep through the
      *                             TKN-CLIENT-ID alternate index
      *                             (TOKNREC1 path), as GHCLM010 does
      *---------------------------------------------------------------
       3200-REVOKE-CLIENT-TOKENS.
           MOVE 'N'                TO WS-TKN-EOF-SW
           MOVE CLNT-REG-CLIENT-ID TO TKN-CLIENT-ID
           START TOKN-REC-FILE KEY IS EQUAL TO TKN-CLIENT-ID
               INVALID KEY
                   SET WS-TKN-EOF TO TRUE
           END-START

           IF NOT WS-TKN-EOF
               PERFORM 3210-READ-NEXT-TOKEN THRU 3210-EXIT
           END-IF

           PERFORM 3220-REVOKE-ONE-TOKEN THRU 3220-EXIT
               UNTIL WS-TKN-EOF.
       3200-EXIT.
           EXIT.

       3210-READ-NEXT-TOKEN.
           READ TOKN-REC-FILE NEXT
               AT END
                   SET WS-TKN-EOF TO TRUE
           END-READ

           IF NOT WS-TKN-EOF
               IF TKN-CLIENT-ID NOT = CLNT-REG-CLIENT-ID
                   SET WS-TKN-EOF TO TRUE
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

       3220-REVOKE-ONE-TOKEN.
           IF TKN-ACTIVE
               SET TKN-REVOKED TO TRUE
               MOVE WS-RUN-TS TO TKN-REVOKED-TS
               REWRITE TOKEN-RECORD
                   INVALID KEY
                       DISPLAY 'GHCEX010 - TOKEN REWRITE FAILED FOR '
                               TKN-TOKEN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-TOKENS-REVOKED
               END-REWRITE
           END-IF

           PERFORM 3210-READ-NEXT-TOKEN THRU 3210-EXIT.
       3220-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3300-WRITE-NOTIFICATION - the partner hears that the contract
      *                           lapsed from GHNTF010 overnight, not
      *                           from tomorrow's failing calls
      *---------------------------------------------------------------
       3300-WRITE-NOTIFICATION.
           MOVE SPACES               TO PTNR-NOTIFY-RECORD
           MOVE CLNT-REG-CLIENT-ID   TO PN-CLIENT-ID
           MOVE WS-NOW-TS            TO PN-EVENT-TS
           SET PN-DEACTIVATED        TO TRUE
           MOVE 'GHCEX010'           TO PN-SOURCE
           MOVE WS-OLD-STATUS-SW     TO PN-OLD-STATUS-SW
           MOVE CLNT-REG-STATUS-SW   TO PN-NEW-STATUS-SW
           MOVE 0                    TO PN-COUNT
           MOVE CLNT-REG-DAILY-LIMIT TO PN-LIMIT
           MOVE 'CONTRACT EXPIRED'   TO PN-REASON
           WRITE PTNR-NOTIFY-RECORD
           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHCEX010 - PTNRNTF WRITE FAILED, STATUS='
                       WS-PTNRNTF-STATUS ' FOR ' PN-CLIENT-ID
           END-IF.
       3300-EXIT.
           EXIT.

       4000-PRINT-DETAIL.
           MOVE CLNT-REG-CLIENT-ID     TO DL-CLIENT-ID
           MOVE CLNT-REG-NAME          TO DL-NAME
           IF CLNT-REG-CONTRACT-FROM NUMERIC
               MOVE CLNT-REG-CONTRACT-FROM TO DL-FROM-DATE
           ELSE
               MOVE 0 TO DL-FROM-DATE
           END-IF
           MOVE CLNT-REG-CONTRACT-TO   TO DL-TO-DATE
           MOVE WS-DAYS-LEFT           TO DL-DAYS-LEFT
           WRITE CEX-REPORT-LINE FROM WS-DETAIL-LINE.
       4000-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'CLIENTS READ'            TO CL-LABEL
           MOVE WS-CLIENTS-READ           TO CL-COUNT
           WRITE CEX-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CONTRACTS EXPIRING SOON'  TO CL-LABEL
           MOVE WS-CLIENTS-EXPIRING       TO CL-COUNT
           WRITE CEX-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS DEACTIVATED'     TO CL-LABEL
           MOVE WS-CLIENTS-EXPIRED        TO CL-COUNT
           WRITE CEX-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SESSION TOKENS REVOKED'  TO CL-LABEL
           MOVE WS-TOKENS-REVOKED         TO CL-COUNT
           WRITE CEX-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CONTRACT DATES INVALID'  TO CL-LABEL
           MOVE WS-CONTRACTS-INVALID      TO CL-COUNT
           WRITE CEX-REPORT-LINE FROM WS-COUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHCEX010 - CLIENTS READ      : ' WS-CLIENTS-READ
           DISPLAY 'GHCEX010 - EXPIRING SOON     : '
                   WS-CLIENTS-EXPIRING
           DISPLAY 'GHCEX010 - DEACTIVATED       : '
                   WS-CLIENTS-EXPIRED
           DISPLAY 'GHCEX010 - TOKENS REVOKED    : ' WS-TOKENS-REVOKED
           DISPLAY 'GHCEX010 - DATES INVALID     : '
                   WS-CONTRACTS-INVALID
      * A contract date that is no real day is a registry row to
      * correct - a finding (RC 4), not a failure.
           IF WS-CONTRACTS-INVALID > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE CLNT-REG-FILE
           CLOSE TOKN-REC-FILE
           CLOSE CLNT-AUDIT-FILE
           CLOSE PTNR-NOTIFY-FILE
           CLOSE CEX-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
