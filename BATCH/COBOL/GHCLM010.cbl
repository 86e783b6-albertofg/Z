      *   cuts off their in-flight sessions instead of leaving them   *
      *   valid for up to an hour of TKN-EXPIRES-TS.                  *
      *                                                                *
      *   The partner hears about it too: deactivating an active      *
      *   client, or deleting one, appends a 'D' row to the PTNRNTF   *
      *   partner notification file for GHNTF010 to send overnight.   *
      *                                                                *
      *   Rows typed 'O' (CF-ROW-ORGANIZATION) add, change or delete  *
      *   the ORGREG partner organizations themselves - name and      *
      *   pooled daily limit - and are listed on CLMRPT rather than   *
      *   CLNTAUD, whose rows describe a client. A client row's       *
      *   CF-ORG-ID joins it to an organization already on ORGREG     *
      *   (the feed carries organization rows first) or, as 'NONE',  *
      *   takes it out; the organization's member list is kept in     *
      *   step as clients join, move, change class or are deleted,    *
      *   and an organization is only deleted once it has no members. *
      *                                                                *
      *   CF-UTC-OFFSET records the partner's UTC offset on the row   *
      *   (CLNT-REG-UTC-OFFSET), edited by TZONECNV: a partner with   *
      *   one has its quota roll and its statement cut at its own     *
      *   midnight; 'NONE' puts it back on the host day.              *
      *                                                                *
      *   PARM='TRIAL' runs the full validation and produces the      *
      *   complete would-be report - every reject, the CLNTAUD        *
      *   before/after detail for every transaction that WOULD        *
      *   DD CLNTPRF    : greeting preference VSAM KSDS (in/output)   *
      *   DD TOKNREC    : session token VSAM KSDS (input/output)      *
      *   DD CLNTAUD    : registry-change audit trail (output, append)*
      *   DD PTNRNTF    : partner notification file (output, append)  *
      *   DD ORGREG     : partner organization VSAM KSDS (in/output)  *
      *   DD CLMRPT     : printed exceptions report (output)          *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        validation and would-be CLMRPT/       *
      *                        CLNTAUD/token-sweep detail with every *
      *                        updated file opened read-only.        *
      *   2026-10-15  BAQADEV  Maintain the contract effective and    *
      *                        expiry dates from the feed (CF-        *
      *                        CONTRACT- fields); CLNTREG row grew to *
      *                        127 bytes, CLNTFEED to 144.            *
      *   2026-10-15  BAQADEV  CLNTAUD row grew to 89 bytes (approver *
      *                        id for four-eyes changes); batch rows  *
      *                        carry it blank.                        *
      *   2026-10-15  BAQADEV  Deactivating an active client or       *
      *                        deleting one appends a partner         *
      *                        notification row to PTNRNTF (GHNTF010  *
      *                        sends it).                             *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Maintain the prepaid billing switch    *
      *                        from the feed (CF-PREPAID-SW).         *
      *   2026-10-15  BAQADEV  Partner organizations: 'O' feed rows   *
      *                        maintain ORGREG; CF-ORG-ID joins a     *
      *                        client to one, kept in step with the   *
      *                        member list. CLNTFEED grew to 150.     *
      *   2026-10-15  BAQADEV  Maintain the partner's UTC offset from *
      *                        the feed (CF-UTC-OFFSET, edited by     *
      *                        TZONECNV). CLNTFEED grew to 155 bytes, *
      *                        CLNTREG to 135.                        *
      *   2026-10-15  BAQADEV  Contract dates must be real calendar   *
      *                        days (TEST-DATE-YYYYMMDD), not just in *
      *                        range.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLNTAUD-STATUS.

           SELECT PTNR-NOTIFY-FILE ASSIGN TO PTNRNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTNRNTF-STATUS.

           SELECT ORG-REG-FILE ASSIGN TO ORGREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-ID
               FILE STATUS IS WS-ORGREG-STATUS.

           SELECT CLM-REPORT-FILE ASSIGN TO CLMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLMRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLNT-FEED-FILE
           RECORD CONTAINS 155 CHARACTERS.
           COPY CLNTFEED.

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  CLNT-PREF-FILE
           COPY TOKNREC.

       FD  CLNT-AUDIT-FILE
           RECORD CONTAINS 89 CHARACTERS.
           COPY CLNTAUD.

       FD  PTNR-NOTIFY-FILE
           RECORD CONTAINS 147 CHARACTERS.
           COPY PTNRNTF.

       FD  ORG-REG-FILE
           RECORD CONTAINS 840 CHARACTERS.
           COPY ORGREG.

       FD  CLM-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CLM-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CLNTFEED-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTPRF-STATUS            PIC X(02) VALUE '00'.
           05 WS-TOKNREC-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTAUD-STATUS            PIC X(02) VALUE '00'.
           05 WS-PTNRNTF-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLMRPT-STATUS             PIC X(02) VALUE '00'.
           05 WS-ORGREG-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           05 WS-MODE-SW                   PIC X(01) VALUE 'A'.
               88 WS-APPLY-MODE               VALUE 'A'.
               88 WS-TRIAL-MODE               VALUE 'T'.
           05 WS-ORG-ON-FILE-SW            PIC X(01) VALUE 'N'.
               88 WS-ORG-ON-FILE              VALUE 'Y'.
               88 WS-ORG-NOT-ON-FILE          VALUE 'N'.
           05 WS-MBR-FOUND-SW              PIC X(01) VALUE 'N'.
               88 WS-MBR-FOUND                VALUE 'Y'.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-OLD-DAILY-LIMIT              PIC 9(09) COMP-5.
       01  WS-REJECT-REASON                PIC X(40).

      * Organization membership of the client row in hand: the one it
      * had before the transaction, the one it ends up with, and the
      * organization 3710/3720/3730 are maintaining the list of.
       01  WS-OLD-ORG-ID                   PIC X(06).
       01  WS-NEW-ORG-ID                   PIC X(06).
       01  WS-MBR-ORG-ID                   PIC X(06).
       01  WS-MBR-IDX                      PIC S9(4) COMP-5.
       01  WS-MBR-HIT                      PIC S9(4) COMP-5.
       01  WS-ORG-MAX-MEMBERS              PIC S9(4) COMP-5 VALUE 20.
       01  WS-OLD-POOL-LIMIT               PIC 9(09) COMP-5.

       01  WS-EDIT-DATE-X                  PIC X(08).
       01  WS-EDIT-DATE REDEFINES WS-EDIT-DATE-X
                                           PIC 9(08).
       01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE-X.
           05 WS-EDIT-YYYY                 PIC 9(04).
           05 WS-EDIT-MM                   PIC 9(02).
           05 WS-EDIT-DD                   PIC 9(02).

       01  WS-TRANS-READ                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-TRANS-APPLIED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-TRANS-REJECTED-CT            PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOKENS-REVOKED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-PREFS-WRITTEN                PIC 9(09) COMP-5 VALUE 0.
       01  WS-PREFS-DELETED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-NOTICES-WRITTEN              PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORG-ADDS                     PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORG-CHANGES                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORG-DELETES                  PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORG-JOINS                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORG-LEAVES                   PIC 9(09) COMP-5 VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 AU-NEW-LIMIT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(37) VALUE SPACES.

       01  WS-ORG-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 OG-TRANS-CODE         PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE 'ORGANIZATION '.
           05 OG-ORG-ID             PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OG-NAME               PIC X(30).
           05 FILLER                PIC X(07) VALUE '  POOL '.
           05 OG-OLD-POOL           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 OG-NEW-POOL           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(10) VALUE '  MEMBERS '.
           05 OG-MEMBERS            PIC Z9.
           05 FILLER                PIC X(26) VALUE SPACES.

       01  WS-SWEEP-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 SW-TOKEN-ID           PIC X(36).
           05 FILLER                PIC X(66) VALUE SPACES.

       COPY GHLDGWS.
       COPY TZONEWS.

       LINKAGE SECTION.
       01  PARM-AREA.
           05 PARM-LEN                     PIC S9(4) COMP-5.
       PROCEDURE DIVISION USING PARM-AREA.

       0000-MAINLINE.
           MOVE 'GHCLM010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-TRANS THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'TRANS READ'        TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-TRANS-READ       TO WS-LDG-COUNT-VALUE(1)
           MOVE 'TRANS APPLIED'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-TRANS-APPLIED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'TRANS REJECTED'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-TRANS-REJECTED-CT TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
               OPEN INPUT CLNT-REG-FILE
               OPEN INPUT CLNT-PREF-FILE
               OPEN INPUT TOKN-REC-FILE
               OPEN INPUT ORG-REG-FILE
           ELSE
               OPEN I-O    CLNT-REG-FILE
               OPEN I-O    CLNT-PREF-FILE
               OPEN I-O    TOKN-REC-FILE
               OPEN EXTEND CLNT-AUDIT-FILE
               OPEN EXTEND PTNR-NOTIFY-FILE
               OPEN I-O    ORG-REG-FILE
           END-IF
           OPEN OUTPUT CLM-REPORT-FILE

               GOBACK
           END-IF

           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHCLM010 - UNABLE TO OPEN PTNRNTF, STATUS='
                       WS-PTNRNTF-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ORGREG-STATUS NOT = '00'
               DISPLAY 'GHCLM010 - UNABLE TO OPEN ORGREG, STATUS='
                       WS-ORGREG-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLMRPT-STATUS NOT = '00'
               DISPLAY 'GHCLM010 - UNABLE TO OPEN CLMRPT, STATUS='
                       WS-CLMRPT-STATUS

           IF WS-TRANS-OK
               EVALUATE TRUE
                   WHEN CF-ROW-ORGANIZATION AND CF-TRANS-ADD
                       PERFORM 5000-APPLY-ORG-ADD    THRU 5000-EXIT
                   WHEN CF-ROW-ORGANIZATION AND CF-TRANS-CHANGE
                       PERFORM 5100-APPLY-ORG-CHANGE THRU 5100-EXIT
                   WHEN CF-ROW-ORGANIZATION AND CF-TRANS-DELETE
                       PERFORM 5200-APPLY-ORG-DELETE THRU 5200-EXIT
                   WHEN CF-TRANS-ADD
                       PERFORM 3000-APPLY-ADD    THRU 3000-EXIT
                   WHEN CF-TRANS-CHANGE
               PERFORM 4100-PRINT-REJECT THRU 4100-EXIT
           ELSE
               ADD 1 TO WS-TRANS-APPLIED
               IF CF-ROW-ORGANIZATION
                   PERFORM 5300-PRINT-ORG-LINE THRU 5300-EXIT
               ELSE
                   PERFORM 4000-WRITE-AUDIT-ROW THRU 4000-EXIT
               END-IF
           END-IF

           PERFORM 2100-READ-FEED THRU 2100-EXIT.
               GO TO 2200-EXIT
           END-IF

           IF NOT CF-ROW-CLIENT AND NOT CF-ROW-ORGANIZATION
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ROW TYPE MUST BE C, O OR BLANK'
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF CF-ROW-ORGANIZATION
               PERFORM 2250-VALIDATE-ORG-TRANS THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF

           IF CF-CLIENT-ID = SPACES
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CLIENT ID IS BLANK' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF CF-PREPAID-SW NOT = SPACE
                   AND CF-PREPAID-SW NOT = 'Y'
                   AND CF-PREPAID-SW NOT = 'N'
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'PREPAID MUST BE Y, N OR BLANK'
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           IF CF-UTC-OFFSET NOT = SPACES AND NOT CF-UTC-OFFSET-REMOVE
               MOVE CF-UTC-OFFSET TO TZ-OFFSET-X
               PERFORM 9660-EDIT-OFFSET-THRU-EXIT THRU 9660-EXIT
               IF TZ-OFFSET-INVALID
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'UTC OFFSET MUST BE +HHMM, -HHMM OR NONE'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF

           IF CF-PREF-STYLE-SW NOT = SPACE
                   AND CF-PREF-STYLE-SW NOT = 'F'
                   AND CF-PREF-STYLE-SW NOT = 'I'
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'DAILY LIMIT NOT NUMERIC OR ZERO'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF

           IF CF-CONTRACT-FROM NOT = SPACES
               MOVE CF-CONTRACT-FROM TO WS-EDIT-DATE-X
               PERFORM 2210-EDIT-DATE THRU 2210-EXIT
               IF WS-TRANS-REJECTED
                   MOVE 'CONTRACT FROM DATE IS NOT A DATE'
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF

           IF CF-CONTRACT-TO NOT = SPACES
               MOVE CF-CONTRACT-TO TO WS-EDIT-DATE-X
               PERFORM 2210-EDIT-DATE THRU 2210-EXIT
               IF WS-TRANS-REJECTED
                   MOVE 'CONTRACT TO DATE IS NOT A DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2210-EDIT-DATE - a contract date is YYYYMMDD or all zeros
      *                  (clear the date); anything else is refused
      *                  before it can expire a partner on a typo
      *---------------------------------------------------------------
       2210-EDIT-DATE.
           IF WS-EDIT-DATE-X NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2210-EXIT
           END-IF

           IF WS-EDIT-DATE = 0
               GO TO 2210-EXIT
           END-IF

           IF WS-EDIT-YYYY < 1900
                   OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
                   OR WS-EDIT-DD < 1 OR WS-EDIT-DD > 31
               SET WS-TRANS-REJECTED TO TRUE
               GO TO 2210-EXIT
           END-IF

      * A day the month does not have (20270231) passes the range
      * checks above but is no date GHCEX010 can count to.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
               SET WS-TRANS-REJECTED TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2250-VALIDATE-ORG-TRANS - edits for an organization row; the
      *                           pool limit, like a daily limit, is
      *                           proved numeric before it is used.
      *                           'NONE' is what a client row says to
      *                           leave its organization, so it can
      *                           never be one.
      *---------------------------------------------------------------
       2250-VALIDATE-ORG-TRANS.
           IF CF-ORG-KEY = SPACES
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ORGANIZATION ID IS BLANK' TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF

           IF CF-ORG-KEY = 'NONE'
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'NONE IS NOT A VALID ORGANIZATION ID'
                   TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF

           IF CF-TRANS-ADD AND CF-ORG-NAME = SPACES
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ADD WITHOUT AN ORGANIZATION NAME'
                   TO WS-REJECT-REASON
               GO TO 2250-EXIT
           END-IF

           IF CF-ORG-POOL-LIMIT NOT = SPACES
                   AND CF-ORG-POOL-LIMIT NOT NUMERIC
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'POOL LIMIT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
       2250-EXIT.
           EXIT.

       2300-READ-REGISTRY.
           MOVE CF-CLIENT-ID TO CLNT-REG-CLIENT-ID
           READ CLNT-REG-FILE
           ELSE
               MOVE CF-LANG-STRICT-SW TO CLNT-REG-LANG-STRICT-SW
           END-IF
           IF CF-PREPAID-SW = SPACE
               MOVE 'N' TO CLNT-REG-PREPAID-SW
           ELSE
               MOVE CF-PREPAID-SW TO CLNT-REG-PREPAID-SW
           END-IF
           IF CF-UTC-OFFSET NOT = SPACES AND NOT CF-UTC-OFFSET-REMOVE
               MOVE CF-UTC-OFFSET TO CLNT-REG-UTC-OFFSET
           END-IF
           COMPUTE CLNT-REG-DAILY-LIMIT =
               FUNCTION NUMVAL(CF-DAILY-LIMIT)
           MOVE 0 TO CLNT-REG-CONTRACT-FROM
           MOVE 0 TO CLNT-REG-CONTRACT-TO
           PERFORM 3600-APPLY-CONTRACT-DATES THRU 3600-EXIT
           IF WS-TRANS-REJECTED
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO WS-OLD-ORG-ID
           MOVE SPACES TO WS-NEW-ORG-ID
           IF CF-ORG-ID NOT = SPACES AND NOT CF-ORG-REMOVE
               MOVE CF-ORG-ID TO WS-NEW-ORG-ID
               PERFORM 3700-CHECK-NEW-ORG THRU 3700-EXIT
               IF WS-TRANS-REJECTED
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE WS-NEW-ORG-ID TO CLNT-REG-ORG-ID

           MOVE SPACE TO WS-OLD-STATUS-SW
           MOVE 0     TO WS-OLD-DAILY-LIMIT
           IF WS-TRANS-OK
               ADD 1 TO WS-ADDS-APPLIED
               PERFORM 3400-APPLY-PREFS THRU 3400-EXIT
               PERFORM 3750-SYNC-ORG-MEMBERS THRU 3750-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
           IF CF-LANG-STRICT-SW NOT = SPACE
               MOVE CF-LANG-STRICT-SW TO CLNT-REG-LANG-STRICT-SW
           END-IF
           IF CF-PREPAID-SW NOT = SPACE
               MOVE CF-PREPAID-SW TO CLNT-REG-PREPAID-SW
           END-IF
           IF CF-UTC-OFFSET-REMOVE
               MOVE SPACES TO CLNT-REG-UTC-OFFSET
           ELSE
               IF CF-UTC-OFFSET NOT = SPACES
                   MOVE CF-UTC-OFFSET TO CLNT-REG-UTC-OFFSET
               END-IF
           END-IF
           IF CF-DAILY-LIMIT NOT = SPACES
               COMPUTE CLNT-REG-DAILY-LIMIT =
                   FUNCTION NUMVAL(CF-DAILY-LIMIT)
           END-IF
           PERFORM 3600-APPLY-CONTRACT-DATES THRU 3600-EXIT
           IF WS-TRANS-REJECTED
               GO TO 3100-EXIT
           END-IF

      * Rows predating organizations carry spaces in CLNT-REG-ORG-ID
      * - standing alone - so they need no special handling here.
           MOVE CLNT-REG-ORG-ID TO WS-OLD-ORG-ID
           MOVE CLNT-REG-ORG-ID TO WS-NEW-ORG-ID
           IF CF-ORG-REMOVE
               MOVE SPACES TO WS-NEW-ORG-ID
           ELSE
               IF CF-ORG-ID NOT = SPACES
                   MOVE CF-ORG-ID TO WS-NEW-ORG-ID
               END-IF
           END-IF
           IF WS-NEW-ORG-ID NOT = WS-OLD-ORG-ID
                   AND WS-NEW-ORG-ID NOT = SPACES
               PERFORM 3700-CHECK-NEW-ORG THRU 3700-EXIT
               IF WS-TRANS-REJECTED
                   GO TO 3100-EXIT
               END-IF
           END-IF
           MOVE WS-NEW-ORG-ID TO CLNT-REG-ORG-ID

           IF WS-APPLY-MODE
               REWRITE CLNT-REG-RECORD
           IF WS-TRANS-OK
               ADD 1 TO WS-CHANGES-APPLIED
               PERFORM 3400-APPLY-PREFS THRU 3400-EXIT
               PERFORM 3750-SYNC-ORG-MEMBERS THRU 3750-EXIT
               IF CLNT-REG-INACTIVE AND WS-OLD-STATUS-SW = 'A'
                   PERFORM 3300-REVOKE-CLIENT-TOKENS THRU 3300-EXIT
               END-IF

           MOVE CLNT-REG-STATUS-SW   TO WS-OLD-STATUS-SW
           MOVE CLNT-REG-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT
           MOVE CLNT-REG-ORG-ID      TO WS-OLD-ORG-ID
           MOVE SPACES               TO WS-NEW-ORG-ID

           IF WS-APPLY-MODE
               DELETE CLNT-REG-FILE
           IF WS-TRANS-OK
               ADD 1 TO WS-DELETES-APPLIED
               PERFORM 3500-DELETE-PREFS THRU 3500-EXIT
               PERFORM 3750-SYNC-ORG-MEMBERS THRU 3750-EXIT
               PERFORM 3300-REVOKE-CLIENT-TOKENS THRU 3300-EXIT
           END-IF.
       3200-EXIT.
       3500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3600-APPLY-CONTRACT-DATES - non-blank feed dates replace the
      *                             row's; the resulting term must
      *                             not end before it starts
      *---------------------------------------------------------------
       3600-APPLY-CONTRACT-DATES.
           IF CF-CONTRACT-FROM NOT = SPACES
               MOVE CF-CONTRACT-FROM TO WS-EDIT-DATE-X
               MOVE WS-EDIT-DATE     TO CLNT-REG-CONTRACT-FROM
           END-IF
           IF CF-CONTRACT-TO NOT = SPACES
               MOVE CF-CONTRACT-TO   TO WS-EDIT-DATE-X
               MOVE WS-EDIT-DATE     TO CLNT-REG-CONTRACT-TO
           END-IF

      * Rows predating the contract dates carry spaces there until
      * the first change rewrites them - read that as no term.
           IF CLNT-REG-CONTRACT-FROM NOT NUMERIC
               MOVE 0 TO CLNT-REG-CONTRACT-FROM
           END-IF
           IF CLNT-REG-CONTRACT-TO NOT NUMERIC
               MOVE 0 TO CLNT-REG-CONTRACT-TO
           END-IF

           IF NOT CLNT-REG-NO-EXPIRY
                   AND CLNT-REG-CONTRACT-TO < CLNT-REG-CONTRACT-FROM
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'CONTRACT EXPIRES BEFORE IT STARTS'
                   TO WS-REJECT-REASON
           END-IF.
       3600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3700-CHECK-NEW-ORG - the organization a client is joining
      *                      must be on ORGREG and have room in its
      *                      member list; both are refused before the
      *                      registry row is touched
      *---------------------------------------------------------------
       3700-CHECK-NEW-ORG.
           MOVE WS-NEW-ORG-ID TO ORG-ID
           READ ORG-REG-FILE
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'ORGANIZATION NOT ON ORGREG'
                       TO WS-REJECT-REASON
                   GO TO 3700-EXIT
           END-READ

           IF ORG-MEMBER-COUNT >= WS-ORG-MAX-MEMBERS
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ORGANIZATION ALREADY HAS 20 CLIENTS'
                   TO WS-REJECT-REASON
           END-IF.
       3700-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3750-SYNC-ORG-MEMBERS - once the registry row has landed,
      *                         bring the member lists into line: out
      *                         of the organization the client left,
      *                         into the one it joined, or - staying
      *                         put - its class byte refreshed, since
      *                         only production members draw on a
      *                         pool. A delete leaves with no new one.
      *---------------------------------------------------------------
       3750-SYNC-ORG-MEMBERS.
           IF WS-OLD-ORG-ID = WS-NEW-ORG-ID
               IF WS-NEW-ORG-ID NOT = SPACES
                       AND CF-CLASS-SW NOT = SPACE
                   MOVE WS-NEW-ORG-ID TO WS-MBR-ORG-ID
                   PERFORM 3730-SET-MEMBER-CLASS THRU 3730-EXIT
               END-IF
               GO TO 3750-EXIT
           END-IF

           IF WS-OLD-ORG-ID NOT = SPACES
               MOVE WS-OLD-ORG-ID TO WS-MBR-ORG-ID
               PERFORM 3720-REMOVE-ORG-MEMBER THRU 3720-EXIT
           END-IF

           IF WS-NEW-ORG-ID NOT = SPACES
               MOVE WS-NEW-ORG-ID TO WS-MBR-ORG-ID
               PERFORM 3710-ADD-ORG-MEMBER THRU 3710-EXIT
           END-IF.
       3750-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3710-ADD-ORG-MEMBER - append the client to WS-MBR-ORG-ID's
      *                       member list. The trial only counts it.
      *---------------------------------------------------------------
       3710-ADD-ORG-MEMBER.
           ADD 1 TO WS-ORG-JOINS
           IF WS-TRIAL-MODE
               GO TO 3710-EXIT
           END-IF

           PERFORM 3740-READ-MEMBER-ORG THRU 3740-EXIT
           IF NOT WS-ORG-ON-FILE
               GO TO 3710-EXIT
           END-IF

           IF ORG-MEMBER-COUNT >= WS-ORG-MAX-MEMBERS
               DISPLAY 'GHCLM010 - ORGREG MEMBER LIST FULL FOR '
                       ORG-ID ', CLIENT ' CF-CLIENT-ID
               GO TO 3710-EXIT
           END-IF

           ADD 1 TO ORG-MEMBER-COUNT
           MOVE CF-CLIENT-ID
               TO ORG-MEMBER-CLIENT-ID(ORG-MEMBER-COUNT)
           MOVE CLNT-REG-CLASS-SW
               TO ORG-MEMBER-CLASS-SW(ORG-MEMBER-COUNT)
           PERFORM 3790-REWRITE-MEMBER-ORG THRU 3790-EXIT.
       3710-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3720-REMOVE-ORG-MEMBER - take the client out of WS-MBR-ORG-
      *                          ID's member list, closing the gap
      *                          so the list stays dense
      *---------------------------------------------------------------
       3720-REMOVE-ORG-MEMBER.
           ADD 1 TO WS-ORG-LEAVES
           IF WS-TRIAL-MODE
               GO TO 3720-EXIT
           END-IF

           PERFORM 3740-READ-MEMBER-ORG THRU 3740-EXIT
           IF NOT WS-ORG-ON-FILE OR NOT WS-MBR-FOUND
               GO TO 3720-EXIT
           END-IF

           PERFORM 3725-CLOSE-MEMBER-GAP THRU 3725-EXIT
               VARYING WS-MBR-IDX FROM WS-MBR-HIT BY 1
               UNTIL WS-MBR-IDX >= ORG-MEMBER-COUNT
           MOVE SPACES TO ORG-MEMBER(ORG-MEMBER-COUNT)
           SUBTRACT 1 FROM ORG-MEMBER-COUNT
           PERFORM 3790-REWRITE-MEMBER-ORG THRU 3790-EXIT.
       3720-EXIT.
           EXIT.

       3725-CLOSE-MEMBER-GAP.
           MOVE ORG-MEMBER(WS-MBR-IDX + 1) TO ORG-MEMBER(WS-MBR-IDX).
       3725-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3730-SET-MEMBER-CLASS - carry a class change onto the
      *                         client's entry in its organization
      *---------------------------------------------------------------
       3730-SET-MEMBER-CLASS.
           IF WS-TRIAL-MODE
               GO TO 3730-EXIT
           END-IF

           PERFORM 3740-READ-MEMBER-ORG THRU 3740-EXIT
           IF NOT WS-ORG-ON-FILE OR NOT WS-MBR-FOUND
               GO TO 3730-EXIT
           END-IF

           MOVE CLNT-REG-CLASS-SW TO ORG-MEMBER-CLASS-SW(WS-MBR-HIT)
           PERFORM 3790-REWRITE-MEMBER-ORG THRU 3790-EXIT.
       3730-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3740-READ-MEMBER-ORG - WS-MBR-ORG-ID's row, and where in its
      *                        list the client sits (WS-MBR-HIT)
      *---------------------------------------------------------------
       3740-READ-MEMBER-ORG.
           SET WS-ORG-ON-FILE TO TRUE
           MOVE 'N' TO WS-MBR-FOUND-SW
           MOVE 0   TO WS-MBR-HIT
           MOVE WS-MBR-ORG-ID TO ORG-ID
           READ ORG-REG-FILE
               INVALID KEY
                   SET WS-ORG-NOT-ON-FILE TO TRUE
                   DISPLAY 'GHCLM010 - ORGREG ROW MISSING FOR '
                           WS-MBR-ORG-ID ', CLIENT ' CF-CLIENT-ID
                   GO TO 3740-EXIT
           END-READ

           PERFORM 3745-MATCH-ONE-MEMBER THRU 3745-EXIT
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX > ORG-MEMBER-COUNT
                  OR WS-MBR-FOUND.
       3740-EXIT.
           EXIT.

       3745-MATCH-ONE-MEMBER.
           IF ORG-MEMBER-CLIENT-ID(WS-MBR-IDX) = CF-CLIENT-ID
               SET WS-MBR-FOUND TO TRUE
               MOVE WS-MBR-IDX TO WS-MBR-HIT
           END-IF.
       3745-EXIT.
           EXIT.

       3790-REWRITE-MEMBER-ORG.
           MOVE WS-CURRENT-DATE TO ORG-MAINT-DATE
           REWRITE ORG-REG-RECORD
               INVALID KEY
                   DISPLAY 'GHCLM010 - ORGREG REWRITE FAILED FOR '
                           ORG-ID ', CLIENT ' CF-CLIENT-ID
           END-REWRITE.
       3790-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-WRITE-AUDIT-ROW - one CLNTAUD row per applied change,
      *                        with the before/after status and limit
               MOVE CLNT-REG-DAILY-LIMIT TO CA-NEW-DAILY-LIMIT
           END-IF
           MOVE CF-REQUESTED-BY    TO CA-REQUESTED-BY
           MOVE SPACES             TO CA-APPROVED-BY

      * The trial puts the before/after detail on the report - the
      * exact row the apply run would append - so the reviewer reads
               WRITE CLM-REPORT-LINE FROM WS-AUDIT-LINE
           ELSE
               WRITE CLNT-AUDIT-RECORD
           END-IF

           IF CA-OLD-STATUS-SW = 'A'
                   AND (CF-TRANS-DELETE OR CA-NEW-STATUS-SW = 'I')
               PERFORM 4050-WRITE-NOTIFICATION THRU 4050-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4050-WRITE-NOTIFICATION - an active partner cut off by the
      *                           feed hears about it from GHNTF010
      *                           overnight instead of from failing
      *                           calls. The trial only counts it.
      *---------------------------------------------------------------
       4050-WRITE-NOTIFICATION.
           ADD 1 TO WS-NOTICES-WRITTEN
           IF WS-TRIAL-MODE
               GO TO 4050-EXIT
           END-IF

           MOVE SPACES             TO PTNR-NOTIFY-RECORD
           MOVE CA-CLIENT-ID       TO PN-CLIENT-ID
           MOVE CA-CHANGED-TS      TO PN-EVENT-TS
           SET PN-DEACTIVATED      TO TRUE
           MOVE 'GHCLM010'         TO PN-SOURCE
           MOVE CA-OLD-STATUS-SW   TO PN-OLD-STATUS-SW
           MOVE CA-NEW-STATUS-SW   TO PN-NEW-STATUS-SW
           MOVE 0                  TO PN-COUNT
           MOVE CA-NEW-DAILY-LIMIT TO PN-LIMIT
           IF CF-TRANS-DELETE
               MOVE 'REMOVED FROM REGISTRY' TO PN-REASON
           ELSE
               MOVE 'PARTNER MGMT FEED'     TO PN-REASON
           END-IF
           WRITE PTNR-NOTIFY-RECORD
           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHCLM010 - PTNRNTF WRITE FAILED FOR '
                       PN-CLIENT-ID ', STATUS=' WS-PTNRNTF-STATUS
           END-IF.
       4050-EXIT.
           EXIT.

       4100-PRINT-REJECT.
           MOVE CF-TRANS-CODE     TO RJ-TRANS-CODE
           IF CF-ROW-ORGANIZATION
               MOVE SPACES TO RJ-CLIENT-ID
               STRING 'ORGANIZATION ' DELIMITED BY SIZE
                      CF-ORG-KEY      DELIMITED BY SIZE
                   INTO RJ-CLIENT-ID
           ELSE
               MOVE CF-CLIENT-ID  TO RJ-CLIENT-ID
           END-IF
           MOVE WS-REJECT-REASON  TO RJ-REASON
           WRITE CLM-REPORT-LINE FROM WS-REJECT-LINE.
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-APPLY-ORG-ADD - a new partner organization, with no
      *                      members yet; clients join it by naming
      *                      it in CF-ORG-ID
      *---------------------------------------------------------------
       5000-APPLY-ORG-ADD.
           MOVE CF-ORG-KEY TO ORG-ID
           READ ORG-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'DUPLICATE ADD - ORGANIZATION ON FILE'
                       TO WS-REJECT-REASON
                   GO TO 5000-EXIT
           END-READ

           INITIALIZE ORG-REG-RECORD
           MOVE CF-ORG-KEY      TO ORG-ID
           MOVE CF-ORG-NAME     TO ORG-NAME
           IF CF-ORG-POOL-LIMIT NOT = SPACES
               COMPUTE ORG-POOL-LIMIT =
                   FUNCTION NUMVAL(CF-ORG-POOL-LIMIT)
           END-IF
           MOVE WS-CURRENT-DATE TO ORG-MAINT-DATE
           MOVE 0               TO WS-OLD-POOL-LIMIT

           IF WS-APPLY-MODE
               WRITE ORG-REG-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ORGREG WRITE FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF

           IF WS-TRANS-OK
               ADD 1 TO WS-ORG-ADDS
           END-IF.
       5000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5100-APPLY-ORG-CHANGE - rename, or set/move/remove the pool
      *---------------------------------------------------------------
       5100-APPLY-ORG-CHANGE.
           MOVE CF-ORG-KEY TO ORG-ID
           READ ORG-REG-FILE
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'CHANGE TO UNKNOWN ORGANIZATION'
                       TO WS-REJECT-REASON
                   GO TO 5100-EXIT
           END-READ

           MOVE ORG-POOL-LIMIT TO WS-OLD-POOL-LIMIT
           IF CF-ORG-NAME NOT = SPACES
               MOVE CF-ORG-NAME TO ORG-NAME
           END-IF
           IF CF-ORG-POOL-LIMIT NOT = SPACES
               COMPUTE ORG-POOL-LIMIT =
                   FUNCTION NUMVAL(CF-ORG-POOL-LIMIT)
           END-IF
           MOVE WS-CURRENT-DATE TO ORG-MAINT-DATE

           IF WS-APPLY-MODE
               REWRITE ORG-REG-RECORD
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ORGREG REWRITE FAILED'
                           TO WS-REJECT-REASON
               END-REWRITE
           END-IF

           IF WS-TRANS-OK
               ADD 1 TO WS-ORG-CHANGES
           END-IF.
       5100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5200-APPLY-ORG-DELETE - only an organization nobody belongs
      *                         to; its clients must be moved or
      *                         released ('NONE') by earlier rows
      *---------------------------------------------------------------
       5200-APPLY-ORG-DELETE.
           MOVE CF-ORG-KEY TO ORG-ID
           READ ORG-REG-FILE
               INVALID KEY
                   SET WS-TRANS-REJECTED TO TRUE
                   MOVE 'DELETE OF UNKNOWN ORGANIZATION'
                       TO WS-REJECT-REASON
                   GO TO 5200-EXIT
           END-READ

           IF ORG-MEMBER-COUNT > 0
               SET WS-TRANS-REJECTED TO TRUE
               MOVE 'ORGANIZATION STILL HAS CLIENTS'
                   TO WS-REJECT-REASON
               GO TO 5200-EXIT
           END-IF

           MOVE ORG-POOL-LIMIT TO WS-OLD-POOL-LIMIT
           IF WS-APPLY-MODE
               DELETE ORG-REG-FILE
                   INVALID KEY
                       SET WS-TRANS-REJECTED TO TRUE
                       MOVE 'ORGREG DELETE FAILED' TO WS-REJECT-REASON
               END-DELETE
           END-IF

           IF WS-TRANS-OK
               ADD 1 TO WS-ORG-DELETES
           END-IF.
       5200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5300-PRINT-ORG-LINE - an applied organization row is listed
      *                       on CLMRPT in both modes; CLNTAUD rows
      *                       describe clients and have no place for
      *                       an organization's pool
      *---------------------------------------------------------------
       5300-PRINT-ORG-LINE.
           MOVE CF-TRANS-CODE     TO OG-TRANS-CODE
           MOVE CF-ORG-KEY        TO OG-ORG-ID
           MOVE ORG-NAME          TO OG-NAME
           MOVE WS-OLD-POOL-LIMIT TO OG-OLD-POOL
           IF CF-TRANS-DELETE
               MOVE 0              TO OG-NEW-POOL
           ELSE
               MOVE ORG-POOL-LIMIT TO OG-NEW-POOL
           END-IF
           MOVE ORG-MEMBER-COUNT  TO OG-MEMBERS
           WRITE CLM-REPORT-LINE FROM WS-ORG-LINE.
       5300-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'TRANSACTIONS READ'      TO CL-LABEL
           MOVE WS-TRANS-READ            TO CL-COUNT
           MOVE 'PREFERENCE ROWS DELETED' TO CL-LABEL
           MOVE WS-PREFS-DELETED         TO CL-COUNT
           WRITE CLM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PARTNER NOTIFICATIONS'  TO CL-LABEL
           MOVE WS-NOTICES-WRITTEN       TO CL-COUNT
           WRITE CLM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ORGANIZATIONS ADDED'    TO CL-LABEL
           MOVE WS-ORG-ADDS              TO CL-COUNT
           WRITE CLM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ORGANIZATIONS CHANGED'  TO CL-LABEL
           MOVE WS-ORG-CHANGES           TO CL-COUNT
           WRITE CLM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ORGANIZATIONS DELETED'  TO CL-LABEL
           MOVE WS-ORG-DELETES           TO CL-COUNT
           WRITE CLM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS JOINING AN ORG' TO CL-LABEL
           MOVE WS-ORG-JOINS             TO CL-COUNT
           WRITE CLM-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS LEAVING AN ORG' TO CL-LABEL
           MOVE WS-ORG-LEAVES            TO CL-COUNT
           WRITE CLM-REPORT-LINE FROM WS-COUNT-LINE

           CLOSE CLNT-FEED-FILE
           CLOSE CLNT-REG-FILE
           CLOSE CLNT-PREF-FILE
           CLOSE TOKN-REC-FILE
           CLOSE ORG-REG-FILE
           IF WS-APPLY-MODE
               CLOSE CLNT-AUDIT-FILE
               CLOSE PTNR-NOTIFY-FILE
           END-IF
           CLOSE CLM-REPORT-FILE

           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY TZONECNV.
       COPY GHLDGCHK.
