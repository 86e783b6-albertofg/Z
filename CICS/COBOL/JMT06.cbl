      *   releasing a burst instead of burning half of it on 1005     *
      *   rejections.                                                 *
      *                                                                *
      *   A partner with a UTC offset on the registry counts quota    *
      *   against its own day (QUOTADAY), so the count shown is that  *
      *   day's and resetsAt is the partner's next midnight on its    *
      *   own clock, followed by the offset (YYYYMMDD000000+HHMM).    *
      *                                                                *
      *   Asking does NOT itself consume quota - the RATELIM read     *
      *   here is read-only, unlike the RATECHK increment on the      *
      *   greeting operations.                                        *
      *                                                                *
      *   A prepaid client (CLNT-REG-PREPAID) also gets the calls     *
      *   left on its PREPBAL balance - again a read-only look, the   *
      *   PREPCHK debit only happens on the greeting operations.      *
      *                                                                *
      *   A client in a partner organization (ORGREG) also gets the   *
      *   organization's combined production calls today and its     *
      *   pooled daily limit; for a pooled production client the      *
      *   limit and remaining figures are the pool's, since that is   *
      *   what RATECHK judges the next call against.                  *
      *                                                                *
      *   LINKED TO by the z/OS Connect EE generated adapter with:    *
      *      BAQ-REQUEST-INFO    (BAQRINFO)                           *
      *      JMT06-REQUEST-BODY  (JMT06Q01 - ReqHeaders)              *
      *   2026-08-22  BAQADEV  Report the sandbox test quota as the  *
      *                        limit for sandbox-class clients, the  *
      *                        same limit RATECHK now enforces.      *
      *   2026-10-15  BAQADEV  Report whether the client is prepaid   *
      *                        and the calls left on its PREPBAL      *
      *                        balance (prepaid, prepaidBalance).     *
      *   2026-10-15  BAQADEV  Report the client's partner            *
      *                        organization, its combined calls today *
      *                        and pooled limit (orgId, orgCallsUsed, *
      *                        orgDailyLimit) via ORGUSAGE.           *
      *   2026-10-15  BAQADEV  Authentication-failure lockout         *
      *                        (LOCKCHK, AUTHLOCK): a locked client   *
      *                        id or token is refused with 1018;      *
      *                        1004/1006/1009 failures are counted    *
      *                        toward the lock.                       *
      *   2026-10-15  BAQADEV  Usage and resetsAt on the partner's    *
      *                        own day (QUOTADAY, TZONECNV): resetsAt *
      *                        is the partner's next midnight         *
      *                        followed by its UTC offset where one   *
      *                        is recorded.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY STATCAT.
       COPY CLNTREG.
       COPY RATELIM.
       COPY ORGREG.
       COPY PREPBAL.
       COPY TOKNREC.
       COPY AUTHLOCK.
       COPY TZONEWS.

       01  WS-USAGE-WORK-AREA.
           05 WS-TOKEN-SUPPLIED-SW         PIC X(01) VALUE 'N'.
               88 WS-TOKEN-SUPPLIED           VALUE 'Y'.
           05 WS-REMAINING                 PIC S9(9) COMP-5 VALUE 0.
           05 WS-RESET-DAY-INT             PIC S9(9) COMP-5.
           05 WS-RESET-DATE                PIC 9(08).
           05 WS-RESET-TS                  PIC X(26).

       LINKAGE SECTION.
       COPY BAQRINFO.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE            THRU 1000-EXIT
           PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT
           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS AND WS-TOKEN-SUPPLIED
               PERFORM 1700-CHECK-TOKEN-THRU-EXIT THRU 1700-EXIT
               PERFORM 3000-READ-TODAYS-USAGE THRU 3000-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 3200-READ-ORG-USAGE THRU 3200-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 3100-READ-PREPAID-BALANCE THRU 3100-EXIT
           END-IF

           PERFORM 2500-BUILD-RESPONSE         THRU 2500-EXIT
           PERFORM 1560-RECORD-AUTH-FAILURE-THRU-EXIT THRU 1560-EXIT
           PERFORM 9000-LOOKUP-STATUS-THRU-EXIT THRU 9000-EXIT

           GOBACK.
      * 3000-READ-TODAYS-USAGE - read-only look at today's counter
      *                          (no row yet means no calls today)
      *                          and work out when the window rolls:
      *                          midnight at the start of tomorrow,
      *                          both on the client's quota day
      *---------------------------------------------------------------
       3000-READ-TODAYS-USAGE.
           PERFORM 1640-SET-QUOTA-DAY-THRU-EXIT THRU 1640-EXIT
           MOVE WS-CLIENT-ID  TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE TO RL-CALL-DATE
           EXEC CICS READ
                FILE('RATELIM')
                INTO(RATE-LIMIT-RECORD)
               MOVE 0 TO WS-REMAINING
           END-IF

      * The partner's midnight is given on the partner's clock, with
      * its offset after it; a client on the host day gets the host
      * midnight exactly as before.
           COMPUTE WS-RESET-DAY-INT =
               FUNCTION INTEGER-OF-DATE(TZ-LOCAL-DATE) + 1
           COMPUTE WS-RESET-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RESET-DAY-INT)
           MOVE SPACES TO WS-RESET-TS
           IF CLNT-REG-HOST-DAY OR TZ-OFFSET-INVALID
               STRING WS-RESET-DATE DELIMITED BY SIZE
                      '000000'      DELIMITED BY SIZE
                   INTO WS-RESET-TS
           ELSE
               STRING WS-RESET-DATE       DELIMITED BY SIZE
                      '000000'            DELIMITED BY SIZE
                      CLNT-REG-UTC-OFFSET DELIMITED BY SIZE
                   INTO WS-RESET-TS
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-READ-ORG-USAGE - the client's organization and its
      *                       combined count (ORGUSAGE, read-only).
      *                       A pooled production client is limited
      *                       by the pool, so that is the limit and
      *                       remaining count it is shown.
      *---------------------------------------------------------------
       3200-READ-ORG-USAGE.
           PERFORM 1650-SUM-ORG-USAGE-THRU-EXIT THRU 1650-EXIT
           IF WS-ORG-SUM-FAILED
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3001 TO BAQ-STATUS-CODE
               GO TO 3200-EXIT
           END-IF

           IF WS-ORG-POOLED AND NOT WS-SANDBOX-CLIENT
               MOVE ORG-POOL-LIMIT TO WS-EFFECTIVE-DAILY-LIMIT
               COMPUTE WS-REMAINING =
                   ORG-POOL-LIMIT - WS-ORG-CALL-COUNT
               IF WS-REMAINING < 0
                   MOVE 0 TO WS-REMAINING
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3100-READ-PREPAID-BALANCE - calls left for a prepaid client;
      *                             no PREPBAL row yet means nothing
      *                             has been bought, a zero balance
      *---------------------------------------------------------------
       3100-READ-PREPAID-BALANCE.
           MOVE 0 TO PB-BALANCE
           IF NOT CLNT-REG-PREPAID
               GO TO 3100-EXIT
           END-IF

           MOVE WS-CLIENT-ID TO PB-CLIENT-ID
           EXEC CICS READ
                FILE('PREPBAL')
                INTO(PREPAID-BALANCE-RECORD)
                RIDFLD(PB-CLIENT-ID)
                KEYLENGTH(LENGTH OF PB-CLIENT-ID)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NOTFND)
               MOVE 0 TO PB-BALANCE
           ELSE
               IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   SET BAQ-ERROR-IN-STUB TO TRUE
                   MOVE 3001 TO BAQ-STATUS-CODE
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2500-BUILD-RESPONSE
      *---------------------------------------------------------------
               MOVE WS-EFFECTIVE-DAILY-LIMIT TO XdailyLimit
               MOVE WS-REMAINING         TO Xremaining
               MOVE WS-RESET-TS          TO XresetsAt
               IF CLNT-REG-PREPAID
                   MOVE 'Y'              TO Xprepaid
                   MOVE PB-BALANCE       TO XprepaidBalance
               ELSE
                   MOVE 'N'              TO Xprepaid
                   MOVE 0                TO XprepaidBalance
               END-IF
               IF WS-ORG-MEMBER
                   MOVE ORG-ID            TO XorgId
                   MOVE WS-ORG-CALL-COUNT TO XorgCallsUsed
                   MOVE ORG-POOL-LIMIT    TO XorgDailyLimit
               ELSE
                   MOVE SPACES            TO XorgId
                   MOVE 0                 TO XorgCallsUsed
                   MOVE 0                 TO XorgDailyLimit
               END-IF
           ELSE
               MOVE 0      TO XcallsUsed
               MOVE 0      TO XdailyLimit
               MOVE 0      TO Xremaining
               MOVE SPACES TO XresetsAt
               MOVE 'N'    TO Xprepaid
               MOVE 0      TO XprepaidBalance
               MOVE SPACES TO XorgId
               MOVE 0      TO XorgCallsUsed
               MOVE 0      TO XorgDailyLimit
           END-IF

           MOVE WS-CORRELATION-ID TO Xcorrelationid
           EXIT.

       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY TOKNCHK.
       COPY STATLOOK.
       COPY ORGUSAGE.
       COPY QUOTADAY.
       COPY TZONECNV.
