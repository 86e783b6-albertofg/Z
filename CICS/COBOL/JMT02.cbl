      *   2026-09-02  BAQADEV  Initialize the usage-forensics fields *
      *                        (last-used, use count, revoked-ts) on  *
      *                        every token issued.                    *
      *   2026-10-15  BAQADEV  Authentication-failure lockout         *
      *                        (LOCKCHK, AUTHLOCK): a locked client   *
      *                        id or token is refused with 1018;      *
      *                        1004/1006/1009 failures are counted    *
      *                        toward the lock.                       *
      *   2026-10-15  BAQADEV  Client id taken before the credential  *
      *                        check so a 1009 counts against its     *
      *                        lockout.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY STATCAT.
       COPY CLNTREG.
       COPY TOKNREC.
       COPY AUTHLOCK.

       01  WS-TOKEN-WORK-AREA.
           05 WS-EXPIRES-ABSTIME           PIC S9(15) COMP-5.
               PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 3000-ISSUE-TOKEN        THRU 3000-EXIT
           END-IF

           PERFORM 2500-BUILD-RESPONSE         THRU 2500-EXIT
           PERFORM 1560-RECORD-AUTH-FAILURE-THRU-EXIT THRU 1560-EXIT
           PERFORM 9000-LOOKUP-STATUS-THRU-EXIT THRU 9000-EXIT

           GOBACK.
           SET  BAQ-SUCCESS TO TRUE
           MOVE 0 TO BAQ-STATUS-CODE

           MOVE SPACES TO WS-SESSION-TOKEN
           MOVE SPACES TO WS-CORRELATION-ID
           MOVE 0 TO WS-CORRELATION-ID-LEN
           IF X-Correlation-Id-length > 0
      *                             the registry lookup below.
      *---------------------------------------------------------------
       2000-VALIDATE-CREDENTIALS.
      * The client id is taken first, so a presentation without its
      * secret still counts against the id's lockout (LOCKCHK).
           MOVE SPACES TO WS-CLIENT-ID
           IF BAQ-OAUTH-CLIENTID-LEN > 0
               MOVE BAQ-OAUTH-CLIENTID(1:BAQ-OAUTH-CLIENTID-LEN)
                   TO WS-CLIENT-ID
           END-IF

           IF BAQ-OAUTH-CLIENTID-LEN = 0
                   OR BAQ-OAUTH-CLIENT-SECRET-LEN = 0
               SET BAQ-ERROR-IN-API TO TRUE
               MOVE 1009 TO BAQ-STATUS-CODE
           END-IF.
       2000-EXIT.
           EXIT.

           EXIT.

       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY STATLOOK.
