      *   2026-09-02  BAQADEV  Scope=CLIENT sweeps through the       *
      *                        TOKNAIX alternate-index path instead  *
      *                        of browsing the whole token file.     *
      *   2026-10-15  BAQADEV  Authentication-failure lockout         *
      *                        (LOCKCHK, AUTHLOCK): a locked client   *
      *                        id or token is refused with 1018;      *
      *                        1004/1006/1009 failures are counted    *
      *                        toward the lock.                       *
      *   2026-10-15  BAQADEV  Client id taken before the credential  *
      *                        check so a 1009 counts against its     *
      *                        lockout.                               *
      *   2026-10-15  BAQADEV  Loop PERFORMs of GO TO-exit paragraphs *
      *                        coded THRU their exit paragraphs.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY STATCAT.
       COPY CLNTREG.
       COPY TOKNREC.
       COPY AUTHLOCK.

       01  WS-REVOKE-WORK-AREA.
           05 WS-REVOKE-ALL-SW             PIC X(01) VALUE 'N'.
               PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS
               IF WS-REVOKE-ALL
                   PERFORM 3100-REVOKE-ALL-TOKENS THRU 3100-EXIT
           END-IF

           PERFORM 2500-BUILD-RESPONSE         THRU 2500-EXIT
           PERFORM 1560-RECORD-AUTH-FAILURE-THRU-EXIT THRU 1560-EXIT
           PERFORM 9000-LOOKUP-STATUS-THRU-EXIT THRU 9000-EXIT

           GOBACK.
      *                             and derives WS-CLIENT-ID
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
               GO TO 2000-EXIT
           END-IF

           IF NOT WS-REVOKE-ALL AND WS-SESSION-TOKEN = SPACES
      * Revoking a single token without presenting one is a caller
      * error - the closest catalog entry is the invalid-token one.
               SET WS-SWEEP-DONE TO TRUE
           END-IF

           PERFORM 3110-COLLECT-NEXT-TOKEN-THRU-EXIT THRU 3110-EXIT
               UNTIL WS-SWEEP-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               END-EXEC
           END-IF

           PERFORM 3120-REVOKE-ONE-HIT-THRU-EXIT THRU 3120-EXIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT.
       3100-EXIT.
           EXIT.

       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY STATLOOK.
