      * Requires the including program to COPY RATELIM, CLNTREG and
      * BAQRINFO ahead of this member, to have already read the
      * client's CLNT-REG-RECORD (for CLNT-REG-DAILY-LIMIT), and to
      * move the caller's client id, today's date (YYYYMMDD) and the
      * time (HHMMSS) into WS-CLIENT-ID/WS-TODAY-DATE/WS-NOW-TIME
      * before performing 1600-CHECK-RATE-LIMIT-THRU-EXIT. Sets
      * BAQ-ERROR-RATE-LIMITED (and status code 1005) once
      * RL-CALL-COUNT reaches the client's daily limit.
      *
      * The count is kept against the client's quota day (QUOTADAY -
      * COPY it, TZONEWS and TZONECNV too): today on the partner's
      * own clock when CLNT-REG-UTC-OFFSET is recorded, so the limit
      * rolls at the partner's midnight; the host day otherwise.
      *
      * A sandbox client (classified by CLNTCHK) is limited by the
      * generous fixed WS-SANDBOX-DAILY-LIMIT test quota instead of
      * its CLNT-REG-DAILY-LIMIT, so integration testing neither
      * burns the production allowance nor runs unlimited.
      *
      * The call that takes a production client to 80% of its daily
      * limit also writes a quota-warning row to the PTNRNTF partner
      * notification file (COPY PTNRNTF ahead of this member too), so
      * the partner hears before the 1005s start. RL-WARNED-SW on the
      * RATELIM row keeps it to one warning per client per day.
      *****************************************************************
       1600-CHECK-RATE-LIMIT-THRU-EXIT.
           MOVE 'N' TO WS-QUOTA-WARN-SW
           MOVE 'N' TO WS-ORG-POOL-SW
           PERFORM 1640-SET-QUOTA-DAY-THRU-EXIT THRU 1640-EXIT
           IF WS-SANDBOX-CLIENT
               MOVE WS-SANDBOX-DAILY-LIMIT
                   TO WS-EFFECTIVE-DAILY-LIMIT
           ELSE
               MOVE CLNT-REG-DAILY-LIMIT
                   TO WS-EFFECTIVE-DAILY-LIMIT
               PERFORM 1650-SUM-ORG-USAGE-THRU-EXIT THRU 1650-EXIT
               IF WS-ORG-SUM-FAILED
                   SET BAQ-ERROR-IN-STUB TO TRUE
                   MOVE 3001 TO BAQ-STATUS-CODE
                   GO TO 1600-EXIT
               END-IF
               IF WS-ORG-POOLED
                   IF WS-ORG-CALL-COUNT >= ORG-POOL-LIMIT
                       SET BAQ-ERROR-RATE-LIMITED TO TRUE
                       MOVE 1016 TO BAQ-STATUS-CODE
                       GO TO 1600-EXIT
                   END-IF
      * The member's own count is part of the pool total, so with the
      * pool as its limit the 1005 test below can never bite first.
                   MOVE ORG-POOL-LIMIT TO WS-EFFECTIVE-DAILY-LIMIT
                   ADD 1 TO WS-ORG-CALL-COUNT
               END-IF
           END-IF
           MOVE WS-CLIENT-ID  TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE TO RL-CALL-DATE
           EXEC CICS READ
                FILE('RATELIM')
                INTO(RATE-LIMIT-RECORD)
                RIDFLD(RL-KEY)
                KEYLENGTH(LENGTH OF RL-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               IF RL-CALL-COUNT >= WS-EFFECTIVE-DAILY-LIMIT
                   EXEC CICS UNLOCK
                        FILE('RATELIM')
                   END-EXEC
                   SET BAQ-ERROR-RATE-LIMITED TO TRUE
                   MOVE 1005 TO BAQ-STATUS-CODE
                   GO TO 1600-EXIT
               END-IF
               ADD 1 TO RL-CALL-COUNT
               PERFORM 1610-JUDGE-QUOTA-WARNING-THRU-EXIT
                   THRU 1610-EXIT
               EXEC CICS REWRITE
                    FILE('RATELIM')
                    FROM(RATE-LIMIT-RECORD)
           ELSE
               IF WS-CICS-RESP = DFHRESP(NOTFND)
                   MOVE 1 TO RL-CALL-COUNT
                   SET RL-QUOTA-NOT-WARNED TO TRUE
                   PERFORM 1610-JUDGE-QUOTA-WARNING-THRU-EXIT
                       THRU 1610-EXIT
                   EXEC CICS WRITE
                        FILE('RATELIM')
                        FROM(RATE-LIMIT-RECORD)
      * silently reset the client's daily count back to zero.
                   SET BAQ-ERROR-IN-STUB TO TRUE
                   MOVE 3001 TO BAQ-STATUS-CODE
                   GO TO 1600-EXIT
               END-IF
           END-IF

      * Only a counter row that actually landed carries the warned
      * flag - if the REWRITE/WRITE missed, the next call warns.
           IF WS-QUOTA-WARN-DUE
                   AND WS-CICS-RESP = DFHRESP(NORMAL)
               PERFORM 1620-WRITE-QUOTA-WARNING-THRU-EXIT
                   THRU 1620-EXIT
           END-IF.
       1600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1610 - flag the row when this call takes a production client
      *        to 80% of its daily limit for the first time today.
      *        Sandbox quota is a test allowance - no warning. A pooled
      *        member warns only on the call that takes the whole
      *        organization across 80% of the pool, so the partner
      *        hears once, not once per member.
      *---------------------------------------------------------------
       1610-JUDGE-QUOTA-WARNING-THRU-EXIT.
           IF WS-ORG-POOLED
               IF WS-ORG-CALL-COUNT * 100 >= ORG-POOL-LIMIT * 80
                       AND (WS-ORG-CALL-COUNT - 1) * 100
                           < ORG-POOL-LIMIT * 80
                   SET WS-QUOTA-WARN-DUE TO TRUE
               END-IF
               GO TO 1610-EXIT
           END-IF

           IF WS-SANDBOX-CLIENT
                   OR RL-QUOTA-WARNED
                   OR WS-EFFECTIVE-DAILY-LIMIT = 0
               GO TO 1610-EXIT
           END-IF

           IF RL-CALL-COUNT * 100 >= WS-EFFECTIVE-DAILY-LIMIT * 80
               SET RL-QUOTA-WARNED   TO TRUE
               SET WS-QUOTA-WARN-DUE TO TRUE
           END-IF.
       1610-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1620 - append the quota-warning row for GHNTF010. Like the
      *        history write, a miss is traced and does not fail the
      *        caller's greeting.
      *---------------------------------------------------------------
       1620-WRITE-QUOTA-WARNING-THRU-EXIT.
           MOVE SPACES                   TO PTNR-NOTIFY-RECORD
           MOVE WS-CLIENT-ID             TO PN-CLIENT-ID
           MOVE WS-NOW-TS                TO PN-EVENT-TS
           SET PN-QUOTA-WARNING          TO TRUE
           MOVE 'RATECHK'                TO PN-SOURCE
           MOVE WS-CORRELATION-ID        TO PN-REFERENCE
           IF WS-ORG-POOLED
               MOVE WS-ORG-CALL-COUNT    TO PN-COUNT
               MOVE ORG-POOL-LIMIT       TO PN-LIMIT
               MOVE 'ORG POOL 80 PCT'    TO PN-REASON
           ELSE
               MOVE RL-CALL-COUNT            TO PN-COUNT
               MOVE WS-EFFECTIVE-DAILY-LIMIT TO PN-LIMIT
               MOVE 'DAILY LIMIT 80 PCT'     TO PN-REASON
           END-IF
           EXEC CICS WRITE
                FILE('PTNRNTF')
                FROM(PTNR-NOTIFY-RECORD)
                MASSINSERT
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENTER TRACEID(197)
                    FROM(PN-CLIENT-ID)
               END-EXEC
           END-IF.
       1620-EXIT.
           EXIT.
