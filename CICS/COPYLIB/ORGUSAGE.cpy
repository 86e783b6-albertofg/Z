      *****************************************************************
      * ORGUSAGE  - Partner organization pooled usage (EXEC CICS)
      *
      * Requires the including program to COPY CICSCOMN, CLNTREG,
      * RATELIM and ORGREG ahead of this member, to have already read
      * the client's CLNT-REG-RECORD, and to have the client's quota
      * day (QUOTADAY) in WS-QUOTA-DATE before performing 1650-SUM-
      * ORG-USAGE-THRU-EXIT. The members' counts are read for that
      * same day - an organization's members share the caller's
      * calendar for the pool.
      *
      * Sets WS-ORG-MEMBER (with the organization's row in ORG-REG-
      * RECORD) when the client belongs to an organization on ORGREG,
      * WS-ORG-POOLED when that organization has a pooled daily
      * limit, and WS-ORG-CALL-COUNT to today's combined RATELIM
      * count of the organization's production members - the figure
      * the pool is judged against. The caller's own RATE-LIMIT-
      * RECORD is left exactly as it was.
      *
      * An organization missing from ORGREG, or the file unavailable,
      * reads as no organization: the member's own daily limit then
      * applies, as it did before organizations existed. A member's
      * RATELIM row that cannot be read (other than not there yet)
      * sets WS-ORG-SUM-FAILED instead - a pool judged on a partial
      * count would let the organization overrun it.
      *****************************************************************
       1650-SUM-ORG-USAGE-THRU-EXIT.
           SET WS-ORG-NONE TO TRUE
           MOVE 'N' TO WS-ORG-POOL-SW
           MOVE 'N' TO WS-ORG-SUM-SW
           MOVE 0   TO WS-ORG-CALL-COUNT

           IF CLNT-REG-NO-ORG
               GO TO 1650-EXIT
           END-IF

           MOVE CLNT-REG-ORG-ID TO ORG-ID
           EXEC CICS READ
                FILE('ORGREG')
                INTO(ORG-REG-RECORD)
                RIDFLD(ORG-ID)
                KEYLENGTH(LENGTH OF ORG-ID)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1650-EXIT
           END-IF

           SET WS-ORG-MEMBER TO TRUE
           IF NOT ORG-NO-POOL
               SET WS-ORG-POOLED TO TRUE
           END-IF

           MOVE RATE-LIMIT-RECORD TO WS-ORG-RL-SAVE
           PERFORM 1660-ADD-ONE-MEMBER-THRU-EXIT THRU 1660-EXIT
               VARYING WS-ORG-MBR-IDX FROM 1 BY 1
               UNTIL WS-ORG-MBR-IDX > ORG-MEMBER-COUNT
                  OR WS-ORG-MBR-IDX > 20
                  OR WS-ORG-SUM-FAILED
           MOVE WS-ORG-RL-SAVE TO RATE-LIMIT-RECORD.
       1650-EXIT.
           EXIT.

       1660-ADD-ONE-MEMBER-THRU-EXIT.
           IF ORG-MEMBER-SANDBOX(WS-ORG-MBR-IDX)
               GO TO 1660-EXIT
           END-IF

           MOVE ORG-MEMBER-CLIENT-ID(WS-ORG-MBR-IDX) TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE                        TO RL-CALL-DATE
           EXEC CICS READ
                FILE('RATELIM')
                INTO(RATE-LIMIT-RECORD)
                RIDFLD(RL-KEY)
                KEYLENGTH(LENGTH OF RL-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-CICS-RESP = DFHRESP(NORMAL)
                   ADD RL-CALL-COUNT TO WS-ORG-CALL-COUNT
               WHEN WS-CICS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   SET WS-ORG-SUM-FAILED TO TRUE
           END-EVALUATE.
       1660-EXIT.
           EXIT.
