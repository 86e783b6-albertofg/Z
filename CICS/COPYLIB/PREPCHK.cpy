      *****************************************************************
      * PREPCHK   - Prepaid balance debit (EXEC CICS)
      *
      * Requires the including program to COPY PREPBAL, CLNTREG,
      * CICSCOMN and BAQRINFO ahead of this member, to have already
      * read the client's CLNT-REG-RECORD (CLNTCHK), and to perform
      * 2800-DEBIT-PREPAID-THRU-EXIT once the greeting has been
      * built successfully and before the response is - only for a
      * production client flagged CLNT-REG-PREPAID, and never for an
      * idempotent replay (the original call already paid).
      *
      * Takes one call off the client's PREPBAL balance. No row, or
      * nothing left on it, refuses the call with
      * BAQ-ERROR-RATE-LIMITED and status 1014 - like 1005, the
      * client has run out of calls, not made a bad request. The
      * READ UPDATE holds the row until the REWRITE, so two calls
      * racing for the last unit cannot both spend it.
      *****************************************************************
       2800-DEBIT-PREPAID-THRU-EXIT.
           MOVE WS-CLIENT-ID TO PB-CLIENT-ID
           EXEC CICS READ
                FILE('PREPBAL')
                INTO(PREPAID-BALANCE-RECORD)
                RIDFLD(PB-CLIENT-ID)
                KEYLENGTH(LENGTH OF PB-CLIENT-ID)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NOTFND)
               SET BAQ-ERROR-RATE-LIMITED TO TRUE
               MOVE 1014 TO BAQ-STATUS-CODE
               GO TO 2800-EXIT
           END-IF

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3001 TO BAQ-STATUS-CODE
               GO TO 2800-EXIT
           END-IF

           IF PB-BALANCE = 0
               EXEC CICS UNLOCK
                    FILE('PREPBAL')
                    RESP(WS-CICS-RESP)
               END-EXEC
               SET BAQ-ERROR-RATE-LIMITED TO TRUE
               MOVE 1014 TO BAQ-STATUS-CODE
               GO TO 2800-EXIT
           END-IF

           SUBTRACT 1 FROM PB-BALANCE
           ADD 1 TO PB-CONSUMED-TOTAL
           MOVE WS-NOW-TS TO PB-LAST-DEBIT-TS
           EXEC CICS REWRITE
                FILE('PREPBAL')
                FROM(PREPAID-BALANCE-RECORD)
                RESP(WS-CICS-RESP)
           END-EXEC

      * A debit that did not land must not hand out a free greeting -
      * fail the call the way a RATELIM I/O problem does.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3001 TO BAQ-STATUS-CODE
           END-IF.
       2800-EXIT.
           EXIT.
