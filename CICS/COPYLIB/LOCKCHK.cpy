      *****************************************************************
      * LOCKCHK   - Authentication-failure lockout (EXEC CICS)
      *
      * Requires the including program to COPY AUTHLOCK and BAQRINFO
      * ahead of this member, and to have moved the caller's client
      * id into WS-CLIENT-ID and the X-Session-Token header (spaces
      * when none was presented) into WS-SESSION-TOKEN. Reads its own
      * clock - not every operation builds WS-NOW-TS.
      *
      * 1550-CHECK-LOCKOUT-THRU-EXIT, performed once CLNTCHK has
      * accepted the client id and before the token is looked at,
      * sets BAQ-ERROR-IN-API (and status code 1018) while the
      * client id, or the client id's presented token, is locked on
      * AUTHLOCK.
      *
      * 1560-RECORD-AUTH-FAILURE-THRU-EXIT, performed once the
      * operation's verdict is in (ahead of the status lookup), counts
      * a 1004, 1006 or 1009 against the client id and - for 1006 -
      * against the token presented, and starts the lock when the
      * failures inside the window reach WS-LOCK-FAIL-LIMIT. Any
      * other outcome is left alone. A presentation with no client
      * id at all has nothing to count against.
      *
      * As MAINTCHK does with its calendar, an AUTHLOCK that cannot be
      * read or written is traced and passes the call - the lockout
      * is a defence in depth, and must not turn a file problem into
      * an outage of every authenticated operation.
      *****************************************************************
       1550-CHECK-LOCKOUT-THRU-EXIT.
           MOVE 'N' TO WS-LOCK-SW
           IF WS-CLIENT-ID = SPACES
               GO TO 1550-EXIT
           END-IF
           PERFORM 1580-SET-LOCK-CLOCK-THRU-EXIT THRU 1580-EXIT

           MOVE WS-CLIENT-ID TO AL-CLIENT-ID
           MOVE SPACES       TO AL-TOKEN-ID
           PERFORM 1551-READ-LOCK-ROW-THRU-EXIT THRU 1551-EXIT

           IF NOT WS-LOCKED-OUT AND WS-SESSION-TOKEN NOT = SPACES
               MOVE WS-CLIENT-ID     TO AL-CLIENT-ID
               MOVE WS-SESSION-TOKEN TO AL-TOKEN-ID
               PERFORM 1551-READ-LOCK-ROW-THRU-EXIT THRU 1551-EXIT
           END-IF

           IF WS-LOCKED-OUT
               SET BAQ-ERROR-IN-API TO TRUE
               MOVE 1018 TO BAQ-STATUS-CODE
           END-IF.
       1550-EXIT.
           EXIT.

       1551-READ-LOCK-ROW-THRU-EXIT.
           EXEC CICS READ
                FILE('AUTHLOCK')
                INTO(AUTH-LOCK-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               IF AL-LOCKED
                       AND AL-LOCK-UNTIL-TS > WS-LOCK-NOW-TS(1:14)
                   SET WS-LOCKED-OUT TO TRUE
               END-IF
               GO TO 1551-EXIT
           END-IF

           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               EXEC CICS ENTER TRACEID(195)
                    FROM(AL-KEY)
               END-EXEC
           END-IF.
       1551-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1560 - count this presentation's failure. A 1004 or 1009 is
      *        the client id's; a 1006 is the token's and the client
      *        id's both, so a prober cycling through made-up tokens
      *        still locks the id it is probing with.
      *---------------------------------------------------------------
       1560-RECORD-AUTH-FAILURE-THRU-EXIT.
           IF BAQ-STATUS-CODE NOT = 1004
                   AND BAQ-STATUS-CODE NOT = 1006
                   AND BAQ-STATUS-CODE NOT = 1009
               GO TO 1560-EXIT
           END-IF
           IF WS-CLIENT-ID = SPACES
               GO TO 1560-EXIT
           END-IF
           PERFORM 1580-SET-LOCK-CLOCK-THRU-EXIT THRU 1580-EXIT

           MOVE WS-CLIENT-ID TO AL-CLIENT-ID
           MOVE SPACES       TO AL-TOKEN-ID
           PERFORM 1570-COUNT-ONE-FAILURE-THRU-EXIT THRU 1570-EXIT

           IF BAQ-STATUS-CODE = 1006 AND WS-SESSION-TOKEN NOT = SPACES
               MOVE WS-CLIENT-ID     TO AL-CLIENT-ID
               MOVE WS-SESSION-TOKEN TO AL-TOKEN-ID
               PERFORM 1570-COUNT-ONE-FAILURE-THRU-EXIT THRU 1570-EXIT
           END-IF.
       1560-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1570 - one AUTHLOCK row: push the failure time onto the
      *        front of AL-FAIL-TS, count the times still inside the
      *        window, and lock the row once the count reaches the
      *        limit. A row already locked is left as it is - a
      *        failure that got past the check (1009 is judged
      *        before it) does not stretch the lock.
      *---------------------------------------------------------------
       1570-COUNT-ONE-FAILURE-THRU-EXIT.
           EXEC CICS READ
                FILE('AUTHLOCK')
                INTO(AUTH-LOCK-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC
           MOVE WS-CICS-RESP TO WS-LOCK-READ-RESP

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               IF AL-LOCKED
                       AND AL-LOCK-UNTIL-TS > WS-LOCK-NOW-TS(1:14)
                   EXEC CICS UNLOCK
                        FILE('AUTHLOCK')
                   END-EXEC
                   GO TO 1570-EXIT
               END-IF
           ELSE
               IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
                   EXEC CICS ENTER TRACEID(195)
                        FROM(AL-KEY)
                   END-EXEC
                   GO TO 1570-EXIT
               END-IF
               MOVE SPACES TO AL-FAIL-TIMES
               MOVE 0      TO AL-FAIL-COUNT
               MOVE SPACES TO AL-LOCK-START-TS
               MOVE SPACES TO AL-LOCK-UNTIL-TS
               MOVE 0      TO AL-LOCK-FAILURES
               MOVE 0      TO AL-LOCKOUT-TOTAL
               MOVE SPACES TO AL-LIFTED-TS
               MOVE SPACES TO AL-LIFTED-BY
           END-IF

      * A lock that has run out is over - the row counts afresh.
           SET AL-NOT-LOCKED TO TRUE

           PERFORM 1575-SHIFT-ONE-FAIL-TS THRU 1575-EXIT
               VARYING WS-LOCK-IDX FROM WS-LOCK-TS-SLOTS BY -1
               UNTIL WS-LOCK-IDX < 2
           MOVE WS-LOCK-NOW-TS(1:14) TO AL-FAIL-TS(1)

           MOVE 0 TO AL-FAIL-COUNT
           PERFORM 1576-COUNT-ONE-FAIL-TS THRU 1576-EXIT
               VARYING WS-LOCK-IDX FROM 1 BY 1
               UNTIL WS-LOCK-IDX > WS-LOCK-TS-SLOTS

           MOVE WS-LOCK-NOW-TS  TO AL-LAST-FAIL-TS
           MOVE BAQ-STATUS-CODE TO AL-LAST-STATUS-CODE

           IF AL-FAIL-COUNT >= WS-LOCK-FAIL-LIMIT
               SET AL-LOCKED          TO TRUE
               MOVE WS-LOCK-NOW-TS    TO AL-LOCK-START-TS
               MOVE WS-LOCK-UNTIL-TS  TO AL-LOCK-UNTIL-TS
               MOVE AL-FAIL-COUNT     TO AL-LOCK-FAILURES
               ADD 1                  TO AL-LOCKOUT-TOTAL
               MOVE SPACES            TO AL-LIFTED-TS
               MOVE SPACES            TO AL-LIFTED-BY
               MOVE SPACES            TO AL-FAIL-TIMES
               MOVE 0                 TO AL-FAIL-COUNT
           END-IF

           IF WS-LOCK-READ-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE('AUTHLOCK')
                    FROM(AUTH-LOCK-RECORD)
                    RESP(WS-CICS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    FILE('AUTHLOCK')
                    FROM(AUTH-LOCK-RECORD)
                    RIDFLD(AL-KEY)
                    KEYLENGTH(LENGTH OF AL-KEY)
                    RESP(WS-CICS-RESP)
               END-EXEC
           END-IF

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENTER TRACEID(195)
                    FROM(AL-KEY)
               END-EXEC
           END-IF.
       1570-EXIT.
           EXIT.

       1575-SHIFT-ONE-FAIL-TS.
           MOVE AL-FAIL-TS(WS-LOCK-IDX - 1) TO AL-FAIL-TS(WS-LOCK-IDX).
       1575-EXIT.
           EXIT.

       1576-COUNT-ONE-FAIL-TS.
           IF AL-FAIL-TS(WS-LOCK-IDX) NOT = SPACES
                   AND AL-FAIL-TS(WS-LOCK-IDX) >= WS-LOCK-FLOOR-TS
               ADD 1 TO AL-FAIL-COUNT
           END-IF.
       1576-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1580 - now, the start of the counting window and the end of
      *        a lock started now, all from one ASKTIME
      *---------------------------------------------------------------
       1580-SET-LOCK-CLOCK-THRU-EXIT.
           EXEC CICS ASKTIME
                ABSTIME(WS-LOCK-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-LOCK-ABSTIME)
                YYYYMMDD(WS-LOCK-DATE)
                TIME(WS-LOCK-TIME)
           END-EXEC
           MOVE WS-LOCK-ABSTIME TO WS-LOCK-ABS-DISPLAY
           MOVE SPACES TO WS-LOCK-NOW-TS
           STRING WS-LOCK-DATE              DELIMITED BY SIZE
                  WS-LOCK-TIME              DELIMITED BY SIZE
                  WS-LOCK-ABS-DISPLAY(4:12) DELIMITED BY SIZE
               INTO WS-LOCK-NOW-TS

           COMPUTE WS-LOCK-WORK-ABSTIME =
               WS-LOCK-ABSTIME - WS-LOCK-WINDOW-MINUTES * 60000
           EXEC CICS FORMATTIME
                ABSTIME(WS-LOCK-WORK-ABSTIME)
                YYYYMMDD(WS-LOCK-DATE)
                TIME(WS-LOCK-TIME)
           END-EXEC
           STRING WS-LOCK-DATE DELIMITED BY SIZE
                  WS-LOCK-TIME DELIMITED BY SIZE
               INTO WS-LOCK-FLOOR-TS

           COMPUTE WS-LOCK-WORK-ABSTIME =
               WS-LOCK-ABSTIME + WS-LOCK-MINUTES * 60000
           EXEC CICS FORMATTIME
                ABSTIME(WS-LOCK-WORK-ABSTIME)
                YYYYMMDD(WS-LOCK-DATE)
                TIME(WS-LOCK-TIME)
           END-EXEC
           STRING WS-LOCK-DATE DELIMITED BY SIZE
                  WS-LOCK-TIME DELIMITED BY SIZE
               INTO WS-LOCK-UNTIL-TS.
       1580-EXIT.
           EXIT.
