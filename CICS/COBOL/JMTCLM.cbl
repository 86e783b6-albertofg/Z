      *                                                                *
      *               HWCM <client-id> STATUS A|I                     *
      *               HWCM <client-id> LIMIT <1-999999999>            *
      *               HWCM <client-id> UNLOCK                         *
      *                                                                *
      *   Deactivating a client (STATUS I) also sweeps TOKNREC and   *
      *   revokes every still-active session token issued to it, the *
      *   id from CICS, so the auditors get the same answer whether  *
      *   the change came from the feed or the screen.               *
      *                                                                *
      *   Four eyes: a deactivation, or a limit change of more than   *
      *   WS-APPROVAL-LIMIT-PCT percent of the current limit, is not  *
      *   applied here. It is held as a PENDCHG row and reaches       *
      *   CLNTREG, TOKNREC and CLNTAUD only when a second operator,   *
      *   under a different user id, approves it on HWAP (JMTAPR).    *
      *   While a change for the client is held, further HWCM         *
      *   requests for that client are refused.                       *
      *                                                                *
      *   UNLOCK lifts any authentication-failure lockout in force   *
      *   on AUTHLOCK for the client id and its session tokens (the  *
      *   partner has fixed its credentials and cannot wait out the  *
      *   lock). The registry is not changed; the lift is written to *
      *   CLNTAUD as trans code 'L' with the operator id.            *
      *                                                                *
      *   Plain RECEIVE/SEND rather than a BMS map, as JMTOPS - no   *
      *   map member to assemble and any model terminal works.       *
      *                                                                *
      *                        the deactivation sweep revokes.        *
      *   2026-09-02  BAQADEV  Deactivation sweep keyed through the  *
      *                        TOKNAIX alternate-index path.          *
      *   2026-10-15  BAQADEV  Four eyes: deactivations and limit     *
      *                        changes over WS-APPROVAL-LIMIT-PCT are *
      *                        held on PENDCHG for approval on HWAP   *
      *                        (JMTAPR) instead of applied.           *
      *   2026-10-15  BAQADEV  UNLOCK action lifts the client id's    *
      *                        authentication-failure lockouts on     *
      *                        AUTHLOCK, audited on CLNTAUD as trans  *
      *                        code 'L'.                              *
      *   2026-10-15  BAQADEV  Loop PERFORMs of GO TO-exit paragraphs *
      *                        coded THRU their exit paragraphs.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY CLNTREG.
       COPY TOKNREC.
       COPY CLNTAUD.
       COPY PENDCHG.
       COPY AUTHLOCK.

      * Four-eyes threshold - a limit moved by more than this percent
      * of its current value waits for a second operator on HWAP.
       77  WS-APPROVAL-LIMIT-PCT           PIC 9(03) COMP-5 VALUE 25.

       01  WS-USAGE-TEXT                   PIC X(60) VALUE
              'USAGE: HWCM <CLIENT-ID> STATUS A|I / LIMIT <N> / UNLOCK'.

       01  WS-TERM-INPUT                   PIC X(80).
       01  WS-TERM-LEN                     PIC S9(4) COMP-5 VALUE 80.
               88 WS-VALUE-BAD                VALUE 'N'.
           05 WS-SWEEP-DONE-SW             PIC X(01) VALUE 'N'.
               88 WS-SWEEP-DONE               VALUE 'Y'.
           05 WS-APPROVAL-SW               PIC X(01) VALUE 'N'.
               88 WS-APPROVAL-NEEDED          VALUE 'Y'.
               88 WS-NO-APPROVAL-NEEDED       VALUE 'N'.

       01  WS-OPERATOR-ID                  PIC X(08).
       01  WS-PEND-READ-RESP               PIC S9(8) COMP-5.
       01  WS-ERROR-TEXT                   PIC X(60).
       01  WS-OLD-STATUS-SW                PIC X(01).
       01  WS-OLD-DAILY-LIMIT              PIC 9(09) COMP-5.
       01  WS-NEW-LIMIT                    PIC 9(09) COMP-5.
       01  WS-LIMIT-MOVE                   PIC 9(09) COMP-5.
       01  WS-LIMIT-MOVE-PCT               PIC 9(09) COMP-5.
       01  WS-DIGIT-IDX                    PIC S9(4) COMP-5.
       01  WS-VALUE-ENDED-SW               PIC X(01).
               88 WS-VALUE-ENDED              VALUE 'Y'.
           05 WS-HIT-TOKEN-ID OCCURS 100 TIMES
                                           PIC X(36).

      * CLNTAUD trans code - 'C' registry change, 'L' lockout lifted
       01  WS-AUDIT-TRANS-CODE             PIC X(01) VALUE 'C'.
       01  WS-LOCKS-LIFTED                 PIC S9(4) COMP-5 VALUE 0.

       01  WS-SCREEN.
           05 WS-SCREEN-LINE OCCURS 22 TIMES
                                           PIC X(80).
           05 TK-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(45) VALUE SPACES.

       01  WS-LIFT-LINE.
           05 FILLER                PIC X(15) VALUE 'LOCKOUT LIFTED '.
           05 LF-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(29) VALUE SPACES.

       01  WS-LIFT-COUNT-LINE.
           05 FILLER                PIC X(24) VALUE
                  'AUTHLOCK ROWS UNLOCKED  '.
           05 LF-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(45) VALUE SPACES.

       01  WS-PENDING-LINE.
           05 FILLER                PIC X(09) VALUE 'REGISTRY '.
           05 PN-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(35) VALUE
                  ' HELD FOR APPROVAL - NOT APPLIED'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT

           IF WS-REQUEST-OK
               IF WS-ACTION-WORD = 'UNLOCK  '
                   PERFORM 2500-LIFT-LOCKOUT  THRU 2500-EXIT
               ELSE
                   PERFORM 2000-APPLY-CHANGE  THRU 2000-EXIT
               END-IF
           END-IF

           IF WS-REQUEST-OK

      *---------------------------------------------------------------
      * 1000-INITIALIZE - receive and parse
      *                   'HWCM <client-id> STATUS|LIMIT <value>'
      *                   or 'HWCM <client-id> UNLOCK',
      *                   and capture the operator id for the audit
      *---------------------------------------------------------------
       1000-INITIALIZE.

           IF WS-CLM-CLIENT-ID = SPACES
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE WS-USAGE-TEXT TO WS-ERROR-TEXT
               GO TO 1000-EXIT
           END-IF

                       MOVE 'LIMIT VALUE NOT NUMERIC OR ZERO'
                           TO WS-ERROR-TEXT
                   END-IF
               WHEN 'UNLOCK  '
                   IF WS-VALUE-WORD NOT = SPACES
                       SET WS-REQUEST-NOT-OK TO TRUE
                       MOVE 'UNLOCK TAKES NO VALUE' TO WS-ERROR-TEXT
                   END-IF
               WHEN OTHER
                   SET WS-REQUEST-NOT-OK TO TRUE
                   MOVE WS-USAGE-TEXT TO WS-ERROR-TEXT
           END-EVALUATE.
       1000-EXIT.
           EXIT.
           MOVE CLNT-REG-STATUS-SW   TO WS-OLD-STATUS-SW
           MOVE CLNT-REG-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT

           PERFORM 2100-CHECK-PENDING THRU 2100-EXIT
           IF WS-REQUEST-NOT-OK
               EXEC CICS UNLOCK
                    FILE('CLNTREG')
               END-EXEC
               GO TO 2000-EXIT
           END-IF

           PERFORM 2200-CHECK-APPROVAL THRU 2200-EXIT
           IF WS-APPROVAL-NEEDED
               EXEC CICS UNLOCK
                    FILE('CLNTREG')
               END-EXEC
               PERFORM 3500-HOLD-FOR-APPROVAL THRU 3500-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-ACTION-WORD = 'STATUS  '
               MOVE WS-VALUE-WORD(1:1) TO CLNT-REG-STATUS-SW
           ELSE
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2100-CHECK-PENDING - one registry change per client in flight:
      *                      while one waits on HWAP, a second would
      *                      be approved against figures nobody saw
      *---------------------------------------------------------------
       2100-CHECK-PENDING.
           MOVE WS-CLM-CLIENT-ID TO PND-CLIENT-ID
           SET PND-REGISTRY-CHANGE TO TRUE
           EXEC CICS READ
                FILE('PENDCHG')
                INTO(PEND-CHANGE-RECORD)
                RIDFLD(PND-KEY)
                KEYLENGTH(LENGTH OF PND-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND PND-PENDING
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'A CHANGE FOR THIS CLIENT AWAITS APPROVAL ON HWAP'
                   TO WS-ERROR-TEXT
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-CHECK-APPROVAL - any deactivation, and any limit move of
      *                       more than WS-APPROVAL-LIMIT-PCT percent
      *                       (any move at all off a zero limit),
      *                       needs a second operator
      *---------------------------------------------------------------
       2200-CHECK-APPROVAL.
           SET WS-NO-APPROVAL-NEEDED TO TRUE

           IF WS-ACTION-WORD = 'STATUS  '
               IF WS-VALUE-WORD(1:1) = 'I' AND CLNT-REG-ACTIVE
                   SET WS-APPROVAL-NEEDED TO TRUE
               END-IF
               GO TO 2200-EXIT
           END-IF

           IF WS-NEW-LIMIT = WS-OLD-DAILY-LIMIT
               GO TO 2200-EXIT
           END-IF

           IF WS-OLD-DAILY-LIMIT = 0
               SET WS-APPROVAL-NEEDED TO TRUE
               GO TO 2200-EXIT
           END-IF

           IF WS-NEW-LIMIT > WS-OLD-DAILY-LIMIT
               COMPUTE WS-LIMIT-MOVE = WS-NEW-LIMIT - WS-OLD-DAILY-LIMIT
           ELSE
               COMPUTE WS-LIMIT-MOVE = WS-OLD-DAILY-LIMIT - WS-NEW-LIMIT
           END-IF
           COMPUTE WS-LIMIT-MOVE-PCT =
               (WS-LIMIT-MOVE * 100) / WS-OLD-DAILY-LIMIT

           IF WS-LIMIT-MOVE-PCT > WS-APPROVAL-LIMIT-PCT
               SET WS-APPROVAL-NEEDED TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2500-LIFT-LOCKOUT - end every lock in force on AUTHLOCK for
      *                     the client id: its own row and its
      *                     tokens'. As the token sweep does, the
      *                     browse only collects the keys and the
      *                     updates follow ENDBR. A client id that is
      *                     not (or no longer) registered can still be
      *                     locked - its audit row carries a blank
      *                     status and a zero limit.
      *---------------------------------------------------------------
       2500-LIFT-LOCKOUT.
           MOVE WS-CLM-CLIENT-ID TO CLNT-REG-CLIENT-ID
           EXEC CICS READ
                FILE('CLNTREG')
                INTO(CLNT-REG-RECORD)
                RIDFLD(CLNT-REG-CLIENT-ID)
                KEYLENGTH(LENGTH OF CLNT-REG-CLIENT-ID)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CLNT-REG-STATUS-SW
               MOVE 0      TO CLNT-REG-DAILY-LIMIT
           END-IF
           MOVE CLNT-REG-STATUS-SW   TO WS-OLD-STATUS-SW
           MOVE CLNT-REG-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT

           MOVE WS-CLM-CLIENT-ID TO AL-CLIENT-ID
           MOVE LOW-VALUES       TO AL-TOKEN-ID
           EXEC CICS STARTBR
                FILE('AUTHLOCK')
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SWEEP-DONE TO TRUE
           END-IF

           PERFORM 2510-COLLECT-NEXT-LOCK-THRU-EXIT THRU 2510-EXIT
               UNTIL WS-SWEEP-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
                   OR WS-CICS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('AUTHLOCK')
               END-EXEC
           END-IF

           PERFORM 2520-LIFT-ONE-LOCK-THRU-EXIT THRU 2520-EXIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT

           IF WS-LOCKS-LIFTED = 0
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'NO LOCKOUT IN FORCE FOR THIS CLIENT ID'
                   TO WS-ERROR-TEXT
               GO TO 2500-EXIT
           END-IF

           MOVE 'L' TO WS-AUDIT-TRANS-CODE
           PERFORM 4000-WRITE-AUDIT-ROW THRU 4000-EXIT

           ADD 1 TO WS-LINE-IDX
           MOVE WS-CLM-CLIENT-ID TO LF-CLIENT-ID
           MOVE WS-LIFT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           MOVE WS-LOCKS-LIFTED TO LF-COUNT
           MOVE WS-LIFT-COUNT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       2500-EXIT.
           EXIT.

       2510-COLLECT-NEXT-LOCK-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('AUTHLOCK')
                INTO(AUTH-LOCK-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SWEEP-DONE TO TRUE
               GO TO 2510-EXIT
           END-IF

           IF AL-CLIENT-ID NOT = WS-CLM-CLIENT-ID
               SET WS-SWEEP-DONE TO TRUE
               GO TO 2510-EXIT
           END-IF

           IF AL-LOCKED AND AL-LOCK-UNTIL-TS > WS-NOW-TS(1:14)
               IF WS-HIT-COUNT >= WS-HIT-MAX
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 2510-EXIT
               END-IF
               ADD 1 TO WS-HIT-COUNT
               MOVE AL-TOKEN-ID TO WS-HIT-TOKEN-ID(WS-HIT-COUNT)
           END-IF.
       2510-EXIT.
           EXIT.

       2520-LIFT-ONE-LOCK-THRU-EXIT.
           MOVE WS-CLM-CLIENT-ID            TO AL-CLIENT-ID
           MOVE WS-HIT-TOKEN-ID(WS-HIT-IDX) TO AL-TOKEN-ID
           EXEC CICS READ
                FILE('AUTHLOCK')
                INTO(AUTH-LOCK-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2520-EXIT
           END-IF

           IF NOT AL-LOCKED
               EXEC CICS UNLOCK
                    FILE('AUTHLOCK')
               END-EXEC
               GO TO 2520-EXIT
           END-IF

           SET AL-NOT-LOCKED TO TRUE
           MOVE WS-NOW-TS      TO AL-LIFTED-TS
           MOVE WS-OPERATOR-ID TO AL-LIFTED-BY
           EXEC CICS REWRITE
                FILE('AUTHLOCK')
                FROM(AUTH-LOCK-RECORD)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-LOCKS-LIFTED
           END-IF.
       2520-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-REVOKE-CLIENT-TOKENS - the same sweep JMT05 scope=CLIENT
      *                             runs, keyed through the TOKNAIX
               SET WS-SWEEP-DONE TO TRUE
           END-IF

           PERFORM 3100-COLLECT-NEXT-TOKEN-THRU-EXIT THRU 3100-EXIT
               UNTIL WS-SWEEP-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               END-EXEC
           END-IF

           PERFORM 3200-REVOKE-ONE-HIT-THRU-EXIT THRU 3200-EXIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-HOLD-FOR-APPROVAL - park the request on PENDCHG for HWAP;
      *                          a decided or expired row for the
      *                          client is reused, so the file holds
      *                          one row per client per screen
      *---------------------------------------------------------------
       3500-HOLD-FOR-APPROVAL.
           MOVE WS-CLM-CLIENT-ID TO PND-CLIENT-ID
           SET PND-REGISTRY-CHANGE TO TRUE
           EXEC CICS READ
                FILE('PENDCHG')
                INTO(PEND-CHANGE-RECORD)
                RIDFLD(PND-KEY)
                KEYLENGTH(LENGTH OF PND-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND PND-PENDING
               EXEC CICS UNLOCK
                    FILE('PENDCHG')
               END-EXEC
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'A CHANGE FOR THIS CLIENT AWAITS APPROVAL ON HWAP'
                   TO WS-ERROR-TEXT
               GO TO 3500-EXIT
           END-IF

           MOVE WS-CICS-RESP TO WS-PEND-READ-RESP
           MOVE SPACES              TO PEND-CHANGE-RECORD
           MOVE WS-CLM-CLIENT-ID    TO PND-CLIENT-ID
           SET PND-REGISTRY-CHANGE  TO TRUE
           SET PND-PENDING          TO TRUE
           MOVE WS-NOW-TS           TO PND-REQUESTED-TS
           MOVE WS-OPERATOR-ID      TO PND-REQUESTED-BY
           MOVE WS-ACTION-WORD      TO PND-ACTION-WORD
           MOVE 0                   TO PND-NEW-DAILY-LIMIT
           MOVE 0                   TO PND-CREDIT-COUNT
           IF WS-ACTION-WORD = 'STATUS  '
               MOVE WS-VALUE-WORD(1:1) TO PND-NEW-STATUS-SW
           ELSE
               MOVE WS-NEW-LIMIT       TO PND-NEW-DAILY-LIMIT
           END-IF

           IF WS-PEND-READ-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                    FILE('PENDCHG')
                    FROM(PEND-CHANGE-RECORD)
                    RESP(WS-CICS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    FILE('PENDCHG')
                    FROM(PEND-CHANGE-RECORD)
                    RIDFLD(PND-KEY)
                    KEYLENGTH(LENGTH OF PND-KEY)
                    RESP(WS-CICS-RESP)
               END-EXEC
           END-IF

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'PENDCHG WRITE FAILED - CHANGE NOT HELD'
                   TO WS-ERROR-TEXT
               GO TO 3500-EXIT
           END-IF

           ADD 1 TO WS-LINE-IDX
           MOVE WS-CLM-CLIENT-ID TO PN-CLIENT-ID
           MOVE WS-PENDING-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           IF WS-ACTION-WORD = 'STATUS  '
               MOVE WS-OLD-STATUS-SW   TO ST-OLD-STATUS
               MOVE WS-VALUE-WORD(1:1) TO ST-NEW-STATUS
               MOVE WS-STATUS-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)
           ELSE
               MOVE WS-OLD-DAILY-LIMIT TO LM-OLD-LIMIT
               MOVE WS-NEW-LIMIT       TO LM-NEW-LIMIT
               MOVE WS-LIMIT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF

           ADD 1 TO WS-LINE-IDX
           MOVE 'SECOND OPERATOR: HWAP <CLIENT-ID> HWCM APPROVE|REJECT'
               TO WS-SCREEN-LINE(WS-LINE-IDX).
       3500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-WRITE-AUDIT-ROW - one CLNTAUD row per applied change or
      *                        lockout lift, in
      *                        the same layout GHCLM010 appends, with
      *                        the operator id in CA-REQUESTED-BY
      *---------------------------------------------------------------
       4000-WRITE-AUDIT-ROW.
           MOVE WS-CLM-CLIENT-ID     TO CA-CLIENT-ID
           MOVE WS-NOW-TS            TO CA-CHANGED-TS
           MOVE WS-AUDIT-TRANS-CODE  TO CA-TRANS-CODE
           MOVE WS-OLD-STATUS-SW     TO CA-OLD-STATUS-SW
           MOVE CLNT-REG-STATUS-SW   TO CA-NEW-STATUS-SW
           MOVE WS-OLD-DAILY-LIMIT   TO CA-OLD-DAILY-LIMIT
           MOVE CLNT-REG-DAILY-LIMIT TO CA-NEW-DAILY-LIMIT
           MOVE WS-OPERATOR-ID       TO CA-REQUESTED-BY
           MOVE SPACES               TO CA-APPROVED-BY

           EXEC CICS WRITE
                FILE('CLNTAUD')
