      *   reason code, and before/after counts, so the auditors see   *
      *   who gave quota back, to whom, and why.                      *
      *                                                                *
      *   "Today" is the client's quota day (QUOTADAY): the partner's *
      *   own date where a UTC offset is on the registry, the row     *
      *   RATECHK is counting into.                                   *
      *                                                                *
      *   Four eyes: a credit of more than WS-APPROVAL-CREDIT-MAX     *
      *   calls is not applied here. It is held as a PENDCHG row and  *
      *   reaches RATELIM and QUOTAAUD only when a second operator,   *
      *   under a different user id, approves it on HWAP (JMTAPR)     *
      *   the same day. While one is held, further HWQA credits for   *
      *   that client are refused.                                    *
      *                                                                *
      *   Plain RECEIVE/SEND rather than a BMS map, as JMTOPS and    *
      *   JMTCLM - no map member to assemble and any model terminal  *
      *   works.                                                      *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Four eyes: credits over WS-APPROVAL-   *
      *                        CREDIT-MAX are held on PENDCHG for     *
      *                        approval on HWAP (JMTAPR) instead of   *
      *                        applied.                               *
      *   2026-10-15  BAQADEV  Credit applied to the client's quota   *
      *                        day (QUOTADAY) - the partner's own     *
      *                        date where a UTC offset is recorded.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CICSCOMN.
       COPY CLNTREG.
       COPY RATELIM.
       COPY QUOTAAUD.
       COPY PENDCHG.
       COPY TZONEWS.

      * Four-eyes threshold - a credit of more than this many calls
      * waits for a second operator on HWAP.
       77  WS-APPROVAL-CREDIT-MAX          PIC 9(09) COMP-5 VALUE 10000.

       01  WS-TERM-INPUT                   PIC X(80).
       01  WS-TERM-LEN                     PIC S9(4) COMP-5 VALUE 80.
               88 WS-VALUE-BAD                VALUE 'N'.

       01  WS-OPERATOR-ID                  PIC X(08).
       01  WS-PEND-READ-RESP               PIC S9(8) COMP-5.
       01  WS-ERROR-TEXT                   PIC X(60).
       01  WS-CREDIT-COUNT                 PIC 9(09) COMP-5.
       01  WS-OLD-CALL-COUNT               PIC 9(09) COMP-5.
           05 RE-CREDIT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(41) VALUE SPACES.

       01  WS-PENDING-LINE.
           05 FILLER                PIC X(14) VALUE 'QUOTA CREDIT  '.
           05 PN-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(30) VALUE
                  ' HELD FOR APPROVAL'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
      *                     rewrite, audit
      *---------------------------------------------------------------
       2000-APPLY-CREDIT.
           MOVE WS-QAD-CLIENT-ID TO CLNT-REG-CLIENT-ID
           PERFORM 1645-READ-QUOTA-DAY-THRU-EXIT THRU 1645-EXIT
           MOVE WS-QAD-CLIENT-ID TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE    TO RL-CALL-DATE
           EXEC CICS READ
                FILE('RATELIM')
                INTO(RATE-LIMIT-RECORD)
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-CHECK-PENDING THRU 2100-EXIT
           IF WS-REQUEST-NOT-OK
               EXEC CICS UNLOCK
                    FILE('RATELIM')
               END-EXEC
               GO TO 2000-EXIT
           END-IF

           IF WS-CREDIT-COUNT > WS-APPROVAL-CREDIT-MAX
               EXEC CICS UNLOCK
                    FILE('RATELIM')
               END-EXEC
               PERFORM 3500-HOLD-FOR-APPROVAL THRU 3500-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE RL-CALL-COUNT TO WS-OLD-CALL-COUNT
           IF WS-CREDIT-COUNT > RL-CALL-COUNT
               MOVE 0 TO RL-CALL-COUNT
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2100-CHECK-PENDING - one quota credit per client in flight
      *---------------------------------------------------------------
       2100-CHECK-PENDING.
           MOVE WS-QAD-CLIENT-ID TO PND-CLIENT-ID
           SET PND-QUOTA-CREDIT TO TRUE
           EXEC CICS READ
                FILE('PENDCHG')
                INTO(PEND-CHANGE-RECORD)
                RIDFLD(PND-KEY)
                KEYLENGTH(LENGTH OF PND-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL) AND PND-PENDING
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'A CREDIT FOR THIS CLIENT AWAITS APPROVAL ON HWAP'
                   TO WS-ERROR-TEXT
           END-IF.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-HOLD-FOR-APPROVAL - park the credit on PENDCHG for HWAP;
      *                          a decided or expired row for the
      *                          client is reused
      *---------------------------------------------------------------
       3500-HOLD-FOR-APPROVAL.
           MOVE WS-QAD-CLIENT-ID TO PND-CLIENT-ID
           SET PND-QUOTA-CREDIT TO TRUE
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
               MOVE 'A CREDIT FOR THIS CLIENT AWAITS APPROVAL ON HWAP'
                   TO WS-ERROR-TEXT
               GO TO 3500-EXIT
           END-IF

           MOVE WS-CICS-RESP TO WS-PEND-READ-RESP
           MOVE SPACES              TO PEND-CHANGE-RECORD
           MOVE WS-QAD-CLIENT-ID    TO PND-CLIENT-ID
           SET PND-QUOTA-CREDIT     TO TRUE
           SET PND-PENDING          TO TRUE
           MOVE WS-NOW-TS           TO PND-REQUESTED-TS
           MOVE WS-OPERATOR-ID      TO PND-REQUESTED-BY
           MOVE WS-ACTION-WORD      TO PND-ACTION-WORD
           MOVE 0                   TO PND-NEW-DAILY-LIMIT
           MOVE WS-CREDIT-COUNT     TO PND-CREDIT-COUNT
           MOVE WS-REASON-WORD      TO PND-REASON-CODE

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
               MOVE 'PENDCHG WRITE FAILED - CREDIT NOT HELD'
                   TO WS-ERROR-TEXT
               GO TO 3500-EXIT
           END-IF

           ADD 1 TO WS-LINE-IDX
           MOVE WS-QAD-CLIENT-ID TO PN-CLIENT-ID
           MOVE WS-PENDING-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           MOVE WS-REASON-WORD   TO RE-REASON-CODE
           MOVE WS-CREDIT-COUNT  TO RE-CREDIT
           MOVE WS-REASON-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           MOVE 'SECOND OPERATOR: HWAP <CLIENT-ID> HWQA APPROVE|REJECT'
               TO WS-SCREEN-LINE(WS-LINE-IDX).
       3500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-WRITE-AUDIT-ROW - one QUOTAAUD row per applied credit,
      *                        with the operator id, reason code and
      *---------------------------------------------------------------
       4000-WRITE-AUDIT-ROW.
           MOVE WS-QAD-CLIENT-ID     TO QA-CLIENT-ID
           MOVE WS-QUOTA-DATE        TO QA-CALL-DATE
           MOVE WS-NOW-TS            TO QA-ADJUSTED-TS
           MOVE WS-CREDIT-COUNT      TO QA-CREDIT-COUNT
           MOVE WS-OLD-CALL-COUNT    TO QA-OLD-CALL-COUNT
           MOVE RL-CALL-COUNT        TO QA-NEW-CALL-COUNT
           MOVE WS-REASON-WORD       TO QA-REASON-CODE
           MOVE WS-OPERATOR-ID       TO QA-REQUESTED-BY
           MOVE SPACES               TO QA-APPROVED-BY

           EXEC CICS WRITE
                FILE('QUOTAAUD')
           END-EXEC.
       7000-EXIT.
           EXIT.

       COPY QUOTADAY.
       COPY TZONECNV.
