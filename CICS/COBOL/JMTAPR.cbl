       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JMTAPR.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   JMTAPR - four-eyes approval of held operator changes (CICS  *
      *            3270 transaction HWAP). JMTCLM (HWCM) holds any    *
      *            deactivation and any large daily-limit change, and *
      *            JMTQAD (HWQA) any large quota credit, as a PENDCHG *
      *            row instead of applying it. This screen is where a *
      *            second operator looks at the held row and decides: *
      *                                                                *
      *               HWAP <client-id>                                *
      *               HWAP <client-id> HWCM|HWQA APPROVE|REJECT       *
      *                                                                *
      *   The first form lists what is held for the client. The       *
      *   second decides one item. The deciding operator's CICS user  *
      *   id must differ from the requester's - the same person       *
      *   cannot be both pairs of eyes. A row requested on an         *
      *   earlier day is marked expired rather than applied; the      *
      *   figures it was keyed against are gone.                      *
      *                                                                *
      *   APPROVE applies the change exactly as the originating       *
      *   screen would have - REWRITE of CLNTREG with the TOKNAIX     *
      *   token sweep on a deactivation, or the floor-at-zero credit  *
      *   on today's RATELIM row - and writes the CLNTAUD or QUOTAAUD *
      *   row with the requester in REQUESTED-BY and this operator    *
      *   in APPROVED-BY. REJECT touches nothing but PENDCHG.         *
      *   An approved deactivation also writes the partner's          *
      *   notification row to PTNRNTF.                                *
      *                                                                *
      *   Plain RECEIVE/SEND rather than a BMS map, as JMTOPS,        *
      *   JMTCLM and JMTQAD.                                          *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  An approved deactivation writes a      *
      *                        partner notification row to PTNRNTF    *
      *                        for GHNTF010.                          *
      *   2026-10-15  BAQADEV  Approved quota credit applied to the   *
      *                        client's quota day (QUOTADAY) - the    *
      *                        partner's own date where a UTC offset  *
      *                        is recorded.                           *
      *   2026-10-15  BAQADEV  Loop PERFORMs of GO TO-exit paragraphs *
      *                        coded THRU their exit paragraphs.      *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CICSCOMN.
       COPY CLNTREG.
       COPY TOKNREC.
       COPY RATELIM.
       COPY CLNTAUD.
       COPY QUOTAAUD.
       COPY PENDCHG.
       COPY PTNRNTF.
       COPY TZONEWS.

       01  WS-TERM-INPUT                   PIC X(80).
       01  WS-TERM-LEN                     PIC S9(4) COMP-5 VALUE 80.
       01  WS-PARSE-AREA.
           05 WS-TRAN-WORD                 PIC X(08).
           05 WS-APR-CLIENT-ID             PIC X(36).
           05 WS-SCREEN-WORD               PIC X(08).
           05 WS-DECISION-WORD             PIC X(08).

       01  WS-APR-SWITCHES.
           05 WS-REQUEST-OK-SW             PIC X(01) VALUE 'Y'.
               88 WS-REQUEST-OK               VALUE 'Y'.
               88 WS-REQUEST-NOT-OK           VALUE 'N'.
           05 WS-SWEEP-DONE-SW             PIC X(01) VALUE 'N'.
               88 WS-SWEEP-DONE               VALUE 'Y'.
           05 WS-APPLY-OK-SW               PIC X(01) VALUE 'Y'.
               88 WS-APPLY-OK                 VALUE 'Y'.
               88 WS-APPLY-FAILED             VALUE 'N'.

       01  WS-OPERATOR-ID                  PIC X(08).
       01  WS-ERROR-TEXT                   PIC X(60).
       01  WS-KIND-SW                      PIC X(01).
       01  WS-OLD-STATUS-SW                PIC X(01).
       01  WS-OLD-DAILY-LIMIT              PIC 9(09) COMP-5.
       01  WS-OLD-CALL-COUNT               PIC 9(09) COMP-5.
       01  WS-HELD-COUNT                   PIC S9(4) COMP-5 VALUE 0.

       01  WS-REVOKE-WORK-AREA.
           05 WS-TOKENS-REVOKED            PIC S9(9) COMP-5 VALUE 0.
           05 WS-AIX-KEY                   PIC X(36).
           05 WS-HIT-COUNT                 PIC S9(4) COMP-5 VALUE 0.
           05 WS-HIT-IDX                   PIC S9(4) COMP-5.
           05 WS-HIT-MAX                   PIC S9(4) COMP-5 VALUE 100.
           05 WS-HIT-TOKEN-ID OCCURS 100 TIMES
                                           PIC X(36).

       01  WS-SCREEN.
           05 WS-SCREEN-LINE OCCURS 22 TIMES
                                           PIC X(80).
       01  WS-LINE-IDX                     PIC S9(4) COMP-5 VALUE 0.

       01  WS-HEADER-LINE.
           05 FILLER                PIC X(14) VALUE 'HELD CHANGES  '.
           05 HD-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(30) VALUE SPACES.

       01  WS-HELD-LINE.
           05 HL-SCREEN             PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL-STATE              PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL-ACTION             PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL-VALUE              PIC X(11).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL-REASON             PIC X(08).
           05 FILLER                PIC X(04) VALUE ' BY '.
           05 HL-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(04) VALUE ' AT '.
           05 HL-REQUESTED-DATE     PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HL-REQUESTED-TIME     PIC X(06).
           05 FILLER                PIC X(06) VALUE SPACES.

       01  WS-EDIT-COUNT                   PIC ZZZ,ZZZ,ZZ9.

       01  WS-DECIDED-LINE.
           05 DC-SCREEN             PIC X(04).
           05 FILLER                PIC X(08) VALUE ' CHANGE '.
           05 DC-DECISION           PIC X(08).
           05 FILLER                PIC X(05) VALUE ' FOR '.
           05 DC-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(19) VALUE SPACES.

       01  WS-STATUS-LINE.
           05 FILLER                PIC X(08) VALUE 'STATUS  '.
           05 ST-OLD-STATUS         PIC X(01).
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 ST-NEW-STATUS         PIC X(01).
           05 FILLER                PIC X(66) VALUE SPACES.

       01  WS-LIMIT-LINE.
           05 FILLER                PIC X(13) VALUE 'DAILY LIMIT  '.
           05 LM-OLD-LIMIT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 LM-NEW-LIMIT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(41) VALUE SPACES.

       01  WS-TOKEN-LINE.
           05 FILLER                PIC X(24) VALUE
                  'SESSION TOKENS REVOKED  '.
           05 TK-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(45) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(12) VALUE 'CALL COUNT  '.
           05 CT-OLD-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 CT-NEW-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(42) VALUE SPACES.

       01  WS-REQUESTER-LINE.
           05 FILLER                PIC X(14) VALUE 'REQUESTED BY  '.
           05 RQ-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(15) VALUE '  APPROVED BY  '.
           05 RQ-APPROVED-BY        PIC X(08).
           05 FILLER                PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE        THRU 1000-EXIT

           IF WS-REQUEST-OK
               IF WS-SCREEN-WORD = SPACES
                   PERFORM 2000-LIST-HELD THRU 2000-EXIT
               ELSE
                   PERFORM 3000-DECIDE    THRU 3000-EXIT
               END-IF
           END-IF

           IF WS-REQUEST-OK
               PERFORM 6000-SEND-SCREEN   THRU 6000-EXIT
           ELSE
               PERFORM 7000-SEND-ERROR    THRU 7000-EXIT
           END-IF

           EXEC CICS RETURN
           END-EXEC.

      *---------------------------------------------------------------
      * 1000-INITIALIZE - receive and parse
      *                   'HWAP <client-id> [HWCM|HWQA APPROVE|REJECT]'
      *                   and capture the deciding operator's id
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE SPACES TO WS-TERM-INPUT
           MOVE 80 TO WS-TERM-LEN
           EXEC CICS RECEIVE
                INTO(WS-TERM-INPUT)
                LENGTH(WS-TERM-LEN)
                RESP(WS-CICS-RESP)
           END-EXEC

           MOVE SPACES TO WS-PARSE-AREA
           UNSTRING WS-TERM-INPUT DELIMITED BY ALL SPACES
               INTO WS-TRAN-WORD
                    WS-APR-CLIENT-ID
                    WS-SCREEN-WORD
                    WS-DECISION-WORD
           END-UNSTRING

           MOVE SPACES TO WS-OPERATOR-ID
           EXEC CICS ASSIGN
                USERID(WS-OPERATOR-ID)
           END-EXEC

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC
           MOVE WS-ABSTIME TO WS-ABSTIME-DISPLAY
           STRING WS-TODAY-DATE            DELIMITED BY SIZE
                  WS-NOW-TIME              DELIMITED BY SIZE
                  WS-ABSTIME-DISPLAY(4:12) DELIMITED BY SIZE
               INTO WS-NOW-TS

           MOVE SPACES TO WS-SCREEN
           MOVE 0 TO WS-LINE-IDX

           IF WS-APR-CLIENT-ID = SPACES
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'USAGE: HWAP <CLIENT-ID> [HWCM|HWQA APPROVE|REJECT]'
                   TO WS-ERROR-TEXT
               GO TO 1000-EXIT
           END-IF

           IF WS-SCREEN-WORD = SPACES
               GO TO 1000-EXIT
           END-IF

           EVALUATE WS-SCREEN-WORD
               WHEN 'HWCM    '
                   MOVE 'R' TO WS-KIND-SW
               WHEN 'HWQA    '
                   MOVE 'Q' TO WS-KIND-SW
               WHEN OTHER
                   SET WS-REQUEST-NOT-OK TO TRUE
                   MOVE 'SCREEN MUST BE HWCM OR HWQA'
                       TO WS-ERROR-TEXT
                   GO TO 1000-EXIT
           END-EVALUATE

           IF WS-DECISION-WORD NOT = 'APPROVE '
                   AND WS-DECISION-WORD NOT = 'REJECT  '
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'USAGE: HWAP <CLIENT-ID> HWCM|HWQA APPROVE|REJECT'
                   TO WS-ERROR-TEXT
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-LIST-HELD - show the client's HWCM and HWQA rows, pending
      *                  or last decided, so the approver sees what
      *                  was asked for before deciding
      *---------------------------------------------------------------
       2000-LIST-HELD.
           ADD 1 TO WS-LINE-IDX
           MOVE WS-APR-CLIENT-ID TO HD-CLIENT-ID
           MOVE WS-HEADER-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           MOVE 'R' TO WS-KIND-SW
           PERFORM 2100-SHOW-ONE-ROW THRU 2100-EXIT
           MOVE 'Q' TO WS-KIND-SW
           PERFORM 2100-SHOW-ONE-ROW THRU 2100-EXIT

           IF WS-HELD-COUNT = 0
               ADD 1 TO WS-LINE-IDX
               MOVE 'NOTHING HELD FOR THIS CLIENT'
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-SHOW-ONE-ROW.
           MOVE WS-APR-CLIENT-ID TO PND-CLIENT-ID
           MOVE WS-KIND-SW       TO PND-KIND-SW
           EXEC CICS READ
                FILE('PENDCHG')
                INTO(PEND-CHANGE-RECORD)
                RIDFLD(PND-KEY)
                KEYLENGTH(LENGTH OF PND-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO HL-VALUE
           IF PND-REGISTRY-CHANGE
               MOVE 'HWCM' TO HL-SCREEN
               IF PND-ACTION-WORD = 'STATUS  '
                   MOVE PND-NEW-STATUS-SW TO HL-VALUE
               ELSE
                   MOVE PND-NEW-DAILY-LIMIT TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO HL-VALUE
               END-IF
           ELSE
               MOVE 'HWQA' TO HL-SCREEN
               MOVE PND-CREDIT-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO HL-VALUE
           END-IF

           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE 'PENDING ' TO HL-STATE
               WHEN PND-APPROVED
                   MOVE 'APPROVED' TO HL-STATE
               WHEN PND-REJECTED
                   MOVE 'REJECTED' TO HL-STATE
               WHEN OTHER
                   MOVE 'EXPIRED ' TO HL-STATE
           END-EVALUATE

           MOVE PND-ACTION-WORD        TO HL-ACTION
           MOVE PND-REASON-CODE        TO HL-REASON
           MOVE PND-REQUESTED-BY       TO HL-REQUESTED-BY
           MOVE PND-REQUESTED-TS(1:8)  TO HL-REQUESTED-DATE
           MOVE PND-REQUESTED-TS(9:6)  TO HL-REQUESTED-TIME

           ADD 1 TO WS-LINE-IDX
           MOVE WS-HELD-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-DECIDE - read the held row for update and approve or
      *               reject it. The PENDCHG lock is held across the
      *               apply, so two approvers cannot both apply it.
      *---------------------------------------------------------------
       3000-DECIDE.
           MOVE WS-APR-CLIENT-ID TO PND-CLIENT-ID
           MOVE WS-KIND-SW       TO PND-KIND-SW
           EXEC CICS READ
                FILE('PENDCHG')
                INTO(PEND-CHANGE-RECORD)
                RIDFLD(PND-KEY)
                KEYLENGTH(LENGTH OF PND-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'NOTHING HELD FOR THIS CLIENT ON THAT SCREEN'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

           IF NOT PND-PENDING
               EXEC CICS UNLOCK
                    FILE('PENDCHG')
               END-EXEC
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'HELD CHANGE ALREADY DECIDED OR EXPIRED'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

           IF PND-REQUESTED-BY = WS-OPERATOR-ID
               EXEC CICS UNLOCK
                    FILE('PENDCHG')
               END-EXEC
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'A SECOND OPERATOR MUST DECIDE - NOT THE REQUESTER'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

      * Held yesterday and missed by GHPND010 (or decided before it
      * ran) - the figures it was keyed against have moved on.
           IF PND-REQUESTED-TS(1:8) < WS-TODAY-DATE
               SET PND-EXPIRED TO TRUE
               MOVE WS-NOW-TS      TO PND-DECIDED-TS
               MOVE WS-OPERATOR-ID TO PND-DECIDED-BY
               PERFORM 3900-REWRITE-PENDING THRU 3900-EXIT
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'HELD CHANGE EXPIRED - REQUESTED ON AN EARLIER DAY'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

           IF WS-DECISION-WORD = 'REJECT  '
               SET PND-REJECTED TO TRUE
               MOVE WS-NOW-TS      TO PND-DECIDED-TS
               MOVE WS-OPERATOR-ID TO PND-DECIDED-BY
               PERFORM 3900-REWRITE-PENDING THRU 3900-EXIT
               IF WS-REQUEST-OK
                   PERFORM 3800-BUILD-DECIDED THRU 3800-EXIT
               END-IF
               GO TO 3000-EXIT
           END-IF

           SET WS-APPLY-OK TO TRUE
           IF PND-REGISTRY-CHANGE
               PERFORM 4000-APPLY-REGISTRY THRU 4000-EXIT
           ELSE
               PERFORM 5000-APPLY-CREDIT   THRU 5000-EXIT
           END-IF

           IF WS-APPLY-FAILED
      * Nothing was applied - leave the row pending for another try.
               EXEC CICS UNLOCK
                    FILE('PENDCHG')
               END-EXEC
               SET WS-REQUEST-NOT-OK TO TRUE
               GO TO 3000-EXIT
           END-IF

           SET PND-APPROVED TO TRUE
           MOVE WS-NOW-TS      TO PND-DECIDED-TS
           MOVE WS-OPERATOR-ID TO PND-DECIDED-BY
           PERFORM 3900-REWRITE-PENDING THRU 3900-EXIT
           IF WS-REQUEST-NOT-OK
               MOVE 'CHANGE APPLIED BUT PENDCHG REWRITE FAILED'
                   TO WS-ERROR-TEXT
           END-IF.
       3000-EXIT.
           EXIT.

       3800-BUILD-DECIDED.
           MOVE WS-SCREEN-WORD   TO DC-SCREEN
           IF PND-APPROVED
               MOVE 'APPROVED' TO DC-DECISION
           ELSE
               MOVE 'REJECTED' TO DC-DECISION
           END-IF
           MOVE WS-APR-CLIENT-ID TO DC-CLIENT-ID
           ADD 1 TO WS-LINE-IDX
           MOVE WS-DECIDED-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           MOVE PND-REQUESTED-BY TO RQ-REQUESTED-BY
           MOVE WS-OPERATOR-ID   TO RQ-APPROVED-BY
           ADD 1 TO WS-LINE-IDX
           MOVE WS-REQUESTER-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       3800-EXIT.
           EXIT.

       3900-REWRITE-PENDING.
           EXEC CICS REWRITE
                FILE('PENDCHG')
                FROM(PEND-CHANGE-RECORD)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'PENDCHG REWRITE FAILED' TO WS-ERROR-TEXT
           END-IF.
       3900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-APPLY-REGISTRY - the HWCM change, applied as JMTCLM
      *                       applies an under-threshold one: read for
      *                       update, set the one field, rewrite,
      *                       sweep tokens on a deactivation, audit
      *---------------------------------------------------------------
       4000-APPLY-REGISTRY.
           MOVE WS-APR-CLIENT-ID TO CLNT-REG-CLIENT-ID
           EXEC CICS READ
                FILE('CLNTREG')
                INTO(CLNT-REG-RECORD)
                RIDFLD(CLNT-REG-CLIENT-ID)
                KEYLENGTH(LENGTH OF CLNT-REG-CLIENT-ID)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-FAILED TO TRUE
               MOVE 'CLIENT ID IS NOT ON THE REGISTRY'
                   TO WS-ERROR-TEXT
               GO TO 4000-EXIT
           END-IF

           MOVE CLNT-REG-STATUS-SW   TO WS-OLD-STATUS-SW
           MOVE CLNT-REG-DAILY-LIMIT TO WS-OLD-DAILY-LIMIT

           IF PND-ACTION-WORD = 'STATUS  '
               MOVE PND-NEW-STATUS-SW   TO CLNT-REG-STATUS-SW
           ELSE
               MOVE PND-NEW-DAILY-LIMIT TO CLNT-REG-DAILY-LIMIT
           END-IF

           EXEC CICS REWRITE
                FILE('CLNTREG')
                FROM(CLNT-REG-RECORD)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-FAILED TO TRUE
               MOVE 'REGISTRY REWRITE FAILED' TO WS-ERROR-TEXT
               GO TO 4000-EXIT
           END-IF

           IF CLNT-REG-INACTIVE AND WS-OLD-STATUS-SW = 'A'
               PERFORM 4100-REVOKE-CLIENT-TOKENS THRU 4100-EXIT
           END-IF

           SET PND-APPROVED TO TRUE
           PERFORM 3800-BUILD-DECIDED THRU 3800-EXIT

           ADD 1 TO WS-LINE-IDX
           MOVE WS-OLD-STATUS-SW   TO ST-OLD-STATUS
           MOVE CLNT-REG-STATUS-SW TO ST-NEW-STATUS
           MOVE WS-STATUS-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           MOVE WS-OLD-DAILY-LIMIT   TO LM-OLD-LIMIT
           MOVE CLNT-REG-DAILY-LIMIT TO LM-NEW-LIMIT
           MOVE WS-LIMIT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           IF CLNT-REG-INACTIVE AND WS-OLD-STATUS-SW = 'A'
               ADD 1 TO WS-LINE-IDX
               MOVE WS-TOKENS-REVOKED TO TK-COUNT
               MOVE WS-TOKEN-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF

           MOVE WS-APR-CLIENT-ID     TO CA-CLIENT-ID
           MOVE WS-NOW-TS            TO CA-CHANGED-TS
           MOVE 'C'                  TO CA-TRANS-CODE
           MOVE WS-OLD-STATUS-SW     TO CA-OLD-STATUS-SW
           MOVE CLNT-REG-STATUS-SW   TO CA-NEW-STATUS-SW
           MOVE WS-OLD-DAILY-LIMIT   TO CA-OLD-DAILY-LIMIT
           MOVE CLNT-REG-DAILY-LIMIT TO CA-NEW-DAILY-LIMIT
           MOVE PND-REQUESTED-BY     TO CA-REQUESTED-BY
           MOVE WS-OPERATOR-ID       TO CA-APPROVED-BY

           EXEC CICS WRITE
                FILE('CLNTAUD')
                FROM(CLNT-AUDIT-RECORD)
                MASSINSERT
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      * The change is already on the registry - mark the row
      * approved regardless, and tell the operator.
               ADD 1 TO WS-LINE-IDX
               MOVE 'CHANGE APPLIED BUT CLNTAUD WRITE FAILED'
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF

           IF CLNT-REG-INACTIVE AND WS-OLD-STATUS-SW = 'A'
               PERFORM 4200-NOTIFY-DEACTIVATION THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4200-NOTIFY-DEACTIVATION - tell the partner before their
      *                            calls start failing: a 'D' row on
      *                            PTNRNTF for GHNTF010 to send
      *---------------------------------------------------------------
       4200-NOTIFY-DEACTIVATION.
           MOVE SPACES               TO PTNR-NOTIFY-RECORD
           MOVE WS-APR-CLIENT-ID     TO PN-CLIENT-ID
           MOVE WS-NOW-TS            TO PN-EVENT-TS
           SET PN-DEACTIVATED        TO TRUE
           MOVE 'JMTAPR'             TO PN-SOURCE
           MOVE WS-OLD-STATUS-SW     TO PN-OLD-STATUS-SW
           MOVE CLNT-REG-STATUS-SW   TO PN-NEW-STATUS-SW
           MOVE 0                    TO PN-COUNT
           MOVE CLNT-REG-DAILY-LIMIT TO PN-LIMIT
           MOVE 'OPERATOR HWCM'      TO PN-REASON

           EXEC CICS WRITE
                FILE('PTNRNTF')
                FROM(PTNR-NOTIFY-RECORD)
                MASSINSERT
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-LINE-IDX
               MOVE 'PARTNER NOTIFICATION WRITE FAILED'
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4100-REVOKE-CLIENT-TOKENS - the JMTCLM deactivation sweep
      *                             through the TOKNAIX path: collect
      *                             the token ids, then update each
      *                             after ENDBR
      *---------------------------------------------------------------
       4100-REVOKE-CLIENT-TOKENS.
           MOVE WS-APR-CLIENT-ID TO WS-AIX-KEY
           EXEC CICS STARTBR
                FILE('TOKNAIX')
                RIDFLD(WS-AIX-KEY)
                KEYLENGTH(LENGTH OF WS-AIX-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SWEEP-DONE TO TRUE
           END-IF

           PERFORM 4110-COLLECT-NEXT-TOKEN-THRU-EXIT THRU 4110-EXIT
               UNTIL WS-SWEEP-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
                   OR WS-CICS-RESP = DFHRESP(ENDFILE)
                   OR WS-CICS-RESP = DFHRESP(DUPKEY)
               EXEC CICS ENDBR
                    FILE('TOKNAIX')
               END-EXEC
           END-IF

           PERFORM 4120-REVOKE-ONE-HIT-THRU-EXIT THRU 4120-EXIT
               VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT.
       4100-EXIT.
           EXIT.

       4110-COLLECT-NEXT-TOKEN-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('TOKNAIX')
                INTO(TOKEN-RECORD)
                RIDFLD(WS-AIX-KEY)
                KEYLENGTH(LENGTH OF WS-AIX-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

      * DUPKEY is the normal answer on a NONUNIQUEKEY path when more
      * rows with the same alternate key follow - it comes WITH data.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-CICS-RESP NOT = DFHRESP(DUPKEY)
               SET WS-SWEEP-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF TKN-CLIENT-ID NOT = WS-APR-CLIENT-ID
               SET WS-SWEEP-DONE TO TRUE
               GO TO 4110-EXIT
           END-IF

           IF TKN-ACTIVE
               IF WS-HIT-COUNT >= WS-HIT-MAX
                   SET WS-SWEEP-DONE TO TRUE
                   GO TO 4110-EXIT
               END-IF
               ADD 1 TO WS-HIT-COUNT
               MOVE TKN-TOKEN-ID TO WS-HIT-TOKEN-ID(WS-HIT-COUNT)
           END-IF.
       4110-EXIT.
           EXIT.

       4120-REVOKE-ONE-HIT-THRU-EXIT.
           MOVE WS-HIT-TOKEN-ID(WS-HIT-IDX) TO TKN-TOKEN-ID
           EXEC CICS READ
                FILE('TOKNREC')
                INTO(TOKEN-RECORD)
                RIDFLD(TKN-TOKEN-ID)
                KEYLENGTH(LENGTH OF TKN-TOKEN-ID)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4120-EXIT
           END-IF

           IF NOT TKN-ACTIVE
               EXEC CICS UNLOCK
                    FILE('TOKNREC')
               END-EXEC
               GO TO 4120-EXIT
           END-IF

           SET TKN-REVOKED TO TRUE
           MOVE WS-NOW-TS TO TKN-REVOKED-TS
           EXEC CICS REWRITE
                FILE('TOKNREC')
                FROM(TOKEN-RECORD)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-TOKENS-REVOKED
           END-IF.
       4120-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-APPLY-CREDIT - the HWQA credit, applied as JMTQAD applies
      *                     an under-threshold one: today's RATELIM
      *                     row only (the client's quota day), floor
      *                     at zero, QUOTAAUD row
      *---------------------------------------------------------------
       5000-APPLY-CREDIT.
           MOVE WS-APR-CLIENT-ID TO CLNT-REG-CLIENT-ID
           PERFORM 1645-READ-QUOTA-DAY-THRU-EXIT THRU 1645-EXIT
           MOVE WS-APR-CLIENT-ID TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE    TO RL-CALL-DATE
           EXEC CICS READ
                FILE('RATELIM')
                INTO(RATE-LIMIT-RECORD)
                RIDFLD(RL-KEY)
                KEYLENGTH(LENGTH OF RL-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-FAILED TO TRUE
               MOVE 'NO RATELIM ROW FOR THIS CLIENT TODAY'
                   TO WS-ERROR-TEXT
               GO TO 5000-EXIT
           END-IF

           MOVE RL-CALL-COUNT TO WS-OLD-CALL-COUNT
           IF PND-CREDIT-COUNT > RL-CALL-COUNT
               MOVE 0 TO RL-CALL-COUNT
           ELSE
               SUBTRACT PND-CREDIT-COUNT FROM RL-CALL-COUNT
           END-IF

           EXEC CICS REWRITE
                FILE('RATELIM')
                FROM(RATE-LIMIT-RECORD)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-FAILED TO TRUE
               MOVE 'RATELIM REWRITE FAILED' TO WS-ERROR-TEXT
               GO TO 5000-EXIT
           END-IF

           SET PND-APPROVED TO TRUE
           PERFORM 3800-BUILD-DECIDED THRU 3800-EXIT

           ADD 1 TO WS-LINE-IDX
           MOVE WS-OLD-CALL-COUNT TO CT-OLD-COUNT
           MOVE RL-CALL-COUNT     TO CT-NEW-COUNT
           MOVE WS-COUNT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           MOVE WS-APR-CLIENT-ID     TO QA-CLIENT-ID
           MOVE WS-QUOTA-DATE        TO QA-CALL-DATE
           MOVE WS-NOW-TS            TO QA-ADJUSTED-TS
           MOVE PND-CREDIT-COUNT     TO QA-CREDIT-COUNT
           MOVE WS-OLD-CALL-COUNT    TO QA-OLD-CALL-COUNT
           MOVE RL-CALL-COUNT        TO QA-NEW-CALL-COUNT
           MOVE PND-REASON-CODE      TO QA-REASON-CODE
           MOVE PND-REQUESTED-BY     TO QA-REQUESTED-BY
           MOVE WS-OPERATOR-ID       TO QA-APPROVED-BY

           EXEC CICS WRITE
                FILE('QUOTAAUD')
                FROM(QUOTA-AUDIT-RECORD)
                MASSINSERT
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-LINE-IDX
               MOVE 'CREDIT APPLIED BUT QUOTAAUD WRITE FAILED'
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       6000-SEND-SCREEN.
           EXEC CICS SEND
                FROM(WS-SCREEN)
                LENGTH(LENGTH OF WS-SCREEN)
                ERASE
           END-EXEC.
       6000-EXIT.
           EXIT.

       7000-SEND-ERROR.
           MOVE SPACES TO WS-SCREEN-LINE(1)
           MOVE WS-ERROR-TEXT TO WS-SCREEN-LINE(1)
           EXEC CICS SEND
                FROM(WS-SCREEN-LINE(1))
                LENGTH(80)
                ERASE
           END-EXEC.
       7000-EXIT.
           EXIT.

       COPY QUOTADAY.
       COPY TZONECNV.
