      *                                                                *
      *            and answers, on one screen, the questions the help *
      *            desk currently needs a bridge call for: the        *
      *            CLNT-REG-RECORD status, daily limit and contract   *
      *            term, today's RL-CALL-COUNT from RATELIM (on the   *
      *            partner's own day if an offset is recorded), the   *
      *            client's tokens from TOKNREC with their state and  *
      *            expiry, and the last few GHISTORY rows with their  *
      *            return/status codes. Any legal-hold matters on     *
      *            LEGLHOLD for the client are listed with their      *
      *            dates and whether each is in force today.          *
      *            A client in a partner organization (ORGREG) gets   *
      *            one more line: the organization, its pooled daily  *
      *            limit and the combined calls of its production     *
      *            clients today - the figure RATECHK judges against. *
      *            Authentication-failure lockouts on AUTHLOCK for    *
      *            the client id and its tokens are shown with their  *
      *            state, and a locked token is marked on its line.   *
      *                                                                *
      *   Read-only by design - this transaction changes nothing.    *
      *   Plain RECEIVE/SEND rather than a BMS map for the first cut, *
      *   2026-09-02  BAQADEV  Token section browses the TOKNAIX     *
      *                        alternate-index path by client id     *
      *                        instead of scanning the whole file.   *
      *   2026-10-15  BAQADEV  Show the client's contract effective   *
      *                        and expiry dates from CLNTREG.         *
      *   2026-10-15  BAQADEV  List the client's legal-hold matters   *
      *                        from LEGLHOLD with their dates and     *
      *                        state (active, pending or released).   *
      *   2026-10-15  BAQADEV  Show the client's partner organization *
      *                        with its pool and combined calls today *
      *                        (ORGREG, ORGUSAGE).                    *
      *   2026-10-15  BAQADEV  Show the client id's and its tokens'   *
      *                        authentication-failure lockouts from   *
      *                        AUTHLOCK; a locked token shows LOCKED. *
      *   2026-10-15  BAQADEV  Calls counted today read for the       *
      *                        client's quota day (QUOTADAY), shown   *
      *                        with that date and the partner's UTC   *
      *                        offset or HOST DAY.                    *
      *   2026-10-15  BAQADEV  Loop PERFORMs of GO TO-exit paragraphs *
      *                        coded THRU their exit paragraphs.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY CICSCOMN.
       COPY CLNTREG.
       COPY RATELIM.
       COPY ORGREG.
       COPY TOKNREC.
       COPY GHISTREC.
       COPY LEGLHOLD.
       COPY AUTHLOCK.
       COPY TZONEWS.

       01  WS-TERM-INPUT                   PIC X(80).
       01  WS-TERM-LEN                     PIC S9(4) COMP-5 VALUE 80.
               88 WS-TKN-DONE                 VALUE 'Y'.
           05 WS-HIST-DONE-SW              PIC X(01) VALUE 'N'.
               88 WS-HIST-DONE                VALUE 'Y'.
           05 WS-HOLD-DONE-SW              PIC X(01) VALUE 'N'.
               88 WS-HOLD-DONE                VALUE 'Y'.
           05 WS-REG-FOUND-SW              PIC X(01) VALUE 'N'.
               88 WS-REG-FOUND                VALUE 'Y'.
           05 WS-LOCK-DONE-SW              PIC X(01) VALUE 'N'.
               88 WS-LOCK-DONE                VALUE 'Y'.

       01  WS-AIX-KEY                      PIC X(36).

           05 WS-TOKEN-MAX                 PIC S9(4) COMP-5 VALUE 5.
           05 WS-HIST-LINES                PIC S9(4) COMP-5 VALUE 0.
           05 WS-HIST-MAX                  PIC S9(4) COMP-5 VALUE 5.
           05 WS-HOLD-LINES                PIC S9(4) COMP-5 VALUE 0.
           05 WS-HOLD-MAX                  PIC S9(4) COMP-5 VALUE 3.
           05 WS-LOCK-LINES                PIC S9(4) COMP-5 VALUE 0.
           05 WS-LOCK-MAX                  PIC S9(4) COMP-5 VALUE 3.
           05 WS-LINE-IDX                  PIC S9(4) COMP-5 VALUE 0.

       01  WS-SCREEN.
           05 CLI-LIMIT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.

       01  WS-CONTRACT-LINE.
           05 FILLER                PIC X(15) VALUE
                  'CONTRACT FROM  '.
           05 CTL-FROM              PIC X(10).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 CTL-TO                PIC X(10).
           05 FILLER                PIC X(41) VALUE SPACES.

       01  WS-HOLD-LINE.
           05 FILLER                PIC X(11) VALUE 'LEGAL HOLD '.
           05 HLL-MATTER-REF        PIC X(16).
           05 FILLER                PIC X(06) VALUE ' FROM '.
           05 HLL-FROM              PIC X(10).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 HLL-TO                PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HLL-STATE             PIC X(08).
           05 FILLER                PIC X(14) VALUE SPACES.

       01  WS-LOCK-LINE.
           05 FILLER                PIC X(05) VALUE 'AUTH '.
           05 LKL-SUBJECT           PIC X(36).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LKL-STATE             PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LKL-TS                PIC X(16).
           05 FILLER                PIC X(08) VALUE ' STATUS '.
           05 LKL-STATUS            PIC 9(04).

       01  WS-LOCK-TS-14                   PIC X(14).

       01  WS-RATE-LINE.
           05 FILLER                PIC X(21) VALUE
                  'CALLS COUNTED TODAY  '.
           05 RTE-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE '  QUOTA DAY '.
           05 RTE-QUOTA-DATE        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RTE-ZONE              PIC X(09).
           05 FILLER                PIC X(16) VALUE SPACES.

       01  WS-ORG-LINE.
           05 FILLER                PIC X(13) VALUE 'ORGANIZATION '.
           05 ORL-ORG-ID            PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ORL-NAME              PIC X(20).
           05 FILLER                PIC X(06) VALUE ' POOL '.
           05 ORL-POOL              PIC X(11).
           05 ORL-POOL-ED REDEFINES ORL-POOL
                                    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(07) VALUE ' TODAY '.
           05 ORL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.

       01  WS-TOKEN-LINE.
           05 FILLER                PIC X(06) VALUE 'TOKEN '.
               PERFORM 7000-SEND-USAGE    THRU 7000-EXIT
           ELSE
               PERFORM 2000-SHOW-REGISTRY THRU 2000-EXIT
               PERFORM 2200-SHOW-LOCKOUT  THRU 2200-EXIT
               PERFORM 2500-SHOW-LEGAL-HOLD THRU 2500-EXIT
               PERFORM 3000-SHOW-RATE     THRU 3000-EXIT
               PERFORM 3100-SHOW-ORGANIZATION THRU 3100-EXIT
               PERFORM 4000-SHOW-TOKENS   THRU 4000-EXIT
               PERFORM 5000-SHOW-HISTORY  THRU 5000-EXIT
               PERFORM 6000-SEND-SCREEN   THRU 6000-EXIT
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
               GO TO 2000-EXIT
           END-IF
           SET WS-REG-FOUND TO TRUE

      * A sandbox client's history lives on the test file and its
      * quota is the fixed test one - show the analyst the class.
                   MOVE 'INACTIVE    ' TO CLI-STATUS
           END-EVALUATE
           MOVE CLNT-REG-DAILY-LIMIT TO CLI-LIMIT
           MOVE WS-CLIENT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

      * No date recorded (zero, or spaces on a row not rewritten
      * since the dates went in) shows as NONE - an open-ended term.
           MOVE 'NONE' TO CTL-FROM
           MOVE 'NONE' TO CTL-TO
           IF CLNT-REG-CONTRACT-FROM NUMERIC
                   AND CLNT-REG-CONTRACT-FROM NOT = 0
               STRING CLNT-REG-CONTRACT-FROM(1:4) '-'
                      CLNT-REG-CONTRACT-FROM(5:2) '-'
                      CLNT-REG-CONTRACT-FROM(7:2)
                   DELIMITED BY SIZE INTO CTL-FROM
           END-IF
           IF CLNT-REG-CONTRACT-TO NUMERIC
                   AND NOT CLNT-REG-NO-EXPIRY
               STRING CLNT-REG-CONTRACT-TO(1:4) '-'
                      CLNT-REG-CONTRACT-TO(5:2) '-'
                      CLNT-REG-CONTRACT-TO(7:2)
                   DELIMITED BY SIZE INTO CTL-TO
           END-IF
           PERFORM 1100-ADD-LINE THRU 1100-EXIT
           MOVE WS-CONTRACT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-SHOW-LOCKOUT - generic browse of AUTHLOCK on the client
      *                     id: the client id's own row first, then
      *                     its tokens', capped at 3. The state says
      *                     what the time beside it is - when a lock
      *                     in force ends, when an earlier one was
      *                     lifted on HWCM or ran out, or the latest
      *                     failure since.
      *---------------------------------------------------------------
       2200-SHOW-LOCKOUT.
           MOVE WS-INQ-CLIENT-ID TO AL-CLIENT-ID
           MOVE LOW-VALUES       TO AL-TOKEN-ID
           EXEC CICS STARTBR
                FILE('AUTHLOCK')
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-LOCK-DONE TO TRUE
           END-IF

           PERFORM 2210-SHOW-ONE-LOCK-THRU-EXIT THRU 2210-EXIT
               UNTIL WS-LOCK-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
                   OR WS-CICS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('AUTHLOCK')
               END-EXEC
           END-IF

           IF WS-LOCK-LINES = 0
               PERFORM 1100-ADD-LINE THRU 1100-EXIT
               MOVE 'NO AUTHENTICATION FAILURES ON FILE FOR THIS CLIENT'
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SHOW-ONE-LOCK-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('AUTHLOCK')
                INTO(AUTH-LOCK-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-LOCK-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF

           IF AL-CLIENT-ID NOT = WS-INQ-CLIENT-ID
               SET WS-LOCK-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF

           IF WS-LOCK-LINES >= WS-LOCK-MAX
               SET WS-LOCK-DONE TO TRUE
               GO TO 2210-EXIT
           END-IF

           IF AL-TOKEN-ID = SPACES
               MOVE 'CLIENT ID' TO LKL-SUBJECT
           ELSE
               MOVE AL-TOKEN-ID TO LKL-SUBJECT
           END-IF

           EVALUATE TRUE
               WHEN AL-LOCKED
                       AND AL-LOCK-UNTIL-TS > WS-NOW-TS(1:14)
                   MOVE 'LOCKED TO'           TO LKL-STATE
                   MOVE AL-LOCK-UNTIL-TS      TO WS-LOCK-TS-14
               WHEN AL-LAST-FAIL-TS > AL-LOCK-START-TS
                   MOVE 'LAST FAIL'           TO LKL-STATE
                   MOVE AL-LAST-FAIL-TS(1:14) TO WS-LOCK-TS-14
               WHEN AL-LIFTED-TS NOT = SPACES
                   MOVE 'LIFTED AT'           TO LKL-STATE
                   MOVE AL-LIFTED-TS(1:14)    TO WS-LOCK-TS-14
               WHEN OTHER
                   MOVE 'ENDED AT'            TO LKL-STATE
                   MOVE AL-LOCK-UNTIL-TS      TO WS-LOCK-TS-14
           END-EVALUATE

           MOVE SPACES TO LKL-TS
           STRING WS-LOCK-TS-14(1:4)  '-'
                  WS-LOCK-TS-14(5:2)  '-'
                  WS-LOCK-TS-14(7:2)  ' '
                  WS-LOCK-TS-14(9:2)  ':'
                  WS-LOCK-TS-14(11:2)
               DELIMITED BY SIZE INTO LKL-TS
           MOVE AL-LAST-STATUS-CODE TO LKL-STATUS
           ADD 1 TO WS-LOCK-LINES
           PERFORM 1100-ADD-LINE THRU 1100-EXIT
           MOVE WS-LOCK-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2500-SHOW-LEGAL-HOLD - generic browse of LEGLHOLD on the
      *                        client id, capped at 3 matters; the
      *                        state is judged against today, so the
      *                        desk can see why JMT04 refused (1013)
      *---------------------------------------------------------------
       2500-SHOW-LEGAL-HOLD.
           MOVE WS-INQ-CLIENT-ID TO LH-CLIENT-ID
           MOVE LOW-VALUES       TO LH-MATTER-REF
           EXEC CICS STARTBR
                FILE('LEGLHOLD')
                RIDFLD(LH-KEY)
                KEYLENGTH(LENGTH OF LH-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-HOLD-DONE TO TRUE
           END-IF

           PERFORM 2510-SHOW-ONE-HOLD-THRU-EXIT THRU 2510-EXIT
               UNTIL WS-HOLD-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
                   OR WS-CICS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('LEGLHOLD')
               END-EXEC
           END-IF

           IF WS-HOLD-LINES = 0
               PERFORM 1100-ADD-LINE THRU 1100-EXIT
               MOVE 'NO LEGAL HOLD ON FILE FOR THIS CLIENT'
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF.
       2500-EXIT.
           EXIT.

       2510-SHOW-ONE-HOLD-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('LEGLHOLD')
                INTO(LEGAL-HOLD-RECORD)
                RIDFLD(LH-KEY)
                KEYLENGTH(LENGTH OF LH-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-HOLD-DONE TO TRUE
               GO TO 2510-EXIT
           END-IF

           IF LH-CLIENT-ID NOT = WS-INQ-CLIENT-ID
               SET WS-HOLD-DONE TO TRUE
               GO TO 2510-EXIT
           END-IF

           IF WS-HOLD-LINES >= WS-HOLD-MAX
               SET WS-HOLD-DONE TO TRUE
               GO TO 2510-EXIT
           END-IF

           EVALUATE TRUE
               WHEN LH-START-DATE > WS-TODAY-DATE
                   MOVE 'PENDING ' TO HLL-STATE
               WHEN LH-NOT-RELEASED
                   MOVE 'ACTIVE  ' TO HLL-STATE
               WHEN LH-RELEASE-DATE > WS-TODAY-DATE
                   MOVE 'ACTIVE  ' TO HLL-STATE
               WHEN OTHER
                   MOVE 'RELEASED' TO HLL-STATE
           END-EVALUATE

           MOVE LH-MATTER-REF TO HLL-MATTER-REF
           MOVE SPACES TO HLL-FROM
           STRING LH-START-DATE(1:4) '-'
                  LH-START-DATE(5:2) '-'
                  LH-START-DATE(7:2)
               DELIMITED BY SIZE INTO HLL-FROM
           MOVE 'NONE' TO HLL-TO
           IF NOT LH-NOT-RELEASED
               STRING LH-RELEASE-DATE(1:4) '-'
                      LH-RELEASE-DATE(5:2) '-'
                      LH-RELEASE-DATE(7:2)
                   DELIMITED BY SIZE INTO HLL-TO
           END-IF
           ADD 1 TO WS-HOLD-LINES
           PERFORM 1100-ADD-LINE THRU 1100-EXIT
           MOVE WS-HOLD-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-SHOW-RATE - today's daily counter; no row yet simply
      *                  means no calls today. "Today" is the
      *                  client's quota day - the partner's own date
      *                  where a UTC offset is recorded - and the line
      *                  says which calendar it is on.
      *---------------------------------------------------------------
       3000-SHOW-RATE.
           MOVE 'HOST DAY' TO RTE-ZONE
           IF WS-REG-FOUND
               PERFORM 1640-SET-QUOTA-DAY-THRU-EXIT THRU 1640-EXIT
               IF NOT CLNT-REG-HOST-DAY
                   MOVE SPACES TO RTE-ZONE
                   STRING 'UTC' CLNT-REG-UTC-OFFSET
                       DELIMITED BY SIZE INTO RTE-ZONE
               END-IF
           ELSE
               MOVE WS-TODAY-DATE TO WS-QUOTA-DATE
           END-IF
           STRING WS-QUOTA-DATE(1:4) '-'
                  WS-QUOTA-DATE(5:2) '-'
                  WS-QUOTA-DATE(7:2)
               DELIMITED BY SIZE INTO RTE-QUOTA-DATE

           MOVE WS-INQ-CLIENT-ID TO RL-CLIENT-ID
           MOVE WS-QUOTA-DATE    TO RL-CALL-DATE
           EXEC CICS READ
                FILE('RATELIM')
                INTO(RATE-LIMIT-RECORD)
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3100-SHOW-ORGANIZATION - the client's partner organization,
      *                          if any, with its pool (or NO POOL)
      *                          and its production clients' calls
      *                          today added together
      *---------------------------------------------------------------
       3100-SHOW-ORGANIZATION.
           IF NOT WS-REG-FOUND
               GO TO 3100-EXIT
           END-IF

           PERFORM 1650-SUM-ORG-USAGE-THRU-EXIT THRU 1650-EXIT
           IF NOT WS-ORG-MEMBER
               GO TO 3100-EXIT
           END-IF

           PERFORM 1100-ADD-LINE THRU 1100-EXIT
           IF WS-ORG-SUM-FAILED
               MOVE SPACES TO WS-SCREEN-LINE(WS-LINE-IDX)
               STRING 'ORGANIZATION ' DELIMITED BY SIZE
                      ORG-ID          DELIMITED BY SIZE
                      ' - RATELIM UNAVAILABLE, NO COMBINED COUNT'
                                      DELIMITED BY SIZE
                   INTO WS-SCREEN-LINE(WS-LINE-IDX)
               GO TO 3100-EXIT
           END-IF

           MOVE ORG-ID   TO ORL-ORG-ID
           MOVE ORG-NAME TO ORL-NAME
           IF ORG-NO-POOL
               MOVE 'NO POOL'      TO ORL-POOL
           ELSE
               MOVE ORG-POOL-LIMIT TO ORL-POOL-ED
           END-IF
           MOVE WS-ORG-CALL-COUNT TO ORL-COUNT
           MOVE WS-ORG-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-SHOW-TOKENS - keyed browse through the TOKNAIX path on
      *                    the client id; newest tokens are not
               SET WS-TKN-DONE TO TRUE
           END-IF

           PERFORM 4100-SHOW-ONE-TOKEN-THRU-EXIT THRU 4100-EXIT
               UNTIL WS-TKN-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               WHEN OTHER
                   MOVE 'ACTIVE  ' TO TKL-STATE
           END-EVALUATE
           PERFORM 4200-CHECK-TOKEN-LOCK-THRU-EXIT THRU 4200-EXIT

           MOVE TKN-TOKEN-ID          TO TKL-TOKEN-ID
           MOVE TKN-EXPIRES-TS(1:14)  TO TKL-EXPIRES
       4100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4200 - a token locked out on AUTHLOCK shows LOCKED whatever
      *        its TOKNREC state, since that is what the partner gets
      *---------------------------------------------------------------
       4200-CHECK-TOKEN-LOCK-THRU-EXIT.
           MOVE WS-INQ-CLIENT-ID TO AL-CLIENT-ID
           MOVE TKN-TOKEN-ID     TO AL-TOKEN-ID
           EXEC CICS READ
                FILE('AUTHLOCK')
                INTO(AUTH-LOCK-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                RESP(WS-LOCK-READ-RESP)
           END-EXEC

           IF WS-LOCK-READ-RESP = DFHRESP(NORMAL)
               IF AL-LOCKED
                       AND AL-LOCK-UNTIL-TS > WS-NOW-TS(1:14)
                   MOVE 'LOCKED  ' TO TKL-STATE
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-SHOW-HISTORY - newest-first browse, the same way JMT01
      *                     reads history, capped at 5 lines
               SET WS-HIST-DONE TO TRUE
           END-IF

           PERFORM 5100-SHOW-ONE-HIST-THRU-EXIT THRU 5100-EXIT
               UNTIL WS-HIST-DONE
               OR WS-HIST-LINES >= WS-HIST-MAX

           END-EXEC.
       7000-EXIT.
           EXIT.

       COPY ORGUSAGE.
       COPY QUOTADAY.
       COPY TZONECNV.
