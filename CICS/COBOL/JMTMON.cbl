      *               WS-ESCALATE-AFTER consecutive intervals         *
      *     GHMON004I backlog drained to empty - a GHRTY010 redrive   *
      *               can be scheduled                                *
      *     GHMON006I alerts held back - a planned maintenance        *
      *               window (MAINTWIN, scope ALL or ONLN) is open    *
      *     GHMON007I the window has closed, with the backlog it      *
      *               left behind                                     *
      *     GHMON008W a client id or session token was locked out     *
      *               this interval after repeated authentication     *
      *               failures (AUTHLOCK) - one per lockout           *
      *     GHMON009W more lockouts this interval than are reported   *
      *               one by one - an attack in progress              *
      *                                                                *
      *   The backlog a window leaves is expected, not news: until   *
      *   it drains, GHMON001W is judged on what has been added      *
      *   since the window closed, not on the whole depth.           *
      *   Lockout alerts are security news and are never held back.  *
      *                                                                *
      *   State between intervals (previous depth, consecutive        *
      *   breach count) lives on TS queue HWMNSTAT. The task re-arms  *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-08-22  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Planned maintenance windows (MAINTWIN, *
      *                        MAINTCHK): GHMON001W/002W/003E held    *
      *                        back inside a window of scope ALL or   *
      *                        ONLN and reported by GHMON006I;        *
      *                        GHMON007I when it closes, and 001W     *
      *                        then judged on the backlog added       *
      *                        since.                                 *
      *   2026-10-15  BAQADEV  GHMON008W for each authentication-     *
      *                        failure lockout started in the         *
      *                        interval (AUTHLOCK), GHMON009W for any *
      *                        beyond WS-LOCK-ALERT-MAX.              *
      *   2026-10-15  BAQADEV  Loop PERFORMs of GO TO-exit paragraphs *
      *                        coded THRU their exit paragraphs.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       COPY CICSCOMN.
       COPY RETRYHLD.
       COPY MAINTWIN.
       COPY AUTHLOCK.

       77  WS-BACKLOG-THRESHOLD            PIC S9(9) COMP-5 VALUE 100.
       77  WS-RATE-THRESHOLD               PIC S9(9) COMP-5 VALUE 50.
       77  WS-ESCALATE-AFTER               PIC S9(9) COMP-5 VALUE 3.
       77  WS-INTERVAL-MINUTES             PIC S9(4) COMP-5 VALUE 5.
       77  WS-LOCK-ALERT-MAX               PIC S9(4) COMP-5 VALUE 10.

       01  WS-MON-WORK-AREA.
           05 WS-SWEEP-DONE-SW             PIC X(01) VALUE 'N'.
           05 WS-STATE-LEN                 PIC S9(4) COMP-5.
           05 WS-WTO-TEXT                  PIC X(80).
           05 WS-DEPTH-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
           05 WS-HELD-COUNT                PIC S9(4) COMP-5 VALUE 0.
           05 WS-NEW-BACKLOG               PIC S9(9) COMP-5 VALUE 0.
           05 WS-MAINT-END-DISPLAY         PIC X(14).
           05 WS-LOCK-DONE-SW              PIC X(01) VALUE 'N'.
               88 WS-LOCK-DONE                VALUE 'Y'.
           05 WS-LOCK-FROM-TS              PIC X(26).
           05 WS-LOCK-ALERTS               PIC S9(9) COMP-5 VALUE 0.
           05 WS-LOCK-EXTRA                PIC S9(9) COMP-5 VALUE 0.

       01  WS-MON-STATE.
           05 MS-LAST-DEPTH                PIC S9(9) COMP-5.
           05 MS-BREACH-COUNT              PIC S9(9) COMP-5.
           05 MS-LAST-RUN-TS               PIC X(26).
      *    The maintenance window the previous interval fell in, and
      *    the retry backlog left behind by the last window (zero
      *    once it has drained).
           05 MS-WINDOW-SW                 PIC X(01).
               88 MS-IN-WINDOW                VALUE 'Y'.
           05 MS-WINDOW-REF                PIC X(10).
           05 MS-WINDOW-DEPTH              PIC S9(9) COMP-5.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-MEASURE-BACKLOG   THRU 2000-EXIT
           PERFORM 3000-JUDGE-AND-ALERT   THRU 3000-EXIT
           PERFORM 3400-ALERT-LOCKOUTS    THRU 3400-EXIT
           PERFORM 4000-SAVE-STATE        THRU 4000-EXIT
           PERFORM 5000-REARM-INTERVAL    THRU 5000-EXIT

           MOVE 0      TO MS-LAST-DEPTH
           MOVE 0      TO MS-BREACH-COUNT
           MOVE SPACES TO MS-LAST-RUN-TS
           MOVE 'N'    TO MS-WINDOW-SW
           MOVE SPACES TO MS-WINDOW-REF
           MOVE 0      TO MS-WINDOW-DEPTH
           MOVE LENGTH OF WS-MON-STATE TO WS-STATE-LEN
           EXEC CICS READQ TS
                QUEUE('HWMNSTAT')
               MOVE 0      TO MS-LAST-DEPTH
               MOVE 0      TO MS-BREACH-COUNT
               MOVE SPACES TO MS-LAST-RUN-TS
               MOVE 'N'    TO MS-WINDOW-SW
               MOVE SPACES TO MS-WINDOW-REF
               MOVE 0      TO MS-WINDOW-DEPTH
           END-IF.
       1000-EXIT.
           EXIT.
               SET WS-SWEEP-DONE TO TRUE
           END-IF

           PERFORM 2100-COUNT-ONE-ENTRY-THRU-EXIT THRU 2100-EXIT
               UNTIL WS-SWEEP-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
      * 3000-JUDGE-AND-ALERT - threshold checks, escalation when a
      *                        breach persists, and the all-clear
      *                        that tells operations a redrive can
      *                        be scheduled. Inside a maintenance
      *                        window the warnings are held back
      *                        (3200) instead.
      *---------------------------------------------------------------
       3000-JUDGE-AND-ALERT.
           PERFORM 1400-CHECK-MAINT-WINDOW-THRU-EXIT THRU 1400-EXIT
           IF WS-MAINT-WINDOW-OPEN
               PERFORM 3200-HOLD-FOR-WINDOW THRU 3200-EXIT
               GO TO 3000-EXIT
           END-IF

           IF MS-IN-WINDOW
               PERFORM 3300-WINDOW-CLOSED THRU 3300-EXIT
           END-IF

      * The backlog a window left behind only shrinks from here (the
      * redrive works it off); track its low point so what counts
      * against the threshold is the backlog added since.
           IF WS-BACKLOG-DEPTH < MS-WINDOW-DEPTH
               MOVE WS-BACKLOG-DEPTH TO MS-WINDOW-DEPTH
           END-IF
           COMPUTE WS-NEW-BACKLOG = WS-BACKLOG-DEPTH - MS-WINDOW-DEPTH

           IF WS-NEW-BACKLOG > WS-BACKLOG-THRESHOLD
               SET WS-BREACHED TO TRUE
               MOVE WS-BACKLOG-DEPTH TO WS-DEPTH-DISPLAY
               MOVE SPACES TO WS-WTO-TEXT
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-HOLD-FOR-WINDOW - planned work is under way: the backlog
      *                        and ZCEE failures are expected, so the
      *                        warnings that would have gone out are
      *                        counted and replaced by one GHMON006I
      *                        naming the window. Escalation does not
      *                        run on through the window either.
      *---------------------------------------------------------------
       3200-HOLD-FOR-WINDOW.
           MOVE 0 TO WS-HELD-COUNT
           IF WS-BACKLOG-DEPTH > WS-BACKLOG-THRESHOLD
               ADD 1 TO WS-HELD-COUNT
           END-IF
           IF WS-RECENT-SPOOLED > WS-RATE-THRESHOLD
               ADD 1 TO WS-HELD-COUNT
           END-IF
           MOVE 0 TO MS-BREACH-COUNT

           SET MS-IN-WINDOW TO TRUE
           MOVE WS-MAINT-REF     TO MS-WINDOW-REF
           MOVE WS-BACKLOG-DEPTH TO MS-WINDOW-DEPTH

           IF WS-HELD-COUNT = 0
               GO TO 3200-EXIT
           END-IF

           MOVE WS-MAINT-END-TS TO WS-MAINT-END-DISPLAY
           MOVE SPACES TO WS-WTO-TEXT
           STRING 'GHMON006I HELLOWORLD ALERTS HELD - MAINT WINDOW '
                      DELIMITED BY SIZE
                  WS-MAINT-REF DELIMITED BY SPACE
                  ' UNTIL ' DELIMITED BY SIZE
                  WS-MAINT-END-DISPLAY(1:8) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MAINT-END-DISPLAY(9:4) DELIMITED BY SIZE
               INTO WS-WTO-TEXT
           PERFORM 3100-WRITE-OPERATOR THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3300-WINDOW-CLOSED - first interval after a window: say so,
      *                      with the backlog it left for GHRTY010
      *---------------------------------------------------------------
       3300-WINDOW-CLOSED.
           MOVE MS-WINDOW-DEPTH TO WS-DEPTH-DISPLAY
           MOVE SPACES TO WS-WTO-TEXT
           STRING 'GHMON007I HELLOWORLD MAINT WINDOW '
                      DELIMITED BY SIZE
                  MS-WINDOW-REF DELIMITED BY SPACE
                  ' CLOSED - RETRY BACKLOG ' DELIMITED BY SIZE
                  WS-DEPTH-DISPLAY DELIMITED BY SIZE
               INTO WS-WTO-TEXT
           PERFORM 3100-WRITE-OPERATOR THRU 3100-EXIT

           MOVE 'N'    TO MS-WINDOW-SW
           MOVE SPACES TO MS-WINDOW-REF.
       3300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3400-ALERT-LOCKOUTS - one browse of AUTHLOCK: a GHMON008W for
      *                      each lock LOCKCHK started since the last
      *                      interval ran (the whole measuring window
      *                      on the first run), up to
      *                      WS-LOCK-ALERT-MAX, then one GHMON009W with
      *                      the rest. Lifted or run-out locks still
      *                      count - the lock started.
      *---------------------------------------------------------------
       3400-ALERT-LOCKOUTS.
           IF MS-LAST-RUN-TS = SPACES
               MOVE WS-SINCE-TS    TO WS-LOCK-FROM-TS
           ELSE
               MOVE MS-LAST-RUN-TS TO WS-LOCK-FROM-TS
           END-IF

           MOVE LOW-VALUES TO AL-KEY
           EXEC CICS STARTBR
                FILE('AUTHLOCK')
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      * No row yet (nobody has failed since the file was defined) or
      * the file is unavailable - nothing to alert on.
               SET WS-LOCK-DONE TO TRUE
           END-IF

           PERFORM 3410-CHECK-ONE-LOCK-THRU-EXIT THRU 3410-EXIT
               UNTIL WS-LOCK-DONE

           IF WS-CICS-RESP = DFHRESP(NORMAL)
                   OR WS-CICS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('AUTHLOCK')
               END-EXEC
           END-IF

           IF WS-LOCK-EXTRA > 0
               MOVE WS-LOCK-EXTRA TO WS-DEPTH-DISPLAY
               MOVE SPACES TO WS-WTO-TEXT
               STRING 'GHMON009W HELLOWORLD ' DELIMITED BY SIZE
                      WS-DEPTH-DISPLAY DELIMITED BY SIZE
                      ' FURTHER AUTH LOCKOUTS THIS INTERVAL'
                          DELIMITED BY SIZE
                   INTO WS-WTO-TEXT
               PERFORM 3100-WRITE-OPERATOR THRU 3100-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-LOCK-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('AUTHLOCK')
                INTO(AUTH-LOCK-RECORD)
                RIDFLD(AL-KEY)
                KEYLENGTH(LENGTH OF AL-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-LOCK-DONE TO TRUE
               GO TO 3410-EXIT
           END-IF

           IF AL-LOCK-START-TS = SPACES
                   OR AL-LOCK-START-TS NOT > WS-LOCK-FROM-TS
                   OR AL-LOCK-START-TS > WS-NOW-TS
               GO TO 3410-EXIT
           END-IF

           IF WS-LOCK-ALERTS >= WS-LOCK-ALERT-MAX
               ADD 1 TO WS-LOCK-EXTRA
               GO TO 3410-EXIT
           END-IF

           ADD 1 TO WS-LOCK-ALERTS
           MOVE SPACES TO WS-WTO-TEXT
           IF AL-TOKEN-ID = SPACES
               STRING 'GHMON008W HELLOWORLD LOCKOUT CLIENT '
                          DELIMITED BY SIZE
                      AL-CLIENT-ID DELIMITED BY SPACE
                      ' TO ' DELIMITED BY SIZE
                      AL-LOCK-UNTIL-TS(9:4) DELIMITED BY SIZE
                   INTO WS-WTO-TEXT
           ELSE
               STRING 'GHMON008W HELLOWORLD LOCKOUT TOKEN OF '
                          DELIMITED BY SIZE
                      AL-CLIENT-ID DELIMITED BY SPACE
                      ' TO ' DELIMITED BY SIZE
                      AL-LOCK-UNTIL-TS(9:4) DELIMITED BY SIZE
                   INTO WS-WTO-TEXT
           END-IF
           PERFORM 3100-WRITE-OPERATOR THRU 3100-EXIT.
       3410-EXIT.
           EXIT.

       4000-SAVE-STATE.
           MOVE WS-BACKLOG-DEPTH TO MS-LAST-DEPTH
           MOVE WS-NOW-TS        TO MS-LAST-RUN-TS
           END-IF.
       5000-EXIT.
           EXIT.

       COPY MAINTCHK.
