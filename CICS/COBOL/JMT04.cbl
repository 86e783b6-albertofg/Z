      *   2026-09-02  BAQADEV  Journal each erasure after-image to   *
      *                        GHISTJRN so a forward-recovery        *
      *                        rebuild cannot resurrect the name.    *
      *   2026-10-15  BAQADEV  Refuse erasure (1013) while the client *
      *                        is under an active legal hold on       *
      *                        LEGLHOLD; log the refusal to ERASEAUD  *
      *                        as outcome H.                          *
      *   2026-10-15  BAQADEV  Authentication-failure lockout         *
      *                        (LOCKCHK, AUTHLOCK): a locked client   *
      *                        id or token is refused with 1018;      *
      *                        1004/1006/1009 failures are counted    *
      *                        toward the lock.                       *
      *   2026-10-15  BAQADEV  Legal-hold check refuses the erasure   *
      *                        (3001) when LEGLHOLD cannot be read;   *
      *                        only NOTFND/ENDFILE mean no hold.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY GHISTREC.
       COPY HISTJRNL.
       COPY CLNTREG.
       COPY AUTHLOCK.
       COPY ERASEAUD.
       COPY LEGLHOLD.
       COPY STATCAT.

       01  WS-ERASE-AREA.
               88 WS-ERASE-DONE               VALUE 'Y'.
           05 WS-ROWS-ERASED                PIC S9(9) COMP-5 VALUE 0.

       01  WS-HOLD-AREA.
           05 WS-HOLD-DONE-SW              PIC X(01) VALUE 'N'.
               88 WS-HOLD-DONE                VALUE 'Y'.
           05 WS-HOLD-FOUND-SW             PIC X(01) VALUE 'N'.
               88 WS-HOLD-FOUND               VALUE 'Y'.
           05 WS-HOLD-READ-SW              PIC X(01) VALUE 'N'.
               88 WS-HOLD-READ-FAILED         VALUE 'Y'.
           05 WS-HOLD-MATTER               PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       COPY BAQRINFO.
       01  JMT04-REQUEST-BODY.
               PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 1600-CHECK-LEGAL-HOLD   THRU 1600-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 3000-ERASE-HISTORY      THRU 3000-EXIT
               PERFORM 4000-LOG-ERASURE        THRU 4000-EXIT
           ELSE
               IF WS-HOLD-FOUND
                   PERFORM 4000-LOG-ERASURE    THRU 4000-EXIT
               END-IF
           END-IF

           PERFORM 2500-BUILD-RESPONSE         THRU 2500-EXIT
           PERFORM 1560-RECORD-AUTH-FAILURE-THRU-EXIT THRU 1560-EXIT
           PERFORM 9000-LOOKUP-STATUS-THRU-EXIT THRU 9000-EXIT

           GOBACK.
               MOVE X-IBM-Client-Id(1:X-IBM-Client-Id-length)
                   TO WS-CLIENT-ID
           END-IF
      * No session token on this operation - LOCKCHK judges the
      * client id alone.
           MOVE SPACES TO WS-SESSION-TOKEN

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1600-CHECK-LEGAL-HOLD - browse LEGLHOLD generically on the
      *                         client id; any matter active today
      *                         refuses the erasure (1013). The
      *                         refusal is still logged to ERASEAUD
      *                         so legal can see what was asked for.
      *                         Only NOTFND/ENDFILE mean no hold - a
      *                         LEGLHOLD that cannot be read refuses
      *                         the erasure (3001) rather than risk
      *                         erasing data a matter is holding.
      *---------------------------------------------------------------
       1600-CHECK-LEGAL-HOLD.
           MOVE WS-CLIENT-ID TO LH-CLIENT-ID
           MOVE LOW-VALUES   TO LH-MATTER-REF

           EXEC CICS STARTBR
                FILE('LEGLHOLD')
                RIDFLD(LH-KEY)
                KEYLENGTH(LENGTH OF LH-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NOTFND)
               GO TO 1600-EXIT
           END-IF
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3001 TO BAQ-STATUS-CODE
               GO TO 1600-EXIT
           END-IF

           PERFORM 1610-NEXT-HOLD-THRU-EXIT THRU 1610-EXIT
               UNTIL WS-HOLD-DONE

           EXEC CICS ENDBR
                FILE('LEGLHOLD')
           END-EXEC

           IF WS-HOLD-FOUND
               SET BAQ-ERROR-IN-API TO TRUE
               MOVE 1013 TO BAQ-STATUS-CODE
               GO TO 1600-EXIT
           END-IF
           IF WS-HOLD-READ-FAILED
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3001 TO BAQ-STATUS-CODE
           END-IF.
       1600-EXIT.
           EXIT.

       1610-NEXT-HOLD-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('LEGLHOLD')
                INTO(LEGAL-HOLD-RECORD)
                RIDFLD(LH-KEY)
                KEYLENGTH(LENGTH OF LH-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               SET WS-HOLD-DONE TO TRUE
               GO TO 1610-EXIT
           END-IF
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-HOLD-READ-FAILED TO TRUE
               SET WS-HOLD-DONE        TO TRUE
               GO TO 1610-EXIT
           END-IF

           IF LH-CLIENT-ID NOT = WS-CLIENT-ID
               SET WS-HOLD-DONE TO TRUE
               GO TO 1610-EXIT
           END-IF

           IF LH-START-DATE NOT > WS-TODAY-DATE
               AND (LH-NOT-RELEASED
                    OR LH-RELEASE-DATE > WS-TODAY-DATE)
               SET WS-HOLD-FOUND TO TRUE
               SET WS-HOLD-DONE  TO TRUE
               MOVE LH-MATTER-REF TO WS-HOLD-MATTER
           END-IF.
       1610-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-ERASE-HISTORY - browse-and-REWRITE every not-yet-erased
      *                      GHISTORY row for this client, same key
                RESP(WS-CICS-RESP)
           END-EXEC

           PERFORM 3100-ERASE-NEXT-ROW-THRU-EXIT THRU 3100-EXIT
               UNTIL WS-ERASE-DONE

           EXEC CICS ENDBR
               END-EXEC
               IF WS-CICS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-ROWS-ERASED
                   PERFORM 3200-JOURNAL-ERASURE-THRU-EXIT THRU 3200-EXIT
               END-IF
           END-IF.
       3100-EXIT.
      *---------------------------------------------------------------
      * 4000-LOG-ERASURE - append one summary row to the ERASEAUD
      *                    audit trail, whether or not any rows were
      *                    actually found to erase. A request refused
      *                    under legal hold is logged as outcome 'H'
      *                    with the matter that held it.
      *---------------------------------------------------------------
       4000-LOG-ERASURE.
           MOVE WS-CLIENT-ID       TO EA-CLIENT-ID
           MOVE WS-ROWS-ERASED     TO EA-ROWS-ERASED
           MOVE WS-CLIENT-ID(1:8)  TO EA-REQUESTED-BY
           MOVE WS-CORRELATION-ID  TO EA-CORRELATION-ID
           IF WS-HOLD-FOUND
               SET EA-REFUSED-HOLD TO TRUE
               MOVE WS-HOLD-MATTER TO EA-HOLD-MATTER
           ELSE
               MOVE 'E'            TO EA-OUTCOME-SW
               MOVE SPACES         TO EA-HOLD-MATTER
           END-IF

           EXEC CICS WRITE
                FILE('ERASEAUD')
           EXIT.

       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY STATLOOK.
