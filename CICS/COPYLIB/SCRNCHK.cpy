      *****************************************************************
      * SCRNCHK   - Prohibited-name screening, online (EXEC CICS)
      *
      * Requires the including program to COPY CICSCOMN, GREETWS,
      * NAMESCRN and SCRNHIT ahead of this member and GREETLOG
      * alongside it, and to perform 2050-SCREEN-NAME-THRU-EXIT only
      * for a name 2200 has passed, with WS-NOW-TS, WS-CLIENT-ID and
      * WS-CORRELATION-ID already set, and SCRN-HIT-RECORD cleared to
      * spaces with the operation's API name in SH-API-NAME.
      *
      * Browses the whole NAMESCRN list, trying each entry through
      * GREETLOG's 2260 until one catches the name. A hit comes back
      * WS-NAME-SCREENED and WS-NAME-INVALID with status 1017, and is
      * logged to SCRNHIT for the GHSCR010 weekly report.
      *
      * A list that cannot be read screens nothing - like MAINTCHK's
      * calendar, it must never be the reason the service is down.
      * The miss is traced, as is a hit-log write that fails; neither
      * changes the caller's outcome.
      *****************************************************************
       2050-SCREEN-NAME-THRU-EXIT.
           PERFORM 2250-SCREEN-PREPARE-THRU-EXIT THRU 2250-EXIT
           MOVE 'N'        TO WS-SCR-BROWSE-SW

           MOVE LOW-VALUES TO NS-ENTRY-ID
           EXEC CICS STARTBR
                FILE('NAMESCRN')
                RIDFLD(NS-ENTRY-ID)
                KEYLENGTH(LENGTH OF NS-ENTRY-ID)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      * NOTFND - an empty list screens nothing, as it should; anything
      * else - the list is unavailable, so trace it and let the name
      * through.
               IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
                   EXEC CICS ENTER TRACEID(196)
                        FROM(WS-CLIENT-ID)
                   END-EXEC
               END-IF
               GO TO 2050-EXIT
           END-IF

           PERFORM 2055-NEXT-SCREEN-ENTRY-THRU-EXIT THRU 2055-EXIT
               UNTIL WS-NAME-SCREENED OR WS-SCR-BROWSE-DONE

           EXEC CICS ENDBR
                FILE('NAMESCRN')
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-NAME-SCREENED
               PERFORM 2060-LOG-SCREEN-HIT-THRU-EXIT THRU 2060-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2055-NEXT-SCREEN-ENTRY-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('NAMESCRN')
                INTO(NAME-SCREEN-RECORD)
                RIDFLD(NS-ENTRY-ID)
                KEYLENGTH(LENGTH OF NS-ENTRY-ID)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-SCR-BROWSE-DONE TO TRUE
               GO TO 2055-EXIT
           END-IF

           MOVE NS-ENTRY-ID    TO WS-SCR-ENTRY-ID
           MOVE NS-MATCH-TYPE  TO WS-SCR-MATCH-TYPE
           MOVE NS-PATTERN     TO WS-SCR-PATTERN
           MOVE NS-PATTERN-LEN TO WS-SCR-PATTERN-LEN
           PERFORM 2260-SCREEN-ONE-ENTRY-THRU-EXIT THRU 2260-EXIT.
       2055-EXIT.
           EXIT.

       2060-LOG-SCREEN-HIT-THRU-EXIT.
           MOVE WS-CLIENT-ID       TO SH-CLIENT-ID
           MOVE WS-NOW-TS          TO SH-HIT-TS
           MOVE WS-SCR-HIT-ID      TO SH-ENTRY-ID
           SET SH-DOOR-ONLINE      TO TRUE
           MOVE WS-CLIENT-CLASS-SW TO SH-CLIENT-CLASS
           MOVE WS-CORRELATION-ID  TO SH-CORRELATION-ID
           EXEC CICS WRITE
                FILE('SCRNHIT')
                FROM(SCRN-HIT-RECORD)
                MASSINSERT
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENTER TRACEID(196)
                    FROM(SH-ENTRY-ID)
               END-EXEC
           END-IF.
       2060-EXIT.
           EXIT.
