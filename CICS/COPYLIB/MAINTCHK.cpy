      *****************************************************************
      * MAINTCHK  - Planned maintenance-window check (EXEC CICS)
      *
      * Requires the including program to COPY MAINTWIN and CICSCOMN
      * ahead of this member, and to have built WS-NOW-TS (its first
      * 14 bytes are YYYYMMDDHHMMSS) before performing
      * 1400-CHECK-MAINT-WINDOW-THRU-EXIT.
      *
      * Sets WS-MAINT-WINDOW-OPEN, with the window's reference and
      * end timestamp in WS-MAINT-REF/WS-MAINT-END-TS, when a MAINTWIN
      * row of scope ALL or ONLN is open now. The file is keyed on
      * the end timestamp, so the browse starts at "now" and only
      * passes windows that are not over yet - a handful at most.
      * What the caller does about an open window is its own
      * business: the greeting operations refuse with 2002, JMTMON
      * holds its alerts back.
      *
      * A calendar that cannot be read is no window at all - the
      * service must never be refused because MAINTWIN is closed.
      *****************************************************************
       1400-CHECK-MAINT-WINDOW-THRU-EXIT.
           SET WS-MAINT-NO-WINDOW TO TRUE
           MOVE 'N'             TO WS-MAINT-BROWSE-SW
           MOVE SPACES          TO WS-MAINT-REF
           MOVE 0               TO WS-MAINT-END-TS
           MOVE WS-NOW-TS(1:14) TO WS-MAINT-NOW-TS

           MOVE WS-MAINT-NOW-TS TO MW-END-TS
           MOVE LOW-VALUES      TO MW-WINDOW-REF
           EXEC CICS STARTBR
                FILE('MAINTWIN')
                RIDFLD(MW-KEY)
                KEYLENGTH(LENGTH OF MW-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      * NOTFND - nothing planned from here on; anything else - the
      * calendar is unavailable. Either way, no window.
               GO TO 1400-EXIT
           END-IF

           PERFORM 1410-NEXT-MAINT-WINDOW-THRU-EXIT THRU 1410-EXIT
               UNTIL WS-MAINT-WINDOW-OPEN OR WS-MAINT-BROWSE-DONE

           EXEC CICS ENDBR
                FILE('MAINTWIN')
                RESP(WS-CICS-RESP)
           END-EXEC.
       1400-EXIT.
           EXIT.

       1410-NEXT-MAINT-WINDOW-THRU-EXIT.
           EXEC CICS READNEXT
                FILE('MAINTWIN')
                INTO(MAINT-WINDOW-RECORD)
                RIDFLD(MW-KEY)
                KEYLENGTH(LENGTH OF MW-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-MAINT-BROWSE-DONE TO TRUE
               GO TO 1410-EXIT
           END-IF

      * A window ending this very second is already over.
           IF MW-END-TS NOT > WS-MAINT-NOW-TS
               GO TO 1410-EXIT
           END-IF

           IF MW-START-TS <= WS-MAINT-NOW-TS
                   AND (MW-SCOPE-ALL OR MW-SCOPE-ONLINE)
               SET WS-MAINT-WINDOW-OPEN TO TRUE
               MOVE MW-WINDOW-REF TO WS-MAINT-REF
               MOVE MW-END-TS     TO WS-MAINT-END-TS
           END-IF.
       1410-EXIT.
           EXIT.
