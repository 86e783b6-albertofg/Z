      *****************************************************************
      * QUOTADAY  - The client's quota day (EXEC CICS)
      *
      * Requires the including program to COPY CICSCOMN, CLNTREG and
      * TZONEWS ahead of this member and TZONECNV beside it, and to
      * have today's host date and time in WS-TODAY-DATE/WS-NOW-TIME.
      *
      * 1640-SET-QUOTA-DAY-THRU-EXIT, with the client's CLNT-REG-
      * RECORD already read, sets WS-QUOTA-DATE to today on the
      * partner's own clock (CLNT-REG-UTC-OFFSET) - the date its
      * RATELIM count and any QUOTAAUD credit are kept against. A
      * client with no offset recorded keeps the host date.
      *
      * 1645-READ-QUOTA-DAY-THRU-EXIT does the same for a client id
      * moved into CLNT-REG-CLIENT-ID, reading the registry row
      * first - for the operator screens that credit quota without
      * having read it. A row that cannot be read falls back to the
      * host date rather than fail the screen.
      *****************************************************************
       1640-SET-QUOTA-DAY-THRU-EXIT.
           MOVE WS-TODAY-DATE       TO TZ-HOST-DATE
           MOVE WS-NOW-TIME         TO TZ-HOST-TIME
           MOVE CLNT-REG-UTC-OFFSET TO TZ-CLIENT-OFFSET
           PERFORM 9650-TO-CLIENT-TIME-THRU-EXIT THRU 9650-EXIT
           MOVE TZ-LOCAL-DATE       TO WS-QUOTA-DATE.
       1640-EXIT.
           EXIT.

       1645-READ-QUOTA-DAY-THRU-EXIT.
           EXEC CICS READ
                FILE('CLNTREG')
                INTO(CLNT-REG-RECORD)
                RIDFLD(CLNT-REG-CLIENT-ID)
                KEYLENGTH(LENGTH OF CLNT-REG-CLIENT-ID)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CLNT-REG-UTC-OFFSET
           END-IF
           PERFORM 1640-SET-QUOTA-DAY-THRU-EXIT THRU 1640-EXIT.
       1645-EXIT.
           EXIT.
