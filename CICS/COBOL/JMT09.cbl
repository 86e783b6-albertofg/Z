      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Authentication-failure lockout         *
      *                        (LOCKCHK, AUTHLOCK): a locked client   *
      *                        id or token is refused with 1018;      *
      *                        1004/1006/1009 failures are counted    *
      *                        toward the lock.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY CICSCOMN.
       COPY STATCAT.
       COPY CLNTREG.
       COPY AUTHLOCK.
       COPY EXPORTRQ.
       COPY EXPTAUD.

               PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 3000-RECORD-REQUEST     THRU 3000-EXIT
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

           MOVE SPACES TO WS-CORRELATION-ID
           MOVE 0 TO WS-CORRELATION-ID-LEN
           EXIT.

       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY STATLOOK.
