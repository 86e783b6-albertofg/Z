      *   2026-08-22  BAQADEV  Browse the history file CLNTCHK       *
      *                        routed the caller to, so a sandbox    *
      *                        client sees its GHISTTST test rows.   *
      *   2026-10-15  BAQADEV  Authentication-failure lockout         *
      *                        (LOCKCHK, AUTHLOCK): a locked client   *
      *                        id or token is refused with 1018;      *
      *                        1004/1006/1009 failures are counted    *
      *                        toward the lock.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY CICSCOMN.
       COPY GHISTREC.
       COPY CLNTREG.
       COPY AUTHLOCK.
       COPY STATCAT.

       01  WS-BROWSE-AREA.
               MOVE X-IBM-Client-Id(1:X-IBM-Client-Id-length)
                   TO WS-CLIENT-ID
           END-IF
      * No session token on this operation - LOCKCHK judges the
      * client id alone.
           MOVE SPACES TO WS-SESSION-TOKEN

           PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT

           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 3000-BROWSE-HISTORY THRU 3000-EXIT
           END-IF

           PERFORM 1560-RECORD-AUTH-FAILURE-THRU-EXIT THRU 1560-EXIT
           PERFORM 9000-LOOKUP-STATUS-THRU-EXIT THRU 9000-EXIT

           GOBACK.
           EXIT.

       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY STATLOOK.
