      *                        window GRTCAMP row replaces the      *
      *                        templates after the GREETTMP read    *
      *                        (CAMPGET).                            *
      *   2026-10-15  BAQADEV  The call that takes a production       *
      *                        client to 80% of its daily limit       *
      *                        writes a once-a-day quota warning to   *
      *                        PTNRNTF (RATECHK).                     *
      *   2026-10-15  BAQADEV  Prepaid clients (CLNT-REG-PREPAID): a  *
      *                        successful production greeting debits  *
      *                        one call from PREPBAL; none left fails *
      *                        with 1014 (PREPCHK).                   *
      *   2026-10-15  BAQADEV  Refused with 2002 inside a planned     *
      *                        maintenance window of scope ALL or     *
      *                        ONLN (MAINTWIN, MAINTCHK), ahead of    *
      *                        every other gate; no history row or    *
      *                        retry spool for the refusal.           *
      *   2026-10-15  BAQADEV  A production member of a partner       *
      *                        organization with a pooled daily limit *
      *                        (ORGREG) is judged against the pool's  *
      *                        combined count and refused with 1016   *
      *                        once it is spent (RATECHK, ORGUSAGE).  *
      *   2026-10-15  BAQADEV  A well-formed name is screened against *
      *                        the NAMESCRN prohibited-name list and  *
      *                        refused with 1017 on a match; hits are *
      *                        logged to SCRNHIT (SCRNCHK).           *
      *   2026-10-15  BAQADEV  Client-branded templates: a CLNTTMP    *
      *                        row for the client and language        *
      *                        outranks a campaign (CTMPGET); the     *
      *                        history row records the template       *
      *                        source.                                *
      *   2026-10-15  BAQADEV  Authentication-failure lockout         *
      *                        (LOCKCHK, AUTHLOCK): a locked client   *
      *                        id or token is refused with 1018;      *
      *                        1004/1006/1009 failures are counted    *
      *                        toward the lock.                       *
      *   2026-10-15  BAQADEV  Daily quota counted against the        *
      *                        partner's own day (QUOTADAY, TZONECNV) *
      *                        when CLNT-REG-UTC-OFFSET is recorded.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY CLNTREG.
       COPY CLNTPRF.
       COPY RATELIM.
       COPY ORGREG.
       COPY PREPBAL.
       COPY PTNRNTF.
       COPY TOKNREC.
       COPY AUTHLOCK.
       COPY TZONEWS.
       COPY MAINTWIN.
       COPY NAMESCRN.
       COPY SCRNHIT.
       COPY GREETWS.
           COPY GREETTMP.
           COPY GRTCAMP.
           COPY CLNTTMP.
           COPY GHISTREC.
           COPY HISTJRNL.
           COPY RETRYHLD.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE            THRU 1000-EXIT

      * Inside a planned maintenance window the call is refused before
      * anything else is touched - the files behind the later gates
      * may be the very thing being worked on.
           PERFORM 1400-CHECK-MAINT-WINDOW-THRU-EXIT THRU 1400-EXIT
           IF WS-MAINT-WINDOW-OPEN
               SET BAQ-ERROR-IN-ZCEE TO TRUE
               MOVE 2002 TO BAQ-STATUS-CODE
           ELSE
               PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS AND WS-TOKEN-SUPPLIED
               PERFORM 1700-CHECK-TOKEN-THRU-EXIT THRU 1700-EXIT
               PERFORM 2300-BUILD-GREETING-THRU-EXIT THRU 2300-EXIT
           END-IF

      * A prepaid client pays for the greeting once it has been built
      * - a call refused earlier on (bad name, strict language) costs
      * nothing. Sandbox calls are never billed, so never debited.
           IF BAQ-SUCCESS AND NOT WS-IDEM-REPLAY
                   AND CLNT-REG-PREPAID AND WS-PRODUCTION-CLIENT
               PERFORM 2800-DEBIT-PREPAID-THRU-EXIT THRU 2800-EXIT
           END-IF

           PERFORM 2500-BUILD-RESPONSE        THRU 2500-EXIT
           PERFORM 1560-RECORD-AUTH-FAILURE-THRU-EXIT THRU 1560-EXIT
           PERFORM 9000-LOOKUP-STATUS-THRU-EXIT THRU 9000-EXIT

      * A maintenance refusal never reached the service - no
      * history row (CLNTCHK has not even routed the caller), and
      * nothing for GHRTY010 to redrive: the partner calls again once
      * the window closes.
           IF NOT WS-IDEM-REPLAY AND NOT WS-MAINT-WINDOW-OPEN
               PERFORM 2400-WRITE-HISTORY-THRU-EXIT THRU 2400-EXIT
           END-IF

               PERFORM 2900-SAVE-IDEMPOTENCY-THRU-EXIT THRU 2900-EXIT
           END-IF

           IF BAQ-ERROR-IN-ZCEE AND NOT WS-MAINT-WINDOW-OPEN
               PERFORM 2600-SPOOL-RETRY-THRU-EXIT THRU 2600-EXIT
           END-IF

           MOVE name-length     TO WS-NAME-LEN
           PERFORM 2200-VALIDATE-NAME-THRU-EXIT THRU 2200-EXIT

      * A well-formed name is then screened against the prohibited-
      * name list (SCRNCHK) - a hit is refused 1017 like any other
      * bad name, and logged to SCRNHIT.
           IF WS-NAME-VALID
               MOVE SPACES             TO SCRN-HIT-RECORD
               MOVE 'HelloWorld_2.0.0' TO SH-API-NAME
               PERFORM 2050-SCREEN-NAME-THRU-EXIT THRU 2050-EXIT
           END-IF

           IF WS-NAME-INVALID
               SET BAQ-ERROR-IN-API TO TRUE
           END-IF.
               END-IF
           END-IF

      * The client's own wording first, then an in-window campaign,
      * then the base row as read.
           IF BAQ-SUCCESS
               SET WS-TMPL-FROM-BASE TO TRUE
               PERFORM 2130-APPLY-CLIENT-TMPL-THRU-EXIT THRU 2130-EXIT
               IF NOT WS-TMPL-FROM-CLIENT
                   PERFORM 2140-APPLY-CAMPAIGN-THRU-EXIT
                       THRU 2140-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
           MOVE WS-NAME-LEN        TO GH-HIST-NAME-LEN
           MOVE WS-LANG-CODE       TO GH-HIST-LANG
           MOVE WS-REQ-LANG-CODE   TO GH-HIST-REQ-LANG
           IF BAQ-SUCCESS
               MOVE WS-TMPL-SOURCE-SW  TO GH-HIST-TMPL-SOURCE
           ELSE
               MOVE SPACE              TO GH-HIST-TMPL-SOURCE
           END-IF
           MOVE WS-CORRELATION-ID  TO GH-HIST-CORRELATION-ID
           MOVE 'HelloWorld_2.0.0' TO GH-HIST-API-NAME.
       2500-EXIT.
       2510-EXIT.
           EXIT.

       COPY MAINTCHK.
       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY RATECHK.
       COPY ORGUSAGE.
       COPY QUOTADAY.
       COPY TZONECNV.
       COPY PREPCHK.
       COPY TOKNCHK.
       COPY PREFGET.
       COPY IDEMCHK.
       COPY CTMPGET.
       COPY CAMPGET.
       COPY GREETLOG.
       COPY SCRNCHK.
       COPY STATLOOK.
       COPY HISTWRT.
       COPY ANLYTPUB.
