       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JMT10.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   JMT10 - business logic stub for z/OS Connect operation      *
      *           HelloWorldBilling_1.0.0 (GET /helloworld/billing),  *
      *           mapped by JMT10I01/JMT10Q01/JMT10P01 in             *
      *           zOSConnect/COPYLIB.                                 *
      *                                                                *
      *   Billing to date: for the authenticated client, the billing  *
      *   period's calls so far - full-rate (status 0), reduced-rate  *
      *   (1xxx caller errors) and free (2xxx/3xxx) - counted from    *
      *   GHISTORY exactly as GHBIL010 counts them (erased rows       *
      *   included: the call happened and is billable), and priced    *
      *   on the client's RATETAB tiers, or the '*DEFAULT' tiers,     *
      *   with GHBIL010's band arithmetic. The tiers are read from    *
      *   RATETBK, the online copy GHRTL010 loads nightly from the    *
      *   same RATETAB the invoice is priced from.                    *
      *                                                                *
      *   The period is the current month unless the caller asks     *
      *   (?period=YYYYMM) for the month before, the period most     *
      *   recently invoiced; anything else is refused with 1015.     *
      *   When GHBIL020 has adjusted the period, the adjustment        *
      *   (BILADJ) is returned alongside, and the charge is the       *
      *   corrected amount on the credit memo.                        *
      *                                                                *
      *   A prepaid client (CLNT-REG-PREPAID) or a sandbox client is  *
      *   never invoiced: its calls are counted (a sandbox client's   *
      *   from its GHISTTST test rows, as JMT01 shows them) but every *
      *   charge is zero.                                             *
      *                                                                *
      *   The same gates as the greeting operations: client registry *
      *   (CLNTCHK), session token when one is supplied (TOKNCHK) and *
      *   the daily rate limit (RATECHK) - a billing call counts      *
      *   against the client's daily quota like any other.           *
      *                                                                *
      *   LINKED TO by the z/OS Connect EE generated adapter with:    *
      *      BAQ-REQUEST-INFO    (BAQRINFO)                           *
      *      JMT10-REQUEST-BODY  (JMT10Q01 - ReqQueryParameters,      *
      *                           ReqHeaders)                         *
      *      BAQ-RESPONSE-INFO   (BAQRINFO)                           *
      *      JMT10-RESPONSE-BODY (JMT10P01 - RespBody)                *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  A production member of a partner       *
      *                        organization with a pooled daily limit *
      *                        (ORGREG) is judged against the pool's  *
      *                        combined count and refused with 1016   *
      *                        once it is spent (RATECHK, ORGUSAGE).  *
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

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CICSCOMN.
       COPY STATCAT.
       COPY CLNTREG.
       COPY RATELIM.
       COPY ORGREG.
       COPY PTNRNTF.
       COPY TOKNREC.
       COPY AUTHLOCK.
       COPY TZONEWS.
       COPY GHISTREC.
       COPY RATETAB.
       COPY BILADJ.

       01  WS-BILLING-WORK-AREA.
           05 WS-TOKEN-SUPPLIED-SW         PIC X(01) VALUE 'N'.
               88 WS-TOKEN-SUPPLIED           VALUE 'Y'.
           05 WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
               88 WS-BROWSE-DONE              VALUE 'Y'.
           05 WS-PERIOD-CLOSED-SW          PIC X(01) VALUE 'N'.
               88 WS-PERIOD-CLOSED            VALUE 'Y'.
           05 WS-INVOICED-SW               PIC X(01) VALUE 'Y'.
               88 WS-INVOICED                 VALUE 'Y'.
               88 WS-NOT-INVOICED             VALUE 'N'.
           05 WS-ADJUSTED-SW               PIC X(01) VALUE 'N'.
               88 WS-ADJUSTED                 VALUE 'Y'.
           05 WS-PERIOD                    PIC X(06).
           05 WS-PREV-PERIOD.
               10 WS-PREV-YYYY             PIC 9(04).
               10 WS-PREV-MM               PIC 9(02).
           05 WS-TIER-CLIENT               PIC X(36).

       01  WS-PERIOD-COUNTS.
           05 WS-CLIENT-FULL               PIC 9(09) COMP-5 VALUE 0.
           05 WS-CLIENT-REDUCED            PIC 9(09) COMP-5 VALUE 0.
           05 WS-CLIENT-FREE               PIC 9(09) COMP-5 VALUE 0.
           05 WS-CLIENT-AMOUNT             PIC S9(11)V9(02) COMP-3
                                            VALUE 0.

      * The client's pricing tiers, as GHBIL010 selects them - its own
      * RATETBK rows, else the '*DEFAULT' rows, at most ten.
       01  WS-CLIENT-TIERS.
           05 WS-TIER-COUNT                PIC S9(4) COMP-5 VALUE 0.
           05 WS-TIER-MAX                  PIC S9(4) COMP-5 VALUE 10.
           05 WS-TIER-ENTRY OCCURS 10 TIMES.
               10 WS-TIER-FROM             PIC 9(09) COMP-5.
               10 WS-TIER-FULL-RATE        PIC 9(03)V9(04) COMP-3.
               10 WS-TIER-REDUCED-RATE     PIC 9(03)V9(04) COMP-3.

       01  WS-PRICING-WORK.
           05 WS-PRICE-COUNT               PIC 9(09) COMP-5.
           05 WS-PRICE-STYLE-SW            PIC X(01).
               88 WS-PRICE-FULL               VALUE 'F'.
               88 WS-PRICE-REDUCED            VALUE 'R'.
           05 WS-PRICE-AMOUNT              PIC S9(11)V9(02) COMP-3.
           05 WS-TIER-IDX                  PIC S9(4) COMP-5.
           05 WS-TIER-LOW                  PIC 9(09) COMP-5.
           05 WS-TIER-HIGH                 PIC 9(09) COMP-5.
           05 WS-TIER-UNITS                PIC 9(09) COMP-5.
           05 WS-TIER-RATE                 PIC 9(03)V9(04) COMP-3.

       LINKAGE SECTION.
       COPY BAQRINFO.
       01  JMT10-REQUEST-BODY.
           COPY JMT10Q01.
       01  JMT10-RESPONSE-BODY.
           COPY JMT10P01.

       PROCEDURE DIVISION USING BAQ-REQUEST-INFO
                                 JMT10-REQUEST-BODY
                                 BAQ-RESPONSE-INFO
                                 JMT10-RESPONSE-BODY.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE            THRU 1000-EXIT
           PERFORM 1500-CHECK-CLIENT-THRU-EXIT THRU 1500-EXIT
           IF BAQ-SUCCESS
               PERFORM 1550-CHECK-LOCKOUT-THRU-EXIT THRU 1550-EXIT
           END-IF

           IF BAQ-SUCCESS AND WS-TOKEN-SUPPLIED
               PERFORM 1700-CHECK-TOKEN-THRU-EXIT THRU 1700-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 1600-CHECK-RATE-LIMIT-THRU-EXIT THRU 1600-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 2000-VALIDATE-PERIOD   THRU 2000-EXIT
           END-IF

           IF BAQ-SUCCESS
               PERFORM 3000-COUNT-PERIOD-CALLS THRU 3000-EXIT
           END-IF

           IF BAQ-SUCCESS AND WS-INVOICED
               PERFORM 3200-PRICE-PERIOD      THRU 3200-EXIT
           END-IF

           IF BAQ-SUCCESS AND WS-INVOICED
               PERFORM 3500-READ-ADJUSTMENT   THRU 3500-EXIT
           END-IF

           PERFORM 2500-BUILD-RESPONSE         THRU 2500-EXIT
           PERFORM 1560-RECORD-AUTH-FAILURE-THRU-EXIT THRU 1560-EXIT
           PERFORM 9000-LOOKUP-STATUS-THRU-EXIT THRU 9000-EXIT

           GOBACK.

      *---------------------------------------------------------------
      * 1000-INITIALIZE
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE 'JMT10'  TO BAQ-STUB-NAME
           SET  BAQ-SUCCESS TO TRUE
           MOVE 0 TO BAQ-STATUS-CODE

           MOVE SPACES TO WS-CLIENT-ID
           IF X-IBM-Client-Id-length > 0
               MOVE X-IBM-Client-Id(1:X-IBM-Client-Id-length)
                   TO WS-CLIENT-ID
           END-IF

           MOVE SPACES TO WS-SESSION-TOKEN
           IF X-Session-Token-length > 0
               MOVE X-Session-Token(1:X-Session-Token-length)
                   TO WS-SESSION-TOKEN
               SET WS-TOKEN-SUPPLIED TO TRUE
           END-IF

           MOVE SPACES TO WS-CORRELATION-ID
           MOVE 0 TO WS-CORRELATION-ID-LEN
           IF X-Correlation-Id-length > 0
               MOVE X-Correlation-Id(1:X-Correlation-Id-length)
                   TO WS-CORRELATION-ID
               MOVE X-Correlation-Id-length TO WS-CORRELATION-ID-LEN
           END-IF

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
               INTO WS-NOW-TS.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-VALIDATE-PERIOD - the current month by default, or the
      *                        month before it (the period most
      *                        recently invoiced, the one GHBIL020
      *                        adjusts); nothing older is answered -
      *                        GHISTORY no longer holds all of it
      *---------------------------------------------------------------
       2000-VALIDATE-PERIOD.
           MOVE WS-TODAY-DATE(1:4) TO WS-PREV-YYYY
           MOVE WS-TODAY-DATE(5:2) TO WS-PREV-MM
           IF WS-PREV-MM = 1
               MOVE 12 TO WS-PREV-MM
               SUBTRACT 1 FROM WS-PREV-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PREV-MM
           END-IF

           EVALUATE TRUE
               WHEN Xperiod-length = 0
                   MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
               WHEN Xperiod-length = 6
                       AND Xperiod = WS-TODAY-DATE(1:6)
                   MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
               WHEN Xperiod-length = 6
                       AND Xperiod = WS-PREV-PERIOD
                   MOVE WS-PREV-PERIOD TO WS-PERIOD
                   SET WS-PERIOD-CLOSED TO TRUE
               WHEN OTHER
                   SET BAQ-ERROR-IN-API TO TRUE
                   MOVE 1015 TO BAQ-STATUS-CODE
           END-EVALUATE

      * A prepaid or sandbox client owes nothing on an invoice.
           IF CLNT-REG-PREPAID OR WS-SANDBOX-CLIENT
               SET WS-NOT-INVOICED TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-COUNT-PERIOD-CALLS - browse the client's history rows for
      *                           the period (key client + timestamp,
      *                           so they are contiguous) and classify
      *                           each as GHBIL010 does
      *---------------------------------------------------------------
       3000-COUNT-PERIOD-CALLS.
           MOVE WS-CLIENT-ID TO GH-HIST-CLIENT-ID
           MOVE LOW-VALUES   TO GH-HIST-TIMESTAMP
           MOVE WS-PERIOD    TO GH-HIST-TIMESTAMP(1:6)

           EXEC CICS STARTBR
                FILE(WS-HIST-FILE)
                RIDFLD(GH-HIST-KEY)
                KEYLENGTH(LENGTH OF GH-HIST-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NOTFND)
               GO TO 3000-EXIT
           END-IF
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3002 TO BAQ-STATUS-CODE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3100-COUNT-ONE-ROW THRU 3100-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR
                FILE(WS-HIST-FILE)
           END-EXEC.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-ROW.
           EXEC CICS READNEXT
                FILE(WS-HIST-FILE)
                INTO(GH-HIST-RECORD)
                RIDFLD(GH-HIST-KEY)
                KEYLENGTH(LENGTH OF GH-HIST-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3002 TO BAQ-STATUS-CODE
               GO TO 3100-EXIT
           END-IF

           IF GH-HIST-CLIENT-ID NOT = WS-CLIENT-ID
                   OR GH-HIST-TIMESTAMP(1:6) NOT = WS-PERIOD
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF

           EVALUATE TRUE
               WHEN GH-HIST-STATUS-CODE = 0
                   ADD 1 TO WS-CLIENT-FULL
               WHEN GH-HIST-STATUS-CODE >= 1000
                       AND GH-HIST-STATUS-CODE <= 1999
                   ADD 1 TO WS-CLIENT-REDUCED
               WHEN OTHER
                   ADD 1 TO WS-CLIENT-FREE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-PRICE-PERIOD - the client's tiers (its own, else
      *                     '*DEFAULT'), then the full and reduced
      *                     counts priced band by band
      *---------------------------------------------------------------
       3200-PRICE-PERIOD.
           MOVE 0 TO WS-TIER-COUNT
           MOVE WS-CLIENT-ID TO WS-TIER-CLIENT
           PERFORM 3300-SELECT-TIERS THRU 3300-EXIT

           IF BAQ-SUCCESS AND WS-TIER-COUNT = 0
               MOVE '*DEFAULT' TO WS-TIER-CLIENT
               PERFORM 3300-SELECT-TIERS THRU 3300-EXIT
           END-IF

           IF NOT BAQ-SUCCESS
               GO TO 3200-EXIT
           END-IF

           MOVE 0 TO WS-CLIENT-AMOUNT
           MOVE WS-CLIENT-FULL TO WS-PRICE-COUNT
           SET WS-PRICE-FULL TO TRUE
           PERFORM 3400-PRICE-ONE-COUNT THRU 3400-EXIT
           ADD WS-PRICE-AMOUNT TO WS-CLIENT-AMOUNT

           MOVE WS-CLIENT-REDUCED TO WS-PRICE-COUNT
           SET WS-PRICE-REDUCED TO TRUE
           PERFORM 3400-PRICE-ONE-COUNT THRU 3400-EXIT
           ADD WS-PRICE-AMOUNT TO WS-CLIENT-AMOUNT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3300-SELECT-TIERS - browse WS-TIER-CLIENT's RATETBK rows (key
      *                     client + tier-from, so ascending) into the
      *                     pricing table
      *---------------------------------------------------------------
       3300-SELECT-TIERS.
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE WS-TIER-CLIENT TO RT-CLIENT-ID
           MOVE 0              TO RT-TIER-FROM

           EXEC CICS STARTBR
                FILE('RATETBK')
                RIDFLD(RT-KEY)
                KEYLENGTH(LENGTH OF RT-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NOTFND)
               GO TO 3300-EXIT
           END-IF
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3001 TO BAQ-STATUS-CODE
               GO TO 3300-EXIT
           END-IF

           PERFORM 3310-TAKE-ONE-TIER THRU 3310-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR
                FILE('RATETBK')
           END-EXEC.
       3300-EXIT.
           EXIT.

       3310-TAKE-ONE-TIER.
           EXEC CICS READNEXT
                FILE('RATETBK')
                INTO(RATE-TABLE-RECORD)
                RIDFLD(RT-KEY)
                KEYLENGTH(LENGTH OF RT-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3310-EXIT
           END-IF
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               SET BAQ-ERROR-IN-STUB TO TRUE
               MOVE 3001 TO BAQ-STATUS-CODE
               GO TO 3310-EXIT
           END-IF

           IF RT-CLIENT-ID NOT = WS-TIER-CLIENT
                   OR WS-TIER-COUNT >= WS-TIER-MAX
               SET WS-BROWSE-DONE TO TRUE
               GO TO 3310-EXIT
           END-IF

           ADD 1 TO WS-TIER-COUNT
           MOVE RT-TIER-FROM    TO WS-TIER-FROM(WS-TIER-COUNT)
           MOVE RT-FULL-RATE    TO WS-TIER-FULL-RATE(WS-TIER-COUNT)
           MOVE RT-REDUCED-RATE TO WS-TIER-REDUCED-RATE(WS-TIER-COUNT).
       3310-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3400-PRICE-ONE-COUNT - band pricing, the same arithmetic as
      *                        GHBIL010: each tier prices the calls
      *                        from its WS-TIER-FROM up to the call
      *                        before the next tier starts
      *---------------------------------------------------------------
       3400-PRICE-ONE-COUNT.
           MOVE 0 TO WS-PRICE-AMOUNT
           IF WS-PRICE-COUNT = 0 OR WS-TIER-COUNT = 0
               GO TO 3400-EXIT
           END-IF

           PERFORM 3410-PRICE-ONE-TIER THRU 3410-EXIT
               VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > WS-TIER-COUNT.
       3400-EXIT.
           EXIT.

       3410-PRICE-ONE-TIER.
           MOVE WS-TIER-FROM(WS-TIER-IDX) TO WS-TIER-LOW
           IF WS-TIER-IDX < WS-TIER-COUNT
               COMPUTE WS-TIER-HIGH =
                   WS-TIER-FROM(WS-TIER-IDX + 1) - 1
           ELSE
               MOVE WS-PRICE-COUNT TO WS-TIER-HIGH
           END-IF

           IF WS-TIER-HIGH > WS-PRICE-COUNT
               MOVE WS-PRICE-COUNT TO WS-TIER-HIGH
           END-IF

           IF WS-TIER-LOW > WS-PRICE-COUNT
               GO TO 3410-EXIT
           END-IF

           COMPUTE WS-TIER-UNITS = WS-TIER-HIGH - WS-TIER-LOW + 1
           IF WS-PRICE-FULL
               MOVE WS-TIER-FULL-RATE(WS-TIER-IDX) TO WS-TIER-RATE
           ELSE
               MOVE WS-TIER-REDUCED-RATE(WS-TIER-IDX) TO WS-TIER-RATE
           END-IF
           COMPUTE WS-PRICE-AMOUNT ROUNDED =
               WS-PRICE-AMOUNT + (WS-TIER-UNITS * WS-TIER-RATE).
       3410-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-READ-ADJUSTMENT - GHBIL020's applied adjustment for the
      *                        client and period, if there is one
      *---------------------------------------------------------------
       3500-READ-ADJUSTMENT.
           MOVE WS-CLIENT-ID TO BA-CLIENT-ID
           MOVE WS-PERIOD    TO BA-PERIOD
           EXEC CICS READ
                FILE('BILADJ')
                INTO(BIL-ADJ-RECORD)
                RIDFLD(BA-KEY)
                KEYLENGTH(LENGTH OF BA-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP = DFHRESP(NORMAL)
               SET WS-ADJUSTED TO TRUE
           ELSE
               IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
                   SET BAQ-ERROR-IN-STUB TO TRUE
                   MOVE 3001 TO BAQ-STATUS-CODE
               END-IF
           END-IF.
       3500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2500-BUILD-RESPONSE
      *---------------------------------------------------------------
       2500-BUILD-RESPONSE.
           MOVE 'N'    TO Xadjusted
           MOVE 0      TO XadjFullRateCalls
           MOVE 0      TO XadjReducedRateCalls
           MOVE 0      TO XadjAmount

           IF BAQ-SUCCESS
               MOVE WS-PERIOD            TO XbillingPeriod
               MOVE WS-PERIOD-CLOSED-SW  TO XperiodClosed
               MOVE WS-INVOICED-SW       TO Xinvoiced
               MOVE WS-CLIENT-FULL       TO XfullRateCalls
               MOVE WS-CLIENT-REDUCED    TO XreducedRateCalls
               MOVE WS-CLIENT-FREE       TO XfreeCalls
               MOVE WS-CLIENT-AMOUNT     TO XestimatedCharge
               MOVE WS-CLIENT-AMOUNT     TO Xcharge
               IF WS-ADJUSTED
                   MOVE 'Y'              TO Xadjusted
                   MOVE BA-ADJ-FULL      TO XadjFullRateCalls
                   MOVE BA-ADJ-REDUCED   TO XadjReducedRateCalls
                   MOVE BA-FLAT-AMOUNT   TO XadjAmount
                   MOVE BA-CORR-AMOUNT   TO Xcharge
               END-IF
           ELSE
               MOVE SPACES TO XbillingPeriod
               MOVE 'N'    TO XperiodClosed
               MOVE 'N'    TO Xinvoiced
               MOVE 0      TO XfullRateCalls
               MOVE 0      TO XreducedRateCalls
               MOVE 0      TO XfreeCalls
               MOVE 0      TO XestimatedCharge
               MOVE 0      TO Xcharge
           END-IF

           MOVE WS-CORRELATION-ID TO Xcorrelationid
           MOVE WS-CORRELATION-ID-LEN TO Xcorrelationid-length.
       2500-EXIT.
           EXIT.

       COPY CLNTCHK.
       COPY LOCKCHK.
       COPY TOKNCHK.
       COPY RATECHK.
       COPY ORGUSAGE.
       COPY QUOTADAY.
       COPY TZONECNV.
       COPY STATLOOK.
