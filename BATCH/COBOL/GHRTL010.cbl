       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHRTL010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHRTL010 - online rate table load.                          *
      *                                                                *
      *   Copies finance's sequential RATETAB tier table into the     *
      *   RATETBK KSDS (same layout, keyed client id + tier-from) so  *
      *   the billing-to-date operation (JMT10) can price a client's  *
      *   calls online against the same tiers GHBIL010 will price    *
      *   the month-end invoice with.                                 *
      *                                                                *
      *   The table is loaded and sequence-checked exactly as         *
      *   GHBIL010 loads it - rows grouped by client, tiers           *
      *   ascending, first tier from call one, at most 200 rows - and *
      *   the whole table is validated before RATETBK is touched: a  *
      *   table GHBIL010 would refuse is refused here (RC 16) and the *
      *   previous night's copy is left in place. A client whose rows *
      *   appear in two separate groups is refused as well - the      *
      *   KSDS can hold each tier once only.                          *
      *                                                                *
      *   A good table then replaces RATETBK: rows no longer on       *
      *   RATETAB are deleted, new rows written, the rest rewritten.  *
      *                                                                *
      *   JCL           : JCL/GHRTL010.jcl                            *
      *   DD RATETAB    : finance rate/tier table (input)             *
      *   DD RATETBK    : online rate table VSAM KSDS (in/output)     *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE ASSIGN TO RATETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATETAB-STATUS.

           SELECT RATE-KSDS-FILE ASSIGN TO RATETBK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               FILE STATUS IS WS-RATETBK-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE-FILE
           RECORD CONTAINS 59 CHARACTERS.
           COPY RATETAB.

      * The RATETAB layout, keyed (RT-KEY in the RATETAB copybook).
       FD  RATE-KSDS-FILE
           RECORD CONTAINS 59 CHARACTERS.
       01  RATE-KSDS-RECORD.
           05 RK-KEY.
               10 RK-CLIENT-ID             PIC X(36).
               10 RK-TIER-FROM             PIC 9(09).
           05 RK-FULL-RATE                 PIC 9(03)V9(04).
           05 RK-REDUCED-RATE              PIC 9(03)V9(04).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-RATETAB-STATUS            PIC X(02) VALUE '00'.
           05 WS-RATETBK-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-RATE-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-RATE-EOF                 VALUE 'Y'.
           05 WS-KSDS-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-KSDS-EOF                 VALUE 'Y'.
           05 WS-ON-TABLE-SW               PIC X(01) VALUE 'N'.
               88 WS-ON-TABLE                 VALUE 'Y'.
               88 WS-NOT-ON-TABLE             VALUE 'N'.

      * The validated table, held whole until every row has passed.
       01  WS-RATE-TABLE-AREA.
           05 WS-RT-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-RT-MAX                    PIC S9(4) COMP-5 VALUE 200.
           05 WS-RT-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-RT-IDX.
               10 WS-RT-KEY.
                   15 WS-RT-CLIENT-ID      PIC X(36).
                   15 WS-RT-TIER-FROM      PIC 9(09).
               10 WS-RT-FULL-RATE          PIC 9(03)V9(04).
               10 WS-RT-REDUCED-RATE       PIC 9(03)V9(04).

       01  WS-LAST-RATE-CLIENT             PIC X(36) VALUE LOW-VALUES.
       01  WS-LAST-TIER-FROM               PIC 9(09) COMP-5 VALUE 0.
       01  WS-SEEN-IDX                     PIC S9(4) COMP-5.

       01  WS-ROWS-READ                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-ADDED                   PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REPLACED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-REMOVED                 PIC 9(09) COMP-5 VALUE 0.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHRTL010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-REMOVE-ONE-ROW    THRU 2000-EXIT
               UNTIL WS-KSDS-EOF
           PERFORM 3000-LOAD-ONE-ROW      THRU 3000-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           PERFORM 8000-TERMINATE         THRU 8000-EXIT
           MOVE 'RATE ROWS LOADED'  TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-RT-COUNT         TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS ADDED'        TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-ADDED       TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS REMOVED'      TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-REMOVED     TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  RATE-TABLE-FILE
           OPEN I-O    RATE-KSDS-FILE

           IF WS-RATETAB-STATUS NOT = '00'
               DISPLAY 'GHRTL010 - UNABLE TO OPEN RATETAB, STATUS='
                       WS-RATETAB-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RATETBK-STATUS NOT = '00'
               DISPLAY 'GHRTL010 - UNABLE TO OPEN RATETBK, STATUS='
                       WS-RATETBK-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
               UNTIL WS-RATE-EOF

           IF WS-RT-COUNT = 0
               DISPLAY 'GHRTL010 - RATE TABLE IS EMPTY'
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO RK-KEY
           START RATE-KSDS-FILE KEY IS NOT LESS THAN RK-KEY
               INVALID KEY
                   SET WS-KSDS-EOF TO TRUE
           END-START

           IF NOT WS-KSDS-EOF
               PERFORM 2100-READ-KSDS THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1100-LOAD-ONE-RATE - load and sequence-check the rate table
      *                      exactly as GHBIL010 does: rows grouped
      *                      by client, tiers ascending, first tier
      *                      from call one
      *---------------------------------------------------------------
       1100-LOAD-ONE-RATE.
           READ RATE-TABLE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           IF RT-CLIENT-ID = SPACES
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-ROWS-READ

           IF RT-TIER-FROM NOT NUMERIC OR RT-TIER-FROM = ZEROES
                   OR RT-FULL-RATE NOT NUMERIC
                   OR RT-REDUCED-RATE NOT NUMERIC
               DISPLAY 'GHRTL010 - BAD RATE ROW FOR ' RT-CLIENT-ID
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF RT-CLIENT-ID = WS-LAST-RATE-CLIENT
               IF RT-TIER-FROM NOT > WS-LAST-TIER-FROM
                   DISPLAY 'GHRTL010 - TIERS NOT ASCENDING FOR '
                           RT-CLIENT-ID
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF RT-TIER-FROM NOT = 1
                   DISPLAY 'GHRTL010 - FIRST TIER NOT FROM 1 FOR '
                           RT-CLIENT-ID
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 1200-CHECK-CLIENT-GROUPED THRU 1200-EXIT
           END-IF

           IF WS-RT-COUNT >= WS-RT-MAX
               DISPLAY 'GHRTL010 - RATE TABLE OVERFLOWS 200 ROWS'
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-RT-COUNT
           SET WS-RT-IDX TO WS-RT-COUNT
           MOVE RT-CLIENT-ID     TO WS-RT-CLIENT-ID(WS-RT-IDX)
           MOVE RT-TIER-FROM     TO WS-RT-TIER-FROM(WS-RT-IDX)
           MOVE RT-FULL-RATE     TO WS-RT-FULL-RATE(WS-RT-IDX)
           MOVE RT-REDUCED-RATE  TO WS-RT-REDUCED-RATE(WS-RT-IDX)
           MOVE RT-CLIENT-ID     TO WS-LAST-RATE-CLIENT
           MOVE RT-TIER-FROM     TO WS-LAST-TIER-FROM.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1200-CHECK-CLIENT-GROUPED - a client starting a new group must
      *                             not already have rows further up
      *---------------------------------------------------------------
       1200-CHECK-CLIENT-GROUPED.
           PERFORM 1210-CHECK-ONE-SEEN THRU 1210-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-RT-COUNT.
       1200-EXIT.
           EXIT.

       1210-CHECK-ONE-SEEN.
           IF WS-RT-CLIENT-ID(WS-SEEN-IDX) = RT-CLIENT-ID
               DISPLAY 'GHRTL010 - ROWS NOT GROUPED BY CLIENT FOR '
                       RT-CLIENT-ID
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       1210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-REMOVE-ONE-ROW - delete a RATETBK row whose client/tier
      *                       is no longer on finance's table
      *---------------------------------------------------------------
       2000-REMOVE-ONE-ROW.
           SET WS-NOT-ON-TABLE TO TRUE
           SET WS-RT-IDX TO 1
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RT-IDX > WS-RT-COUNT
                   CONTINUE
               WHEN WS-RT-KEY(WS-RT-IDX) = RK-KEY
                   SET WS-ON-TABLE TO TRUE
           END-SEARCH

           IF WS-NOT-ON-TABLE
               DELETE RATE-KSDS-FILE
                   INVALID KEY
                       DISPLAY 'GHRTL010 - DELETE FAILED FOR '
                               RK-CLIENT-ID ' STATUS='
                               WS-RATETBK-STATUS
               END-DELETE
               IF WS-RATETBK-STATUS = '00'
                   ADD 1 TO WS-ROWS-REMOVED
               END-IF
           END-IF

           PERFORM 2100-READ-KSDS THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-KSDS.
           READ RATE-KSDS-FILE NEXT
               AT END
                   SET WS-KSDS-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-LOAD-ONE-ROW - write the tier, or replace the row already
      *                     on file for it
      *---------------------------------------------------------------
       3000-LOAD-ONE-ROW.
           MOVE WS-RT-KEY(WS-RT-IDX)          TO RK-KEY
           MOVE WS-RT-FULL-RATE(WS-RT-IDX)    TO RK-FULL-RATE
           MOVE WS-RT-REDUCED-RATE(WS-RT-IDX) TO RK-REDUCED-RATE

           WRITE RATE-KSDS-RECORD
               INVALID KEY
                   REWRITE RATE-KSDS-RECORD
                       INVALID KEY
                           DISPLAY 'GHRTL010 - REWRITE FAILED FOR '
                                   RK-CLIENT-ID ' STATUS='
                                   WS-RATETBK-STATUS
                           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                   END-REWRITE
                   ADD 1 TO WS-ROWS-REPLACED
                   GO TO 3000-EXIT
           END-WRITE

           IF WS-RATETBK-STATUS NOT = '00'
               DISPLAY 'GHRTL010 - WRITE FAILED FOR '
                       RK-CLIENT-ID ' STATUS=' WS-RATETBK-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-ROWS-ADDED.
       3000-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHRTL010 - RATE ROWS READ  : ' WS-ROWS-READ
           DISPLAY 'GHRTL010 - ROWS ADDED      : ' WS-ROWS-ADDED
           DISPLAY 'GHRTL010 - ROWS REPLACED   : ' WS-ROWS-REPLACED
           DISPLAY 'GHRTL010 - ROWS REMOVED    : ' WS-ROWS-REMOVED
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE RATE-TABLE-FILE
           CLOSE RATE-KSDS-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
