      *   batch window with other work and cannot afford to rerun a   *
      *   large extract end to end after every abend.                 *
      *                                                                *
      *   Organization totals: at each client break the client's     *
      *   partner organization is looked up (CLNTREG, then ORGREG    *
      *   for its name) and the client's outcome counts are added to *
      *   the organization's, printed as a section after the grand   *
      *   total - account managers negotiate with organizations, not *
      *   client ids. The totals ride the checkpoint in relative      *
      *   records 2 onward (see GHCKPTR), in two alternating sets     *
      *   stamped with the checkpoint key, so a restart resumes them  *
      *   exactly as it resumes the per-client counts.                *
      *                                                                *
      *   JCL           : JCL/GHRPT010.jcl                            *
      *   DD GHRPTEXT   : reporting extract from GHUNL010 (input)     *
      *   DD GHCKPT     : checkpoint/restart file, relative (I-O)     *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD ORGREG     : partner organization VSAM KSDS (input)      *
      *   DD GHPRGCNT   : retention-purge count handoff from          *
      *                   GHPRG010, OPTIONAL (input)                  *
      *   DD GHRPTOUT   : printed reconciliation report (output)      *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        GHISTORY KSDS; the delta watermark    *
      *                        moved to the unload, restart now      *
      *                        repositions by reading forward.       *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger; refuses to start (RC 12) when  *
      *                        a predecessor has not completed        *
      *                        cleanly.                               *
      *   2026-10-15  BAQADEV  Show the rows GHPRG010 kept under      *
      *                        legal hold on the purge line; GHPRGCNT *
      *                        now 28 bytes.                          *
      *   2026-10-15  BAQADEV  Organization totals section: clients'  *
      *                        outcome counts summed per partner      *
      *                        organization (CLNTREG, ORGREG) and    *
      *                        carried over a restart in GHCKPT 2+.  *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RELATIVE KEY IS WS-CKPT-RELKEY
               FILE STATUS IS WS-GHCKPT-STATUS.

           SELECT CLNT-REG-FILE ASSIGN TO CLNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT ORG-REG-FILE ASSIGN TO ORGREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-ID
               FILE STATUS IS WS-ORGREG-STATUS.

           SELECT OPTIONAL GH-PURGE-COUNT-FILE ASSIGN TO GHPRGCNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GHPRGCNT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-EXTRACT-FILE
       FD  GH-CKPT-FILE
           RECORD CONTAINS 221 CHARACTERS.
           COPY GHCKPTR.
      * Relative records 2 onward - the organization totals, five
      * organizations to a block, in set 0 (records 2-21) or set 1
      * (records 22-41). GH-CKO-STAMP is the GH-CKPT-LAST-KEY of the
      * checkpoint the block belongs to.
       01  GH-CKPT-ORG-RECORD.
           05 GH-CKO-STAMP                 PIC X(62).
           05 GH-CKO-ORG-TOTAL             PIC 9(04) COMP-5.
           05 GH-CKO-OVERFLOW              PIC 9(09) COMP-5.
           05 GH-CKO-ENTRY OCCURS 5 TIMES.
               10 GH-CKO-ORG-ID            PIC X(06).
               10 GH-CKO-RC-COUNT          OCCURS 6 TIMES
                                            PIC 9(09) COMP-5.
           05 FILLER                       PIC X(03).

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  ORG-REG-FILE
           RECORD CONTAINS 840 CHARACTERS.
           COPY ORGREG.

       FD  GH-PURGE-COUNT-FILE
           RECORD CONTAINS 28 CHARACTERS.
           COPY GHPRGCNT.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-GHRPTEXT-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHRPTOUT-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHCKPT-STATUS             PIC X(02) VALUE '00'.
           05 WS-GHPRGCNT-STATUS           PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-ORGREG-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           05 WS-RESTART-SW                PIC X(01) VALUE 'N'.
               88 WS-RESTART-RUN              VALUE 'Y'.
               88 WS-FRESH-RUN                VALUE 'N'.
           05 WS-ORG-RESTORE-SW            PIC X(01) VALUE 'Y'.
               88 WS-ORG-RESTORED             VALUE 'Y'.
               88 WS-ORG-NOT-RESTORED         VALUE 'N'.
           05 WS-CKO-MATCH-SW              PIC X(01) VALUE 'N'.
               88 WS-CKO-MATCH                VALUE 'Y'.

       01  WS-CKPT-RELKEY                  PIC 9(04) COMP-5 VALUE 1.
       01  WS-CKPT-INTERVAL                PIC 9(05) COMP-5 VALUE 500.
       01  WS-RC-IDX                       PIC S9(4) COMP-5.

       COPY RCCOUNTS.

      * Organization totals, in order of first appearance. A client
      * whose organization does not fit is counted in WS-ORG-OVERFLOW
      * so the section can say it is short.
       01  WS-ORG-TABLE.
           05 WS-ORG-COUNT                 PIC S9(4) COMP-5 VALUE 0.
           05 WS-ORG-MAX                   PIC S9(4) COMP-5 VALUE 100.
           05 WS-ORG-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-ORG-IDX.
               10 WS-ORG-ID                PIC X(06).
               10 WS-ORG-RC-COUNT          OCCURS 6 TIMES
                                            PIC 9(09) COMP-5.
       01  WS-ORG-OVERFLOW                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORG-TOTAL                    PIC 9(09) COMP-5.
       01  WS-ORG-SUB                      PIC S9(4) COMP-5.

      * Checkpoint blocks for the organization table: the set the
      * next checkpoint writes (the other one holds the last good
      * copy), and the block/entry being moved.
       01  WS-CKO-SET                      PIC 9(01) COMP-5 VALUE 0.
       01  WS-CKO-BLOCKS                   PIC S9(4) COMP-5.
       01  WS-CKO-BLOCK                    PIC S9(4) COMP-5.
       01  WS-CKO-SLOT                     PIC S9(4) COMP-5.
       01  WS-CKO-SETS-PER-BLOCK           PIC S9(4) COMP-5 VALUE 5.
       01  WS-CKO-BLOCKS-PER-SET           PIC S9(4) COMP-5 VALUE 20.
       01  WS-CKPT-SAVE                    PIC X(221).
       01  WS-CKO-LAST-KEY                 PIC X(62).
       01  WS-GRAND-RC-COUNTERS.
           05 WS-GRAND-RC-COUNT OCCURS 6 TIMES PIC 9(09) COMP-5.

           05 GT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(85) VALUE SPACES.

       01  WS-ORG-HEADING.
           05 FILLER               PIC X(01) VALUE '0'.
           05 FILLER                PIC X(60) VALUE
                  'ORGANIZATION TOTALS - CLIENTS GROUPED BY PARTNER'.
           05 FILLER                PIC X(72) VALUE SPACES.

       01  WS-ORG-TOTAL-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(36) VALUE
                  'TOTAL FOR ORGANIZATION ---------->  '.
           05 OT-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(80) VALUE SPACES.

       01  WS-ORG-NOTE-LINE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ON-TEXT               PIC X(60).
           05 ON-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(61) VALUE SPACES.

       01  WS-HEADING-1.
           05 FILLER               PIC X(01) VALUE '1'.
           05 FILLER                PIC X(50) VALUE
           05 PL-ROWS-ARCHIVED      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(09) VALUE ' CUTOFF '.
           05 PL-CUTOFF-DATE        PIC 9(08).
           05 FILLER                PIC X(06) VALUE ' HELD '.
           05 PL-ROWS-HELD          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(17) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHRPT010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE  THRU 1000-EXIT
           PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE   THRU 8000-EXIT
           MOVE 'ROWS REPORTED'     TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-GRAND-TOTAL      TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ORGANIZATIONS'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ORG-COUNT        TO WS-LDG-COUNT-VALUE(2)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
               GOBACK
           END-IF

           OPEN INPUT  CLNT-REG-FILE
           OPEN INPUT  ORG-REG-FILE

           IF WS-CLNTREG-STATUS NOT = '00'
               DISPLAY 'GHRPT010 - UNABLE TO OPEN CLNTREG, STATUS='
                       WS-CLNTREG-STATUS
               CLOSE GH-EXTRACT-FILE
               CLOSE GH-REPORT-FILE
               CLOSE ORG-REG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-ORGREG-STATUS NOT = '00'
               DISPLAY 'GHRPT010 - UNABLE TO OPEN ORGREG, STATUS='
                       WS-ORGREG-STATUS
               CLOSE GH-EXTRACT-FILE
               CLOSE GH-REPORT-FILE
               CLOSE CLNT-REG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-GRAND-TOTAL
           PERFORM 1010-CLEAR-GRAND-COUNTER-THRU-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
                       MOVE PC-ROWS-PURGED   TO PL-ROWS-PURGED
                       MOVE PC-ROWS-ARCHIVED TO PL-ROWS-ARCHIVED
                       MOVE PC-CUTOFF-DATE   TO PL-CUTOFF-DATE
                       MOVE PC-ROWS-HELD     TO PL-ROWS-HELD
                       WRITE GH-REPORT-LINE FROM WS-PURGE-COUNT-LINE
               END-READ
               CLOSE GH-PURGE-COUNT-FILE
           PERFORM 1210-RESTORE-ONE-COUNTER-THRU-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 6
           PERFORM 1250-RESTORE-ORG-TOTALS THRU 1250-EXIT

           WRITE GH-REPORT-LINE FROM WS-HEADING-1
           WRITE GH-REPORT-LINE FROM WS-HEADING-2
       1210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1250-RESTORE-ORG-TOTALS - the organization blocks belonging
      *                           to the checkpoint just restored:
      *                           whichever set carries its key. An
      *                           abend between the blocks and record
      *                           1 leaves the newer set unmatched,
      *                           and the older one is still whole.
      *                           Neither matching means the totals
      *                           cannot be trusted - the section
      *                           says so rather than print them short.
      *---------------------------------------------------------------
       1250-RESTORE-ORG-TOTALS.
           MOVE GH-CKPT-RECORD   TO WS-CKPT-SAVE
           MOVE GH-CKPT-LAST-KEY TO WS-CKO-LAST-KEY
           MOVE 0 TO WS-ORG-COUNT
           MOVE 0 TO WS-ORG-OVERFLOW

           MOVE 0 TO WS-CKO-SET
           PERFORM 1260-CHECK-ORG-SET THRU 1260-EXIT
           IF NOT WS-CKO-MATCH
               MOVE 1 TO WS-CKO-SET
               PERFORM 1260-CHECK-ORG-SET THRU 1260-EXIT
           END-IF

           IF WS-CKO-MATCH
               MOVE GH-CKO-ORG-TOTAL TO WS-ORG-COUNT
               MOVE GH-CKO-OVERFLOW  TO WS-ORG-OVERFLOW
               PERFORM 1270-RESTORE-ONE-BLOCK THRU 1270-EXIT
                   VARYING WS-CKO-BLOCK FROM 1 BY 1
                   UNTIL WS-CKO-BLOCK > WS-CKO-BLOCKS-PER-SET
                      OR (WS-CKO-BLOCK - 1) * WS-CKO-SETS-PER-BLOCK
                           >= WS-ORG-COUNT
                      OR WS-ORG-NOT-RESTORED
      * The next checkpoint writes over the set NOT restored from.
               COMPUTE WS-CKO-SET = 1 - WS-CKO-SET
           ELSE
               SET WS-ORG-NOT-RESTORED TO TRUE
               MOVE 0 TO WS-CKO-SET
           END-IF

           IF WS-ORG-NOT-RESTORED
               MOVE 0 TO WS-ORG-COUNT
               MOVE 0 TO WS-ORG-OVERFLOW
               DISPLAY 'GHRPT010 - ORGANIZATION TOTALS NOT RESTORED '
                       'FROM THE CHECKPOINT - SECTION WILL BE SHORT'
           END-IF

           MOVE 1 TO WS-CKPT-RELKEY
           MOVE WS-CKPT-SAVE TO GH-CKPT-RECORD.
       1250-EXIT.
           EXIT.

       1260-CHECK-ORG-SET.
           MOVE 'N' TO WS-CKO-MATCH-SW
           COMPUTE WS-CKPT-RELKEY =
               2 + WS-CKO-SET * WS-CKO-BLOCKS-PER-SET
           READ GH-CKPT-FILE
               INVALID KEY
                   GO TO 1260-EXIT
           END-READ
           IF GH-CKO-STAMP = WS-CKO-LAST-KEY
               SET WS-CKO-MATCH TO TRUE
           END-IF.
       1260-EXIT.
           EXIT.

       1270-RESTORE-ONE-BLOCK.
           COMPUTE WS-CKPT-RELKEY = 1 + WS-CKO-BLOCK
               + WS-CKO-SET * WS-CKO-BLOCKS-PER-SET
           READ GH-CKPT-FILE
               INVALID KEY
                   SET WS-ORG-NOT-RESTORED TO TRUE
                   GO TO 1270-EXIT
           END-READ
           IF GH-CKO-STAMP NOT = WS-CKO-LAST-KEY
               SET WS-ORG-NOT-RESTORED TO TRUE
               GO TO 1270-EXIT
           END-IF

           PERFORM 1280-RESTORE-ONE-ORG THRU 1280-EXIT
               VARYING WS-CKO-SLOT FROM 1 BY 1
               UNTIL WS-CKO-SLOT > WS-CKO-SETS-PER-BLOCK.
       1270-EXIT.
           EXIT.

       1280-RESTORE-ONE-ORG.
           COMPUTE WS-ORG-SUB = (WS-CKO-BLOCK - 1)
               * WS-CKO-SETS-PER-BLOCK + WS-CKO-SLOT
           IF WS-ORG-SUB > WS-ORG-COUNT
               GO TO 1280-EXIT
           END-IF
           MOVE GH-CKO-ORG-ID(WS-CKO-SLOT) TO WS-ORG-ID(WS-ORG-SUB)
           PERFORM 1290-RESTORE-ORG-COUNTER THRU 1290-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 6.
       1280-EXIT.
           EXIT.

       1290-RESTORE-ORG-COUNTER.
           MOVE GH-CKO-RC-COUNT(WS-CKO-SLOT WS-RC-IDX)
               TO WS-ORG-RC-COUNT(WS-ORG-SUB WS-RC-IDX).
       1290-EXIT.
           EXIT.

       1300-START-FRESH-RUN.
           SET WS-FRESH-RUN TO TRUE

               UNTIL WS-RC-IDX > 6
           MOVE WS-CLIENT-TOTAL TO CT-COUNT
           WRITE GH-REPORT-LINE FROM WS-CLIENT-TOTAL-LINE
           ADD 1 TO WS-CLIENT-COUNT
           PERFORM 2400-ADD-TO-ORGANIZATION THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

       2310-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2400-ADD-TO-ORGANIZATION - the finished client's outcome
      *                            counts added to its partner
      *                            organization's, if it has one.
      *                            A client no longer on CLNTREG
      *                            stands alone.
      *---------------------------------------------------------------
       2400-ADD-TO-ORGANIZATION.
           MOVE WS-BREAK-KEY TO CLNT-REG-CLIENT-ID
           READ CLNT-REG-FILE
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ
           IF CLNT-REG-NO-ORG
               GO TO 2400-EXIT
           END-IF

           SET WS-ORG-IDX TO 1
           SEARCH WS-ORG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ORG-IDX > WS-ORG-COUNT
                   CONTINUE
               WHEN WS-ORG-ID(WS-ORG-IDX) = CLNT-REG-ORG-ID
                   GO TO 2420-ADD-COUNTS
           END-SEARCH

           IF WS-ORG-COUNT >= WS-ORG-MAX
               ADD 1 TO WS-ORG-OVERFLOW
               GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-ORG-COUNT
           SET WS-ORG-IDX TO WS-ORG-COUNT
           MOVE CLNT-REG-ORG-ID TO WS-ORG-ID(WS-ORG-IDX)
           PERFORM 2410-CLEAR-ORG-COUNTER THRU 2410-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 6.

       2420-ADD-COUNTS.
           PERFORM 2430-ADD-ORG-COUNTER THRU 2430-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 6.
       2400-EXIT.
           EXIT.

       2410-CLEAR-ORG-COUNTER.
           MOVE 0 TO WS-ORG-RC-COUNT(WS-ORG-IDX WS-RC-IDX).
       2410-EXIT.
           EXIT.

       2430-ADD-ORG-COUNTER.
           ADD WS-RC-COUNT(WS-RC-IDX)
               TO WS-ORG-RC-COUNT(WS-ORG-IDX WS-RC-IDX).
       2430-EXIT.
           EXIT.

       2600-WRITE-CHECKPOINT.
           PERFORM 2650-WRITE-ORG-BLOCKS THRU 2650-EXIT

           SET GH-CKPT-IN-PROGRESS      TO TRUE
           MOVE GH-HIST-KEY              TO GH-CKPT-LAST-KEY
           MOVE WS-BREAK-KEY             TO GH-CKPT-BREAK-KEY
       2600-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2650-WRITE-ORG-BLOCKS - the organization table into the set
      *                         the last checkpoint did NOT use,
      *                         stamped with the key record 1 is
      *                         about to carry; record 1 is written
      *                         after, so until it lands the other
      *                         set still matches the checkpoint on
      *                         file. At least one block is written
      *                         so an empty table is recorded too.
      *---------------------------------------------------------------
       2650-WRITE-ORG-BLOCKS.
           MOVE GH-CKPT-RECORD TO WS-CKPT-SAVE
           COMPUTE WS-CKO-BLOCKS =
               (WS-ORG-COUNT + WS-CKO-SETS-PER-BLOCK - 1)
                   / WS-CKO-SETS-PER-BLOCK
           IF WS-CKO-BLOCKS < 1
               MOVE 1 TO WS-CKO-BLOCKS
           END-IF

           PERFORM 2660-WRITE-ONE-BLOCK THRU 2660-EXIT
               VARYING WS-CKO-BLOCK FROM 1 BY 1
               UNTIL WS-CKO-BLOCK > WS-CKO-BLOCKS

           COMPUTE WS-CKO-SET = 1 - WS-CKO-SET
           MOVE 1 TO WS-CKPT-RELKEY
           MOVE WS-CKPT-SAVE TO GH-CKPT-RECORD.
       2650-EXIT.
           EXIT.

       2660-WRITE-ONE-BLOCK.
           INITIALIZE GH-CKPT-ORG-RECORD
           MOVE GH-HIST-KEY     TO GH-CKO-STAMP
           MOVE WS-ORG-COUNT    TO GH-CKO-ORG-TOTAL
           MOVE WS-ORG-OVERFLOW TO GH-CKO-OVERFLOW
           PERFORM 2670-SAVE-ONE-ORG THRU 2670-EXIT
               VARYING WS-CKO-SLOT FROM 1 BY 1
               UNTIL WS-CKO-SLOT > WS-CKO-SETS-PER-BLOCK

           COMPUTE WS-CKPT-RELKEY = 1 + WS-CKO-BLOCK
               + WS-CKO-SET * WS-CKO-BLOCKS-PER-SET
           REWRITE GH-CKPT-ORG-RECORD
               INVALID KEY
                   WRITE GH-CKPT-ORG-RECORD
           END-REWRITE.
       2660-EXIT.
           EXIT.

       2670-SAVE-ONE-ORG.
           COMPUTE WS-ORG-SUB = (WS-CKO-BLOCK - 1)
               * WS-CKO-SETS-PER-BLOCK + WS-CKO-SLOT
           IF WS-ORG-SUB > WS-ORG-COUNT
               GO TO 2670-EXIT
           END-IF
           MOVE WS-ORG-ID(WS-ORG-SUB) TO GH-CKO-ORG-ID(WS-CKO-SLOT)
           PERFORM 2680-SAVE-ORG-COUNTER THRU 2680-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 6.
       2670-EXIT.
           EXIT.

       2680-SAVE-ORG-COUNTER.
           MOVE WS-ORG-RC-COUNT(WS-ORG-SUB WS-RC-IDX)
               TO GH-CKO-RC-COUNT(WS-CKO-SLOT WS-RC-IDX).
       2680-EXIT.
           EXIT.

       2610-SAVE-ONE-COUNTER-THRU-EXIT.
           MOVE WS-RC-COUNT(WS-RC-IDX)
               TO GH-CKPT-RC-COUNT(WS-RC-IDX)
           MOVE WS-GRAND-TOTAL TO GT-COUNT
           WRITE GH-REPORT-LINE FROM WS-GRAND-TOTAL-LINE

           PERFORM 8100-PRINT-ORG-TOTALS THRU 8100-EXIT

      * GH-CKPT-LAST-RUN-KEY is no longer maintained here - the
      * unload watermark on GHUNL010's own checkpoint file is what
      * defines each night's delta now.
           CLOSE GH-EXTRACT-FILE
           CLOSE GH-REPORT-FILE
           CLOSE GH-CKPT-FILE
           CLOSE CLNT-REG-FILE
           CLOSE ORG-REG-FILE
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 8100-PRINT-ORG-TOTALS - one block per organization, laid out
      *                         like a client's: its id and name,
      *                         each outcome it had, and its total
      *---------------------------------------------------------------
       8100-PRINT-ORG-TOTALS.
           IF WS-ORG-COUNT = 0 AND WS-ORG-OVERFLOW = 0
                   AND WS-ORG-RESTORED
               GO TO 8100-EXIT
           END-IF

           WRITE GH-REPORT-LINE FROM WS-ORG-HEADING
           PERFORM 8110-PRINT-ONE-ORG THRU 8110-EXIT
               VARYING WS-ORG-SUB FROM 1 BY 1
               UNTIL WS-ORG-SUB > WS-ORG-COUNT

           IF WS-ORG-OVERFLOW > 0
               MOVE 'CLIENTS IN ORGANIZATIONS BEYOND THE 100 LISTED'
                   TO ON-TEXT
               MOVE WS-ORG-OVERFLOW TO ON-COUNT
               WRITE GH-REPORT-LINE FROM WS-ORG-NOTE-LINE
           END-IF
           IF WS-ORG-NOT-RESTORED
               MOVE 'TOTALS COVER ONLY CLIENTS AFTER THE RESTART POINT'
                   TO ON-TEXT
               MOVE 0 TO ON-COUNT
               WRITE GH-REPORT-LINE FROM WS-ORG-NOTE-LINE
           END-IF.
       8100-EXIT.
           EXIT.

       8110-PRINT-ONE-ORG.
           MOVE WS-ORG-ID(WS-ORG-SUB) TO ORG-ID
           READ ORG-REG-FILE
               INVALID KEY
                   MOVE 'NO LONGER ON ORGREG' TO ORG-NAME
           END-READ
           MOVE SPACES TO DL-CLIENT-ID
           STRING WS-ORG-ID(WS-ORG-SUB) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  ORG-NAME              DELIMITED BY SIZE
               INTO DL-CLIENT-ID

           MOVE 0 TO WS-ORG-TOTAL
           PERFORM 8120-PRINT-ORG-RC-LINE THRU 8120-EXIT
               VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > 6
           MOVE WS-ORG-TOTAL TO OT-COUNT
           WRITE GH-REPORT-LINE FROM WS-ORG-TOTAL-LINE.
       8110-EXIT.
           EXIT.

       8120-PRINT-ORG-RC-LINE.
           IF WS-ORG-RC-COUNT(WS-ORG-SUB WS-RC-IDX) > 0
               MOVE WS-RC-NAME(WS-RC-IDX) TO DL-RC-NAME
               MOVE WS-ORG-RC-COUNT(WS-ORG-SUB WS-RC-IDX)
                   TO DL-RC-COUNT
               WRITE GH-REPORT-LINE FROM WS-DETAIL-LINE
               ADD WS-ORG-RC-COUNT(WS-ORG-SUB WS-RC-IDX)
                   TO WS-ORG-TOTAL
           END-IF.
       8120-EXIT.
           EXIT.

       COPY GHLDGCHK.
