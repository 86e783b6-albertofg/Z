      *   online day and the batch window stop competing for the      *
      *   same file.                                                  *
      *                                                                *
      *   The watermark is a TIMESTAMP, not a file key: the file's     *
      *   key is client-id-major, so "key greater than the last key    *
      *   read" would skip every new row for clients sorting below     *
      *   the previous run's highest client id. Rows are selected by   *
      *   a half-open timestamp window: at or above the last clean     *
      *   run's cutoff, and below a cutoff captured at THIS run's      *
      *   start (timestamps ascend globally across both the online     *
      *   FORMATTIME writers and the batch ACCEPT+sequence writers).   *
      *   The upper cutoff matters because CICS is still writing       *
      *   while the unload runs: a row landing mid-run would make a    *
      *   data-derived watermark fence out anything written later      *
      *   with an earlier stamp - the run-start cutoff instead defers  *
      *   every in-flight row to the next night's extract. The cutoff  *
      *   is committed as the new watermark in GH-CKPT-LAST-RUN-       *
      *   TIMESTAMP on this job's own checkpoint file (GHUNLCK, the    *
      *   GHCKPTR layout) only on a clean end, and the extract is      *
      *   rewritten from scratch each run, so a crashed unload simply  *
      *   reruns.                                                      *
      *                                                                *
      *   The rows are reached through the GH-HIST-TIMESTAMP           *
      *   alternate index (GHUAXDEF.jcl), not by reading the whole     *
      *   file: START at the watermark, READ NEXT in timestamp order,  *
      *   stop at the first row at or after the cutoff. Only the       *
      *   night's delta is read however much history the 90-day        *
      *   retention holds. The selected rows are then sorted back      *
      *   into GHISTORY key order (client id + timestamp), which the   *
      *   downstream control-break and two-file-match jobs rely on.    *
      *   The job reports rows examined through the index against      *
      *   rows extracted, and its elapsed time, on SYSOUT and on its   *
      *   ledger row.                                                  *
      *                                                                *
      *   JCL           : JCL/GHUNL010.jcl                            *
      *   DD GHISTORY   : greeting-history VSAM KSDS (input)           *
      *   DD GHISTOR1   : GHISTORY timestamp AIX path (input)          *
      *   DD GHUNLCK    : unload watermark file, relative (I-O)       *
      *   DD GHRPTEXT   : sequential reporting extract (output)       *
      *   DD SORTWK01   : sort work                                    *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        position now defer to the next run    *
      *                        instead of vanishing behind a data-   *
      *                        derived watermark.                    *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Read the delta through a GH-HIST-      *
      *                        TIMESTAMP alternate index from the     *
      *                        watermark to the cutoff instead of the *
      *                        whole file, sorting it back into key   *
      *                        order; report rows examined, rows      *
      *                        extracted and elapsed time.            *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GH-HIST-KEY
               ALTERNATE RECORD KEY IS GH-HIST-TIMESTAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-GHISTORY-STATUS.

           SELECT GH-UNLOAD-CKPT-FILE ASSIGN TO GHUNLCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GHRPTEXT-STATUS.

           SELECT UNL-SORT-FILE ASSIGN TO SORTWK01.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-HISTORY-FILE
           RECORD CONTAINS 397 CHARACTERS.
       01  GH-EXTRACT-RECORD               PIC X(397).

       SD  UNL-SORT-FILE.
       01  UNL-SORT-RECORD.
           05 SR-HIST-KEY                  PIC X(62).
           05 FILLER                       PIC X(335).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
               88 WS-EOF                      VALUE 'Y'.
           05 WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-SORT-EOF                 VALUE 'Y'.

       01  WS-CKPT-RELKEY                  PIC 9(04) COMP-5 VALUE 1.

       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-CURRENT-TIME                 PIC 9(08).
       01  WS-CURRENT-TIME-X REDEFINES WS-CURRENT-TIME.
           05 WS-START-HH                  PIC 9(02).
           05 WS-START-MM                  PIC 9(02).
           05 WS-START-SS                  PIC 9(02).
           05 WS-START-HS                  PIC 9(02).
       01  WS-CUTOFF-TS                    PIC X(26).

      * Elapsed time, start of run (the cutoff instant) to end, in
      * hundredths of a second - a run crossing midnight adds a day.
       01  WS-END-TIME                     PIC 9(08).
       01  WS-END-TIME-X REDEFINES WS-END-TIME.
           05 WS-END-HH                    PIC 9(02).
           05 WS-END-MM                    PIC 9(02).
           05 WS-END-SS                    PIC 9(02).
           05 WS-END-HS                    PIC 9(02).
       01  WS-START-HSECS                  PIC S9(09) COMP-5.
       01  WS-END-HSECS                    PIC S9(09) COMP-5.
       01  WS-ELAPSED-HSECS                PIC S9(09) COMP-5.
       01  WS-ELAPSED-SECS                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ELAPSED-EDIT                 PIC Z(6)9.99.
       01  WS-HSECS-PER-DAY                PIC S9(09) COMP-5
                                           VALUE 8640000.

      * Rows examined are the rows read through the timestamp index
      * - the delta plus the one row that ends it.
       01  WS-ROWS-EXAMINED                PIC 9(09) COMP-5 VALUE 0.
       01  WS-ROWS-UNLOADED                PIC 9(09) COMP-5 VALUE 0.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHUNL010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE     THRU 1000-EXIT

           SORT UNL-SORT-FILE
               ON ASCENDING KEY SR-HIST-KEY
               INPUT PROCEDURE  IS 2000-SELECT-DELTA
                                THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-WRITE-EXTRACT
                                THRU 3000-EXIT

      * A failed sort leaves the checkpoint IN PROGRESS and the
      * watermark where it was - the rerun takes the same delta.
           IF SORT-RETURN NOT = 0
               DISPLAY 'GHUNL010 - SORT FAILED, SORT-RETURN='
                       SORT-RETURN
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 8000-TERMINATE      THRU 8000-EXIT
           MOVE 'ROWS EXAMINED'     TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-EXAMINED    TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS EXTRACTED'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-UNLOADED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ELAPSED SECS'      TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ELAPSED-SECS     TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
      * The cutoff is captured BEFORE the first row is read - rows
      * timestamped at or after this instant are next night's work.
      * It is also the start of the elapsed time reported at the end.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACES TO WS-CUTOFF-TS

           PERFORM 1100-OPEN-CHECKPOINT-FILE THRU 1100-EXIT

           SET GH-CKPT-IN-PROGRESS TO TRUE
           REWRITE GH-CKPT-RECORD
               INVALID KEY
           EXIT.

      *---------------------------------------------------------------
      * 2000-SELECT-DELTA - SORT input procedure: position the
      *                     timestamp index at the watermark and read
      *                     forward to the cutoff.
      *---------------------------------------------------------------
       2000-SELECT-DELTA.
      * A blank watermark (no unload has ever completed) compares
      * below every real timestamp, so the first night after cutover
      * naturally takes the whole file.
           MOVE GH-CKPT-LAST-RUN-TIMESTAMP TO GH-HIST-TIMESTAMP
           START GH-HISTORY-FILE
               KEY IS NOT LESS THAN GH-HIST-TIMESTAMP
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START

           IF NOT WS-EOF
               PERFORM 2200-READ-HISTORY THRU 2200-EXIT
           END-IF

           PERFORM 2100-SELECT-ONE-ROW THRU 2100-EXIT
               UNTIL WS-EOF.
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2100-SELECT-ONE-ROW - half-open selection window: at or above
      *                       the last run's cutoff (the watermark),
      *                       below this run's. Each row lands in
      *                       exactly one night's extract. Rows come
      *                       in timestamp order, so the first row at
      *                       or after the cutoff ends the delta.
      *---------------------------------------------------------------
       2100-SELECT-ONE-ROW.
           ADD 1 TO WS-ROWS-EXAMINED

           IF GH-HIST-TIMESTAMP NOT < WS-CUTOFF-TS
               SET WS-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF

           IF GH-HIST-TIMESTAMP NOT < GH-CKPT-LAST-RUN-TIMESTAMP
               RELEASE UNL-SORT-RECORD FROM GH-HIST-RECORD
           END-IF

           PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-READ-HISTORY.
           READ GH-HISTORY-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-WRITE-EXTRACT - SORT output procedure: the delta back in
      *                      GHISTORY key order (client id + timestamp)
      *---------------------------------------------------------------
       3000-WRITE-EXTRACT.
           PERFORM 3100-RETURN-SORTED THRU 3100-EXIT
           PERFORM 3200-WRITE-ONE-ROW THRU 3200-EXIT
               UNTIL WS-SORT-EOF.
       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED.
           RETURN UNL-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-WRITE-ONE-ROW.
           WRITE GH-EXTRACT-RECORD FROM UNL-SORT-RECORD
           IF WS-GHRPTEXT-STATUS NOT = '00'
               DISPLAY 'GHUNL010 - EXTRACT WRITE FAILED, STATUS='
                       WS-GHRPTEXT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-ROWS-UNLOADED

           PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
           END-REWRITE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
           PERFORM 8200-ELAPSED-TIME THRU 8200-EXIT

           DISPLAY 'GHUNL010 - ROWS EXAMINED : ' WS-ROWS-EXAMINED
           DISPLAY 'GHUNL010 - ROWS EXTRACTED: ' WS-ROWS-UNLOADED
           DISPLAY 'GHUNL010 - ELAPSED SECS  : ' WS-ELAPSED-EDIT
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.
           CLOSE GH-EXTRACT-FILE.
       8100-EXIT.
           EXIT.

       8200-ELAPSED-TIME.
           ACCEPT WS-END-TIME FROM TIME
           COMPUTE WS-START-HSECS =
               ((WS-START-HH * 60 + WS-START-MM) * 60 + WS-START-SS)
                   * 100 + WS-START-HS
           COMPUTE WS-END-HSECS =
               ((WS-END-HH * 60 + WS-END-MM) * 60 + WS-END-SS)
                   * 100 + WS-END-HS
           COMPUTE WS-ELAPSED-HSECS = WS-END-HSECS - WS-START-HSECS
           IF WS-ELAPSED-HSECS < 0
               ADD WS-HSECS-PER-DAY TO WS-ELAPSED-HSECS
           END-IF

           COMPUTE WS-ELAPSED-EDIT = WS-ELAPSED-HSECS / 100
           COMPUTE WS-ELAPSED-SECS ROUNDED = WS-ELAPSED-HSECS / 100.
       8200-EXIT.
           EXIT.

       COPY GHLDGCHK.
