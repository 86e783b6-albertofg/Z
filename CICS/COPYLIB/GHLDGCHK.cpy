      *****************************************************************
      * GHLDGCHK  - Shared batch run ledger procedures
      *
      * COPYd at the end of the PROCEDURE DIVISION of every GH batch
      * program, with GHLDGWS in WORKING-STORAGE and the GHLEDGER
      * record under an FD for BATCH-LEDGER-FILE (see GHLDGWS for what
      * the including program must do around these paragraphs).
      *
      * The ledger is opened and closed inside each paragraph rather
      * than held for the whole run, so jobs running side by side in
      * the stream never wait on one another for it.
      *
      * 9700-LEDGER-START-THRU-EXIT - work out the business date,
      *   check every predecessor WS-LDG-DEPENDENCY-TABLE lists for
      *   this job, and write this run's ledger row - 'R' running when
      *   all are clean, 'S' refused (RC 12) naming the first one
      *   that is not. Sets WS-LDG-REFUSED, and WS-LDG-REFUSE-RC, when
      *   the job must not start; an unusable ledger refuses with
      *   RC 16, the open-failure convention.
      * 9800-LEDGER-END-THRU-EXIT - complete this run's row with the
      *   end time, RETURN-CODE as the job has set it, and the key
      *   counts in WS-LDG-COUNT.
      *****************************************************************
      *---------------------------------------------------------------
      * 9700-LEDGER-START-THRU-EXIT
      *---------------------------------------------------------------
       9700-LEDGER-START-THRU-EXIT.
           SET WS-LDG-CLEARED         TO TRUE
           SET WS-LDG-ROW-NOT-WRITTEN TO TRUE
           MOVE 0                     TO WS-LDG-REFUSE-RC
           MOVE SPACES                TO WS-LDG-MISSING-PRED
                                         WS-LDG-REFUSE-REASON
           PERFORM 9705-CLEAR-ONE-COUNT-THRU-EXIT THRU 9705-EXIT
               VARYING WS-LDG-CNT-IDX FROM 1 BY 1
               UNTIL WS-LDG-CNT-IDX > 3

           PERFORM 9710-SET-BUSINESS-DATE-THRU-EXIT THRU 9710-EXIT

           OPEN I-O BATCH-LEDGER-FILE
           IF WS-GHLEDGER-STATUS NOT = '00'
               DISPLAY WS-LDG-JOB-NAME
                       ' - UNABLE TO OPEN GHLEDGER, STATUS='
                       WS-GHLEDGER-STATUS
               SET WS-LDG-REFUSED TO TRUE
               MOVE 16 TO WS-LDG-REFUSE-RC
               GO TO 9700-EXIT
           END-IF

           PERFORM 9720-CHECK-ONE-DEPENDENCY-THRU-EXIT THRU 9720-EXIT
               VARYING WS-LDG-DEP-IDX FROM 1 BY 1
               UNTIL WS-LDG-DEP-IDX > WS-LDG-DEP-MAX

           MOVE SPACES               TO BATCH-LEDGER-RECORD
           MOVE WS-LDG-BUSINESS-DATE TO LDG-BUSINESS-DATE
           MOVE WS-LDG-JOB-NAME      TO LDG-JOB-NAME
           MOVE WS-LDG-START-TS      TO LDG-START-TS
           MOVE 0                    TO LDG-RETURN-CODE
           MOVE 0                    TO LDG-COUNT-VALUE(1)
                                        LDG-COUNT-VALUE(2)
                                        LDG-COUNT-VALUE(3)

           IF WS-LDG-REFUSED
               SET LDG-REFUSED           TO TRUE
               MOVE WS-LDG-START-TS     TO LDG-END-TS
               MOVE WS-LDG-REFUSE-RC    TO LDG-RETURN-CODE
               MOVE WS-LDG-MISSING-PRED TO LDG-MISSING-PRED
               MOVE WS-LDG-REFUSE-REASON TO LDG-REFUSE-REASON
           ELSE
               SET LDG-RUNNING           TO TRUE
           END-IF

           WRITE BATCH-LEDGER-RECORD
               INVALID KEY
                   DISPLAY WS-LDG-JOB-NAME
                           ' - GHLEDGER WRITE FAILED, STATUS='
                           WS-GHLEDGER-STATUS
               NOT INVALID KEY
                   SET WS-LDG-ROW-WRITTEN TO TRUE
           END-WRITE

           CLOSE BATCH-LEDGER-FILE

           IF WS-LDG-REFUSED
               DISPLAY WS-LDG-JOB-NAME
                       ' - REFUSED TO START FOR BUSINESS DATE '
                       WS-LDG-BUSINESS-DATE ', RC=12'
           END-IF.
       9700-EXIT.
           EXIT.

       9705-CLEAR-ONE-COUNT-THRU-EXIT.
           MOVE SPACES TO WS-LDG-COUNT-LABEL(WS-LDG-CNT-IDX)
           MOVE 0      TO WS-LDG-COUNT-VALUE(WS-LDG-CNT-IDX).
       9705-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 9710-SET-BUSINESS-DATE-THRU-EXIT - the online day the stream
      *   is closing: before the roll hour it is still yesterday's.
      *   Calendar arithmetic via the intrinsic pair, as GHANR010
      *   does.
      *---------------------------------------------------------------
       9710-SET-BUSINESS-DATE-THRU-EXIT.
           ACCEPT WS-LDG-TODAY    FROM DATE YYYYMMDD
           ACCEPT WS-LDG-NOW-TIME FROM TIME
           MOVE SPACES TO WS-LDG-START-TS
           STRING WS-LDG-TODAY    DELIMITED BY SIZE
                  WS-LDG-NOW-TIME DELIMITED BY SIZE
               INTO WS-LDG-START-TS

           IF WS-LDG-NOW-HOUR < WS-LDG-DAY-ROLL-HOUR
               COMPUTE WS-LDG-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LDG-TODAY) - 1
               COMPUTE WS-LDG-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LDG-DAY-INT)
           ELSE
               MOVE WS-LDG-TODAY TO WS-LDG-BUSINESS-DATE
           END-IF.
       9710-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 9720-CHECK-ONE-DEPENDENCY-THRU-EXIT - for a table entry naming
      *   this job, judge the predecessor's latest run on the same
      *   business date. An 'R' entry must have run; an 'I' entry (a
      *   job that is not run every night) is judged only when it did
      *   run. Every failing predecessor is displayed; the first is
      *   the one recorded on the ledger row.
      *---------------------------------------------------------------
       9720-CHECK-ONE-DEPENDENCY-THRU-EXIT.
           IF WS-LDG-DEP-JOB(WS-LDG-DEP-IDX) NOT = WS-LDG-JOB-NAME
               GO TO 9720-EXIT
           END-IF

           MOVE WS-LDG-DEP-PRED(WS-LDG-DEP-IDX) TO WS-LDG-PRED-NAME
           PERFORM 9730-FIND-LATEST-RUN-THRU-EXIT THRU 9730-EXIT

           EVALUATE TRUE
               WHEN WS-LDG-LATEST-NOT-FOUND
                   IF WS-LDG-DEP-WHEN-RUN(WS-LDG-DEP-IDX)
                       GO TO 9720-EXIT
                   END-IF
                   MOVE 'HAS NOT RUN' TO WS-LDG-PRED-REASON
               WHEN WS-LDG-LATEST-STATUS = 'R'
                   MOVE 'STARTED, NOT ENDED' TO WS-LDG-PRED-REASON
               WHEN WS-LDG-LATEST-STATUS = 'S'
                   MOVE 'WAS REFUSED' TO WS-LDG-PRED-REASON
               WHEN WS-LDG-LATEST-RC > WS-LDG-CLEAN-RC-MAX
                   MOVE WS-LDG-LATEST-RC TO WS-LDG-RC-EDIT
                   MOVE SPACES TO WS-LDG-PRED-REASON
                   STRING 'ENDED RC=' DELIMITED BY SIZE
                          WS-LDG-RC-EDIT DELIMITED BY SIZE
                       INTO WS-LDG-PRED-REASON
               WHEN OTHER
                   GO TO 9720-EXIT
           END-EVALUATE

           DISPLAY WS-LDG-JOB-NAME ' - PREDECESSOR ' WS-LDG-PRED-NAME
                   ' ' WS-LDG-PRED-REASON
                   ' FOR BUSINESS DATE ' WS-LDG-BUSINESS-DATE

           IF WS-LDG-CLEARED
               SET WS-LDG-REFUSED          TO TRUE
               MOVE WS-LDG-REFUSED-RC      TO WS-LDG-REFUSE-RC
               MOVE WS-LDG-PRED-NAME       TO WS-LDG-MISSING-PRED
               MOVE WS-LDG-PRED-REASON     TO WS-LDG-REFUSE-REASON
           END-IF.
       9720-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 9730-FIND-LATEST-RUN-THRU-EXIT - the predecessor's rows for the
      *   business date sit together in start-time order; the last
      *   one read is its latest run.
      *---------------------------------------------------------------
       9730-FIND-LATEST-RUN-THRU-EXIT.
           SET WS-LDG-LATEST-NOT-FOUND TO TRUE
           SET WS-LDG-SCAN-NOT-DONE    TO TRUE

           MOVE WS-LDG-BUSINESS-DATE TO LDG-BUSINESS-DATE
           MOVE WS-LDG-PRED-NAME     TO LDG-JOB-NAME
           MOVE LOW-VALUES           TO LDG-START-TS
           START BATCH-LEDGER-FILE KEY IS GREATER THAN LDG-KEY
               INVALID KEY
                   SET WS-LDG-SCAN-DONE TO TRUE
           END-START

           PERFORM 9740-READ-NEXT-RUN-THRU-EXIT THRU 9740-EXIT
               UNTIL WS-LDG-SCAN-DONE.
       9730-EXIT.
           EXIT.

       9740-READ-NEXT-RUN-THRU-EXIT.
           READ BATCH-LEDGER-FILE NEXT
               AT END
                   SET WS-LDG-SCAN-DONE TO TRUE
                   GO TO 9740-EXIT
           END-READ

           IF LDG-BUSINESS-DATE NOT = WS-LDG-BUSINESS-DATE
                   OR LDG-JOB-NAME NOT = WS-LDG-PRED-NAME
               SET WS-LDG-SCAN-DONE TO TRUE
               GO TO 9740-EXIT
           END-IF

           SET WS-LDG-LATEST-FOUND TO TRUE
           MOVE LDG-STATUS-SW   TO WS-LDG-LATEST-STATUS
           MOVE LDG-RETURN-CODE TO WS-LDG-LATEST-RC.
       9740-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 9800-LEDGER-END-THRU-EXIT
      *---------------------------------------------------------------
       9800-LEDGER-END-THRU-EXIT.
           IF WS-LDG-ROW-NOT-WRITTEN
               GO TO 9800-EXIT
           END-IF

           OPEN I-O BATCH-LEDGER-FILE
           IF WS-GHLEDGER-STATUS NOT = '00'
               DISPLAY WS-LDG-JOB-NAME
                       ' - UNABLE TO OPEN GHLEDGER, STATUS='
                       WS-GHLEDGER-STATUS
               GO TO 9800-EXIT
           END-IF

           MOVE WS-LDG-BUSINESS-DATE TO LDG-BUSINESS-DATE
           MOVE WS-LDG-JOB-NAME      TO LDG-JOB-NAME
           MOVE WS-LDG-START-TS      TO LDG-START-TS
           READ BATCH-LEDGER-FILE
               INVALID KEY
                   DISPLAY WS-LDG-JOB-NAME
                           ' - GHLEDGER ROW NOT FOUND, STATUS='
                           WS-GHLEDGER-STATUS
                   CLOSE BATCH-LEDGER-FILE
                   GO TO 9800-EXIT
           END-READ

           ACCEPT WS-LDG-TODAY    FROM DATE YYYYMMDD
           ACCEPT WS-LDG-NOW-TIME FROM TIME
           MOVE SPACES TO LDG-END-TS
           STRING WS-LDG-TODAY    DELIMITED BY SIZE
                  WS-LDG-NOW-TIME DELIMITED BY SIZE
               INTO LDG-END-TS
           SET LDG-COMPLETE    TO TRUE
           MOVE RETURN-CODE   TO LDG-RETURN-CODE
           PERFORM 9810-MOVE-ONE-COUNT-THRU-EXIT THRU 9810-EXIT
               VARYING WS-LDG-CNT-IDX FROM 1 BY 1
               UNTIL WS-LDG-CNT-IDX > 3

           REWRITE BATCH-LEDGER-RECORD
               INVALID KEY
                   DISPLAY WS-LDG-JOB-NAME
                           ' - GHLEDGER REWRITE FAILED, STATUS='
                           WS-GHLEDGER-STATUS
           END-REWRITE

           CLOSE BATCH-LEDGER-FILE.
       9800-EXIT.
           EXIT.

       9810-MOVE-ONE-COUNT-THRU-EXIT.
           MOVE WS-LDG-COUNT-LABEL(WS-LDG-CNT-IDX)
               TO LDG-COUNT-LABEL(WS-LDG-CNT-IDX)
           MOVE WS-LDG-COUNT-VALUE(WS-LDG-CNT-IDX)
               TO LDG-COUNT-VALUE(WS-LDG-CNT-IDX).
       9810-EXIT.
           EXIT.
