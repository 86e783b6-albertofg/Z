      *****************************************************************
      * GHLEDGER  - Batch run ledger record layout
      *
      * One row per run of every GH batch program, written by the
      * shared GHLDGCHK procedures when the program starts and
      * completed when it ends. Keyed business date, job, start
      * time so one business day's rows read back together in job
      * order, and a rerun of the same job sits beside the run it
      * replaces (the later start time is the run that counts).
      *
      * The business date is the online day the nightly stream is
      * closing - a run starting before WS-LDG-DAY-ROLL-HOUR (GHLDGWS)
      * belongs to the previous calendar day, so the after-midnight
      * jobs land on the same business date as GHUNL010.
      *
      *   LDG-STATUS-SW  meaning
      *   'R' running   written at start; a row left 'R' after the
      *                 job has gone means it abended or stopped on an
      *                 open failure before it could complete the row
      *   'C' complete  LDG-END-TS, LDG-RETURN-CODE and LDG-COUNTS set
      *   'S' refused   a required predecessor had not completed
      *                 cleanly (status 'C', return code 4 or less)
      *                 for the same business date - LDG-MISSING-PRED
      *                 and LDG-REFUSE-REASON say which and why, and
      *                 LDG-RETURN-CODE is 12
      *
      * Batch DD name       : GHLEDGER (SELECT BATCH-LEDGER-FILE,
      *                       VSAM KSDS, KEYS(32 0), reported daily
      *                       by GHLDG010)
      *****************************************************************
       01  BATCH-LEDGER-RECORD.
           05 LDG-KEY.
               10 LDG-BUSINESS-DATE        PIC 9(08).
               10 LDG-JOB-NAME             PIC X(08).
      *        YYYYMMDDHHMMSSHH from the start-of-run clock
               10 LDG-START-TS             PIC X(16).
           05 LDG-END-TS                   PIC X(16).
           05 LDG-STATUS-SW                PIC X(01).
               88 LDG-RUNNING                 VALUE 'R'.
               88 LDG-COMPLETE                VALUE 'C'.
               88 LDG-REFUSED                 VALUE 'S'.
           05 LDG-RETURN-CODE              PIC S9(04) COMP-5.
           05 LDG-MISSING-PRED             PIC X(08).
           05 LDG-REFUSE-REASON            PIC X(20).
      *    The job's own key counts - label and value, up to three,
      *    unused entries are SPACES/ZERO.
           05 LDG-COUNTS OCCURS 3 TIMES.
               10 LDG-COUNT-LABEL          PIC X(16).
               10 LDG-COUNT-VALUE          PIC 9(09) COMP-5.
           05 FILLER                       PIC X(20).
