      *****************************************************************
      * DEADLTR   - Retry dead-letter record layout
      *
      * One row per RETRYHLD entry GHRTY010 gave up on after
      * WS-MAX-RETRIES redrives. Until this file went in such an
      * entry was only a 3001 history row - nobody reviewed it, and
      * the caller never got a greeting or a LATEGRT row. The dead
      * letter keeps the original request exactly as it was spooled
      * and how it kept failing, so an operator can decide what to
      * do with it on HWDL (JMTDLT):
      *   REQUEUE - spool it onto RETRYHLD again for the next redrive
      *             (retry count back to zero);
      *   DISCARD - give up on it for good, with a reason;
      *   CONTACT - hold it for the partner to be contacted; it can
      *             still be requeued or discarded afterwards.
      * Every decision is also appended to DEADAUD. GHDLA010 lists,
      * every morning, the dead letters still undecided after the
      * set number of days.
      *
      * DL-NAME is a copy of the greeted name: GHESP010 deletes the
      * rows an erasure covers (DEADLTR card) and GHEVR010 verifies
      * that it did.
      *
      * CICS resource name : DEADLTR  (VSAM KSDS - JMTDLT)
      * Batch DD name       : DEADLTR  (SELECT DEAD-LETTER-FILE)
      * Key                 : DL-KEY (client id + the timestamp of
      *                       the 3001 history row that abandoned it)
      *****************************************************************
       01  DEAD-LETTER-RECORD.
           05 DL-KEY.
               10 DL-CLIENT-ID             PIC X(36).
               10 DL-ABANDONED-TS          PIC X(26).
      *    The request as it was spooled to RETRYHLD
           05 DL-NAME                      PIC X(255).
           05 DL-NAME-LEN                  PIC 9(03).
           05 DL-LANG                      PIC X(05).
           05 DL-CORRELATION-ID            PIC X(36).
           05 DL-FAILED-TS                 PIC X(26).
      *    How it kept failing: redrives attempted, and the status the
      *    last one failed with before it was abandoned as 3001
           05 DL-RETRY-COUNT               PIC 9(05).
           05 DL-LAST-STATUS-CODE          PIC 9(04).
      *    P production, S sandbox - as classified by GHRTY010
           05 DL-CLIENT-CLASS              PIC X(01).
           05 DL-STATE-SW                  PIC X(01).
               88 DL-UNDECIDED                VALUE 'U'.
               88 DL-REQUEUED                 VALUE 'Q'.
               88 DL-DISCARDED                VALUE 'D'.
               88 DL-PARTNER-CONTACT          VALUE 'P'.
               88 DL-STILL-OPEN               VALUE 'U' 'P'.
      *    The latest decision - spaces while undecided
           05 DL-DECIDED-TS                PIC X(26).
           05 DL-DECIDED-BY                PIC X(08).
           05 DL-REASON                    PIC X(40).
           05 FILLER                       PIC X(28).
