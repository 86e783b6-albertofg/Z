      * online by JMTCLM - the same layout from both doors, so one
      * trail answers the auditors whichever way the change came in.
      *
      * A change held for four-eyes approval (see PENDCHG.cpy) is
      * written only when the second operator approves it, with the
      * first operator in CA-REQUESTED-BY and the approver in
      * CA-APPROVED-BY. Blank CA-APPROVED-BY means the change needed
      * no second pair of eyes (feed, batch job, or under threshold).
      *
      * CICS resource name : CLNTAUD  (VSAM ESDS - append only,
      *                       written by JMTCLM and JMTAPR)
      * Batch DD name       : CLNTAUD  (SELECT CLNT-AUDIT-FILE)
      *****************************************************************
       01  CLNT-AUDIT-RECORD.
           05 CA-OLD-DAILY-LIMIT           PIC 9(09) COMP-5.
           05 CA-NEW-DAILY-LIMIT           PIC 9(09) COMP-5.
           05 CA-REQUESTED-BY              PIC X(08).
           05 CA-APPROVED-BY               PIC X(08).
