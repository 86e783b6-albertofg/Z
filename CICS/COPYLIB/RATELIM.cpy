      * CLNT-REG-DAILY-LIMIT to enforce the client's configured daily
      * call limit.
      *
      * RL-WARNED-SW is set by RATECHK once the client's partner
      * quota warning (RL-CALL-COUNT reaching 80% of its
      * CLNT-REG-DAILY-LIMIT) has gone to the PTNRNTF notification
      * file, so the warning fires at most once per client per day.
      * A new day's row starts un-warned.
      *
      * CICS resource name : RATELIM  (VSAM KSDS)
      * Key                 : RL-KEY (client id + call date)
      *****************************************************************
               10 RL-CLIENT-ID              PIC X(36).
               10 RL-CALL-DATE              PIC X(08).
           05 RL-CALL-COUNT                PIC 9(09) COMP-5.
           05 RL-WARNED-SW                 PIC X(01).
               88 RL-QUOTA-WARNED             VALUE 'Y'.
               88 RL-QUOTA-NOT-WARNED         VALUE 'N' ' '.
