           05 WS-EFFECTIVE-DAILY-LIMIT     PIC 9(09) COMP-5.
           05 WS-SANDBOX-DAILY-LIMIT       PIC 9(09) COMP-5
                                            VALUE 100000.
      * Set by RATECHK when this call owes the partner its once-a-day
      * quota warning (PTNRNTF).
           05 WS-QUOTA-WARN-SW             PIC X(01).
               88 WS-QUOTA-WARN-DUE           VALUE 'Y'.
      * The client's quota day, YYYYMMDD - today on the partner's
      * own clock (CLNT-REG-UTC-OFFSET), set by QUOTADAY. RATELIM
      * counts and QUOTAAUD credits are kept against it, so the daily
      * limit rolls at the partner's midnight, not the host's.
           05 WS-QUOTA-DATE                PIC X(08).
      * Set by MAINTCHK when a planned maintenance window (MAINTWIN)
      * covering the online operations is open right now.
           05 WS-MAINT-SW                  PIC X(01).
               88 WS-MAINT-WINDOW-OPEN        VALUE 'Y'.
               88 WS-MAINT-NO-WINDOW          VALUE 'N'.
           05 WS-MAINT-BROWSE-SW           PIC X(01).
               88 WS-MAINT-BROWSE-DONE        VALUE 'Y'.
           05 WS-MAINT-NOW-TS              PIC 9(14).
           05 WS-MAINT-REF                 PIC X(10).
           05 WS-MAINT-END-TS              PIC 9(14).
      * Set by ORGUSAGE from the client's partner organization
      * (ORGREG): whether it belongs to one, whether that one has a
      * pooled daily limit, and the day's combined RATELIM count of
      * its production members. WS-ORG-RL-SAVE holds the caller's
      * RATELIM row while the members' rows are read.
           05 WS-ORG-SW                    PIC X(01) VALUE 'N'.
               88 WS-ORG-MEMBER               VALUE 'Y'.
               88 WS-ORG-NONE                 VALUE 'N'.
           05 WS-ORG-POOL-SW               PIC X(01) VALUE 'N'.
               88 WS-ORG-POOLED               VALUE 'Y'.
           05 WS-ORG-SUM-SW                PIC X(01) VALUE 'N'.
               88 WS-ORG-SUM-FAILED           VALUE 'Y'.
           05 WS-ORG-CALL-COUNT            PIC 9(09) COMP-5.
           05 WS-ORG-MBR-IDX               PIC S9(4) COMP-5.
           05 WS-ORG-RL-SAVE               PIC X(49).
      * Set by SCRNCHK while it browses the NAMESCRN screening list.
           05 WS-SCR-BROWSE-SW             PIC X(01).
               88 WS-SCR-BROWSE-DONE          VALUE 'Y'.
      * Authentication-failure lockout (LOCKCHK, AUTHLOCK). A client
      * id or session token failing with 1004/1006/1009
      * WS-LOCK-FAIL-LIMIT times inside WS-LOCK-WINDOW-MINUTES is
      * refused with 1018 for WS-LOCK-MINUTES. The limit may not
      * exceed WS-LOCK-TS-SLOTS, the failure times an AUTHLOCK row
      * keeps.
           05 WS-LOCK-FAIL-LIMIT           PIC S9(4) COMP-5 VALUE 5.
           05 WS-LOCK-WINDOW-MINUTES       PIC S9(4) COMP-5 VALUE 15.
           05 WS-LOCK-MINUTES              PIC S9(4) COMP-5 VALUE 30.
           05 WS-LOCK-TS-SLOTS             PIC S9(4) COMP-5 VALUE 10.
           05 WS-LOCK-SW                   PIC X(01).
               88 WS-LOCKED-OUT               VALUE 'Y'.
           05 WS-LOCK-ABSTIME              PIC S9(15) COMP-5.
           05 WS-LOCK-WORK-ABSTIME         PIC S9(15) COMP-5.
           05 WS-LOCK-DATE                 PIC X(08).
           05 WS-LOCK-TIME                 PIC X(06).
           05 WS-LOCK-ABS-DISPLAY          PIC 9(15).
           05 WS-LOCK-NOW-TS               PIC X(26).
           05 WS-LOCK-FLOOR-TS             PIC X(14).
           05 WS-LOCK-UNTIL-TS             PIC X(14).
           05 WS-LOCK-IDX                  PIC S9(4) COMP-5.
           05 WS-LOCK-READ-RESP            PIC S9(8) COMP-5.
