      *****************************************************************
      * ORGREG    - Partner organization record layout
      *
      * One row per partner organization - the parent the account
      * managers actually negotiate with - grouping the client ids it
      * runs (production, sandbox, regional integrations). Maintained
      * by GHCLM010 from the organization rows on the CLNTFEED
      * partner-management feed; the member list is kept in step with
      * CLNT-REG-ORG-ID by the same job as clients join, move, change
      * class or are deleted, so the online side never has to search
      * the registry for an organization's clients.
      *
      * ORG-POOL-LIMIT is the organization's pooled daily limit. When
      * it is non-zero, RATECHK (online) and GHBAT010 (bulk) judge
      * each production member's call against the combined RATELIM
      * counts of ALL the organization's production members for the
      * day, instead of against the member's own CLNT-REG-DAILY-
      * LIMIT, and refuse with status 1016 once the pool is spent.
      * Zero means no pool - every member keeps its own limit and the
      * organization is a reporting group only. Sandbox members are
      * listed but never count against, or draw on, the pool.
      *
      * CICS resource name : ORGREG   (VSAM KSDS, read-only online -
      *                       RATECHK via ORGUSAGE, JMT06, JMTOPS)
      * Batch DD name       : ORGREG   (SELECT ORG-REG-FILE)
      * Key                 : ORG-ID
      *****************************************************************
       01  ORG-REG-RECORD.
           05 ORG-ID                       PIC X(06).
           05 ORG-NAME                     PIC X(60).
           05 ORG-POOL-LIMIT               PIC 9(09) COMP-5.
               88 ORG-NO-POOL                 VALUE 0.
      *    Run date of the last GHCLM010 maintenance to the row.
           05 ORG-MAINT-DATE               PIC 9(08).
           05 ORG-MEMBER-COUNT             PIC S9(4) COMP-5.
           05 ORG-MEMBER OCCURS 20 TIMES.
               10 ORG-MEMBER-CLIENT-ID     PIC X(36).
               10 ORG-MEMBER-CLASS-SW      PIC X(01).
                   88 ORG-MEMBER-PRODUCTION   VALUE 'P' ' '.
                   88 ORG-MEMBER-SANDBOX      VALUE 'S'.
           05 FILLER                       PIC X(20).
