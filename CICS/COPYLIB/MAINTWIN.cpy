      *****************************************************************
      * MAINTWIN  - Planned maintenance-window record layout
      *
      * One row per planned outage of the HelloWorld service,
      * maintained from operations' control cards by GHMWL010. While
      * a window is open:
      *   - JMT00 and JMT00V2 refuse calls with status 2002 (MAINTCHK)
      *     instead of failing them with a generic 2001/3001;
      *   - GHBAT010 answers every detail row of a feed with 2002;
      *   - JMTMON holds back its GHMON001W/002W/003E alerts and says
      *     so with GHMON006I;
      *   - GHSLA010 leaves the SMFEXTR timings inside the window out
      *     of every client's percentile and reports how many.
      *
      * A window is OPEN at timestamp T (YYYYMMDDHHMMSS, local time)
      * when MW-START-TS <= T and T is before MW-END-TS - the end is
      * the first second the service is back. MW-SCOPE says which
      * doors are down:
      *   ALL  - the whole service, online and bulk;
      *   ONLN - the online operations only (CICS region or z/OS
      *          Connect work) - monitoring and SLA honour it too;
      *   BULK - the GHBAT010 bulk feed only.
      *
      * CICS resource name : MAINTWIN  (VSAM KSDS, read-only online -
      *                       JMT00, JMT00V2, JMTMON)
      * Batch DD name       : MAINTWIN  (SELECT MAINT-WINDOW-FILE)
      * Key                 : MW-KEY (end timestamp + window
      *                       reference), so a browse from "now"
      *                       passes only the windows not yet over
      *****************************************************************
       01  MAINT-WINDOW-RECORD.
           05 MW-KEY.
               10 MW-END-TS                PIC 9(14).
               10 MW-WINDOW-REF            PIC X(10).
           05 MW-START-TS                  PIC 9(14).
           05 MW-SCOPE                     PIC X(04).
               88 MW-SCOPE-ALL                VALUE 'ALL '.
               88 MW-SCOPE-ONLINE             VALUE 'ONLN'.
               88 MW-SCOPE-BULK               VALUE 'BULK'.
           05 MW-REASON                    PIC X(32).
      *    Last maintenance applied by GHMWL010 - the card's action
      *    code and the run date it was applied on.
           05 MW-MAINT-DATE                PIC 9(08).
           05 MW-MAINT-ACTION              PIC X(01).
           05 FILLER                       PIC X(17).
