      *****************************************************************
      * AUTHLOCK  - Authentication-failure lockout record layout
      *
      * One row per client id presented with a failed credential or
      * token check (AL-TOKEN-ID blank), and one per session token
      * that failed for that client id (AL-TOKEN-ID = the token). A
      * row is created by LOCKCHK the first time the id fails with
      * 1004, 1006 or 1009, and from then on keeps the times of its
      * most recent failures in AL-FAIL-TS, newest first.
      *
      * When WS-LOCK-FAIL-LIMIT of those failures fall inside the
      * last WS-LOCK-WINDOW-MINUTES (CICSCOMN), the row is locked
      * until AL-LOCK-UNTIL-TS: every authenticated operation then
      * refuses the client id (or the token) with status 1018
      * before touching anything else. The failure times are
      * cleared when the lock starts, so a lock that runs out
      * begins a fresh count.
      *
      * HWCM (JMTCLM) can lift a lock early - AL-LOCK-SW goes back
      * to 'N' with the operator and time in AL-LIFTED-BY/TS, and a
      * CLNTAUD row (trans code 'L') records it. JMTMON raises
      * GHMON008W for each lock started, HWIQ (JMTOPS) shows the
      * client's rows, and GHLKS010 summarizes the day for security.
      *
      * CICS resource name : AUTHLOCK  (VSAM KSDS - JMT00, JMT00V2,
      *                       JMT01, JMT02, JMT04, JMT05, JMT06,
      *                       JMT07, JMT09, JMT10 update; JMTMON and
      *                       JMTOPS read; JMTCLM lifts)
      * Batch DD name       : AUTHLOCK  (SELECT AUTH-LOCK-FILE)
      * Key                 : AL-KEY (client id + token id), so one
      *                       generic browse on the client id finds
      *                       the client's own row and its tokens'
      *****************************************************************
       01  AUTH-LOCK-RECORD.
           05 AL-KEY.
               10 AL-CLIENT-ID             PIC X(36).
               10 AL-TOKEN-ID              PIC X(36).
      *    Recent failure times, YYYYMMDDHHMMSS, newest first; blank
      *    slots have not been used since the row was created or the
      *    last lock started
           05 AL-FAIL-TIMES.
               10 AL-FAIL-TS OCCURS 10 TIMES
                                           PIC X(14).
      *    Failures inside the window as of the latest one
           05 AL-FAIL-COUNT                PIC 9(04) COMP-5.
           05 AL-LAST-FAIL-TS              PIC X(26).
           05 AL-LAST-STATUS-CODE          PIC 9(04).
           05 AL-LOCK-SW                   PIC X(01).
               88 AL-LOCKED                   VALUE 'Y'.
               88 AL-NOT-LOCKED               VALUE 'N' ' '.
           05 AL-LOCK-START-TS             PIC X(26).
           05 AL-LOCK-UNTIL-TS             PIC X(14).
      *    Failures in the window that started the latest lock
           05 AL-LOCK-FAILURES             PIC 9(04) COMP-5.
      *    Locks ever started on this row
           05 AL-LOCKOUT-TOTAL             PIC 9(09) COMP-5.
           05 AL-LIFTED-TS                 PIC X(26).
           05 AL-LIFTED-BY                 PIC X(08).
           05 FILLER                       PIC X(25).
