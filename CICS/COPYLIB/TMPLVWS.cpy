      *****************************************************************
      * TMPLVWS   - Working storage shared by TMPLVER.cpy
      *
      * Every program that changes a GREETTMP or GRTCAMP row COPYs
      * this member into WORKING-STORAGE and TMPLVER at the end of
      * its PROCEDURE DIVISION, declares TMPL-HIST-FILE (TMPLHIST
      * layout, ACCESS DYNAMIC) with FILE STATUS WS-TMPLHIST-STATUS,
      * opens it I-O, and before touching the live row:
      *   - moves 'T' (GREETTMP) or 'C' (GRTCAMP) to WS-TV-SOURCE,
      *     the language to WS-TV-LANG-CODE, and the run's
      *     YYYYMMDDHHMMSS to WS-TV-NOW-TS;
      *   - sets WS-TV-OLD-ON-FILE with the live row's image in
      *     WS-TV-OLD-IMAGE when there is one, else WS-TV-NO-OLD;
      *   - sets WS-TV-NEW-VERSION with the row about to be written
      *     in WS-TV-NEW-IMAGE, its delivery, origin (and restored-
      *     from, for a rollback), or WS-TV-NO-NEW for a delete;
      *   - moves why the live version ends to WS-TV-ENDED-BY-SW;
      *   - performs 9500-RECORD-VERSION-THRU-EXIT, and leaves the
      *     live row alone when WS-TV-FAILED comes back.
      *****************************************************************
       01  WS-TMPL-VERSION-AREA.
           05 WS-TMPLHIST-STATUS           PIC X(02).
           05 WS-TV-SOURCE                 PIC X(01).
           05 WS-TV-LANG-CODE              PIC X(05).
           05 WS-TV-NOW-TS                 PIC X(14).
           05 WS-TV-DELIVERY-ID            PIC X(12).
           05 WS-TV-ORIGIN-SW              PIC X(01).
           05 WS-TV-RESTORED-FROM-TS       PIC X(14).
           05 WS-TV-ENDED-BY-SW            PIC X(01).
           05 WS-TV-OLD-SW                 PIC X(01).
               88 WS-TV-OLD-ON-FILE           VALUE 'Y'.
               88 WS-TV-NO-OLD                VALUE 'N'.
           05 WS-TV-OLD-IMAGE              PIC X(225).
           05 WS-TV-NEW-SW                 PIC X(01).
               88 WS-TV-NEW-VERSION           VALUE 'Y'.
               88 WS-TV-NO-NEW                VALUE 'N'.
           05 WS-TV-NEW-IMAGE              PIC X(225).
           05 WS-TV-RESULT-SW              PIC X(01).
               88 WS-TV-RECORDED              VALUE 'R'.
               88 WS-TV-UNCHANGED             VALUE 'U'.
               88 WS-TV-FAILED                VALUE 'F'.
      *    9510-SCAN-VERSIONS results: the live version's key, and
      *    the key of the version just before it
           05 WS-TV-LIVE-SW                PIC X(01).
               88 WS-TV-LIVE-FOUND            VALUE 'Y'.
               88 WS-TV-NO-LIVE               VALUE 'N'.
           05 WS-TV-LIVE-KEY               PIC X(20).
           05 WS-TV-PREV-SW                PIC X(01).
               88 WS-TV-PREV-FOUND            VALUE 'Y'.
               88 WS-TV-NO-PREV               VALUE 'N'.
           05 WS-TV-PREV-KEY               PIC X(20).
           05 WS-TV-LAST-KEY               PIC X(20).
           05 WS-TV-SCAN-SW                PIC X(01).
               88 WS-TV-SCAN-DONE             VALUE 'Y'.
               88 WS-TV-SCAN-NOT-DONE         VALUE 'N'.
