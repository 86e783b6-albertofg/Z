      * WS-LANG-CODE becomes EN when the template fallback fires -
      * history records both.
           05 WS-REQ-LANG-CODE             PIC X(05).
      * Which template the greeting was built from - the client's own
      * CLNTTMP row, an in-window GRTCAMP campaign or the GREETTMP
      * base row - set as the template is loaded and recorded on the
      * history row as GH-HIST-TMPL-SOURCE.
           05 WS-TMPL-SOURCE-SW            PIC X(01) VALUE SPACE.
               88 WS-TMPL-FROM-CLIENT         VALUE 'K'.
               88 WS-TMPL-FROM-CAMPAIGN       VALUE 'C'.
               88 WS-TMPL-FROM-BASE           VALUE 'B'.
           05 WS-MULTI-VARIANT-SW          PIC X(01).
               88 WS-MULTI-VARIANT            VALUE 'Y'.
               88 WS-SINGLE-VARIANT           VALUE 'N'.
           05 WS-TOD-PHRASE                PIC X(20).
           05 WS-TOD-LEN                   PIC S9(4) COMP-5.
           05 WS-TRIM-SCAN-IDX             PIC S9(4) COMP-5.
      * Name-screening work fields for 2250-2275 - the upper-cased
      * name and its first/last non-blank positions, the NAMESCRN
      * entry being tried (moved in by the caller from its own read
      * of the list), the scan positions, and the id of the entry
      * that caught the name.
           05 WS-SCR-UNAME                 PIC X(255).
           05 WS-SCR-NAME-START            PIC S9(4) COMP-5.
           05 WS-SCR-NAME-END              PIC S9(4) COMP-5.
           05 WS-SCR-ENTRY-ID              PIC X(08).
           05 WS-SCR-MATCH-TYPE            PIC X(01).
           05 WS-SCR-PATTERN               PIC X(40).
           05 WS-SCR-PATTERN-LEN           PIC S9(4) COMP-5.
           05 WS-SCR-POS                   PIC S9(4) COMP-5.
           05 WS-SCR-LAST-POS              PIC S9(4) COMP-5.
           05 WS-SCR-AFTER-POS             PIC S9(4) COMP-5.
           05 WS-SCR-PIDX                  PIC S9(4) COMP-5.
           05 WS-SCR-CHAR                  PIC X(01).
           05 WS-SCR-MATCH-SW              PIC X(01).
               88 WS-SCR-MATCHED              VALUE 'Y'.
               88 WS-SCR-NOT-MATCHED          VALUE 'N'.
           05 WS-SCR-HIT-SW                PIC X(01).
               88 WS-NAME-SCREENED            VALUE 'Y'.
               88 WS-NAME-NOT-SCREENED        VALUE 'N'.
           05 WS-SCR-HIT-ID                PIC X(08).
