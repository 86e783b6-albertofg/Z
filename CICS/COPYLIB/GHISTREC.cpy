               88 GH-HIST-ERASED             VALUE 'Y'.
               88 GH-HIST-NOT-ERASED         VALUE 'N'.
           05 GH-HIST-REQ-LANG             PIC X(05).
      * GH-HIST-TMPL-SOURCE (carved out of the old filler) is the
      * template a successful greeting was built from: the client's
      * own CLNTTMP row, a GRTCAMP campaign or the GREETTMP base row.
      * Blank on failed calls, and anything else on rows written
      * before it was recorded.
           05 GH-HIST-TMPL-SOURCE          PIC X(01).
               88 GH-HIST-TMPL-CLIENT        VALUE 'K'.
               88 GH-HIST-TMPL-CAMPAIGN      VALUE 'C'.
               88 GH-HIST-TMPL-BASE          VALUE 'B'.
           05 FILLER                       PIC X(01).
