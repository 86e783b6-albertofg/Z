      * purge step did not run) by GHRPT010, so the nightly
      * reconciliation report can show how many GHISTORY rows the
      * retention purge removed alongside the volume/outcome counts.
      * PC-ROWS-HELD counts rows past the cutoff that were kept
      * because their client is under an active legal hold.
      *
      * Batch DD name       : GHPRGCNT  (SELECT GH-PURGE-COUNT-FILE)
      *****************************************************************
           05 PC-ROWS-PURGED               PIC 9(09) COMP-5.
           05 PC-CUTOFF-DATE               PIC 9(08).
           05 PC-ROWS-ARCHIVED             PIC 9(09) COMP-5.
           05 PC-ROWS-HELD                 PIC 9(09) COMP-5.
