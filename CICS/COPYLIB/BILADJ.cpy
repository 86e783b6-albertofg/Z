      *****************************************************************
      * BILADJ    - Applied billing adjustment record layout
      *
      * One row per client per billing period that GHBIL020 has
      * corrected: the net full-rate and reduced-rate call count
      * deltas and the net flat amount its cards applied against the
      * period's GHBIL010 invoice, with the original and corrected
      * amounts - the same figures as the period's ADJEXT credit
      * memo. A rerun of GHBIL020 for the period replaces the row,
      * exactly as its credit memo supersedes the earlier one.
      *
      * The online billing-to-date operation (JMT10) reads it to
      * show the caller what has been adjusted on a period.
      *
      * CICS resource name : BILADJ   (VSAM KSDS - JMT10 read-only)
      * Batch DD name       : BILADJ   (SELECT BIL-ADJ-FILE)
      * Key                 : BA-KEY (client id + period YYYYMM)
      *****************************************************************
       01  BIL-ADJ-RECORD.
           05 BA-KEY.
               10 BA-CLIENT-ID             PIC X(36).
               10 BA-PERIOD                PIC X(06).
           05 BA-ADJ-FULL                  PIC S9(09) COMP-5.
           05 BA-ADJ-REDUCED               PIC S9(09) COMP-5.
           05 BA-FLAT-AMOUNT               PIC S9(11)V9(02) COMP-3.
           05 BA-ORIG-AMOUNT               PIC S9(11)V9(02) COMP-3.
           05 BA-CORR-AMOUNT               PIC S9(11)V9(02) COMP-3.
           05 BA-APPLIED-DATE              PIC 9(08).
           05 FILLER                       PIC X(21).
