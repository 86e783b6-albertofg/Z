      *****************************************************************
      * PREPFEED  - Prepaid purchase feed record layout
      *
      * One row per call bundle a prepaid client has bought, sent by
      * finance and applied to PREPBAL by GHPPA010. Fixed-format flat
      * file; the numeric fields are carried in display form so
      * GHPPA010 can validate them before anything is credited.
      *
      * PF-PURCHASE-REF is finance's reference for the purchase and
      * must be unique per client - it is the PREPPUR key that stops
      * a purchase being credited twice. PF-LOW-WATER, when not
      * blank, replaces the client's low-balance level on PREPBAL.
      *
      * Batch DD name       : PREPFEED  (SELECT PREPAID-FEED-FILE)
      *****************************************************************
       01  PREPAID-FEED-RECORD.
           05 PF-CLIENT-ID                 PIC X(36).
           05 PF-PURCHASE-REF              PIC X(16).
           05 PF-PURCHASE-DATE             PIC X(08).
           05 PF-CALLS                     PIC X(09).
      *    Price paid, 9(09)V99 with the decimal point implied.
           05 PF-AMOUNT                    PIC X(11).
           05 PF-LOW-WATER                 PIC X(09).
           05 FILLER                       PIC X(11).
