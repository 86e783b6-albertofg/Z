      *****************************************************************
      * PREPPUR   - Prepaid purchase ledger record layout
      *
      * One row per purchase GHPPA010 has credited to PREPBAL, keyed
      * on the client and finance's own purchase reference. The key
      * is what makes a purchase count once: a PREPFEED row whose
      * reference is already here is refused as a duplicate rather
      * than credited again, so a re-sent or rerun feed is harmless.
      * GHBIL010 lists the period's purchases from here beside each
      * prepaid client's consumption.
      *
      * Batch DD name       : PREPPUR  (SELECT PREPAID-PUR-FILE)
      * Key                 : PR-KEY (client id + purchase reference)
      *****************************************************************
       01  PREPAID-PURCHASE-RECORD.
           05 PR-KEY.
               10 PR-CLIENT-ID             PIC X(36).
               10 PR-PURCHASE-REF          PIC X(16).
           05 PR-PURCHASE-DATE             PIC 9(08).
           05 PR-CALLS                     PIC 9(09) COMP-5.
           05 PR-AMOUNT                    PIC 9(09)V9(02) COMP-3.
      *    Run date GHPPA010 credited the purchase on.
           05 PR-APPLIED-DATE              PIC 9(08).
           05 FILLER                       PIC X(18).
