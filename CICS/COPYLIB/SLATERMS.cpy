      * (the monthly schedule feeds a month). Clients without a row
      * here are skipped - no contract, nothing to breach.
      *
      * The SLA-CREDIT- fields carry the service credit the contract
      * grants for a breach, raised at month end by GHSLC010 as a
      * GHBIL020 flat-amount credit card:
      *   SLA-CREDIT-BASIS-SW  'P' - SLA-CREDIT-PCT percent of the
      *                        period's GHBIL010 charge; 'F' - the
      *                        flat SLA-CREDIT-AMOUNT; blank - the
      *                        contract grants no credit
      *   SLA-CREDIT-PER-SW    'D' - one credit per breach (each
      *                        breached day, or the breached month of
      *                        a monthly-window term); 'M' - one
      *                        credit for the month however many days
      *                        were breached
      * Rows written before the credit terms existed are blank in
      * these positions, which grants no credit.
      *
      * Batch DD name       : SLATERMS  (SELECT SLA-TERMS-FILE)
      *****************************************************************
       01  SLA-TERMS-RECORD.
           05 SLA-WINDOW-SW                PIC X(01).
               88 SLA-WINDOW-DAILY            VALUE 'D'.
               88 SLA-WINDOW-MONTHLY          VALUE 'M'.
           05 SLA-CREDIT-BASIS-SW          PIC X(01).
               88 SLA-CREDIT-NONE             VALUE SPACE.
               88 SLA-CREDIT-BY-PERCENT       VALUE 'P'.
               88 SLA-CREDIT-BY-FLAT          VALUE 'F'.
           05 SLA-CREDIT-PER-SW            PIC X(01).
               88 SLA-CREDIT-PER-BREACH       VALUE 'D'.
               88 SLA-CREDIT-PER-MONTH        VALUE 'M'.
           05 SLA-CREDIT-PCT               PIC 9(03)V9(02).
           05 SLA-CREDIT-AMOUNT            PIC 9(09)V9(02).
