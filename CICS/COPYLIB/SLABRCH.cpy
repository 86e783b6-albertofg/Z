      *****************************************************************
      * SLABRCH   - SLA breach extract record layout
      *
      * One row per breach GHSLA010 finds - the machine-readable
      * twin of the SLARPT breach list, without its 500-row print
      * limit. Read at month end by GHSLC010, which turns each
      * breach into the contractual service credit.
      *
      * SB-BREACH-REF names the breach: the breached day (YYYYMMDD)
      * of a daily-window term, or 'WINDOW' for a monthly-window
      * term judged across the whole feed. SB-PERIOD is the billing
      * month (YYYYMM) the breach falls in - for 'WINDOW', the month
      * of the client's last day in the feed.
      *
      * Batch DD name       : SLABRCH  (SELECT SLA-BREACH-FILE)
      *****************************************************************
       01  SLA-BREACH-RECORD.
           05 SB-CLIENT-ID                 PIC X(36).
           05 SB-PERIOD                    PIC X(06).
           05 SB-BREACH-REF                PIC X(08).
           05 SB-WINDOW-SW                 PIC X(01).
               88 SB-WINDOW-DAILY             VALUE 'D'.
               88 SB-WINDOW-MONTHLY           VALUE 'M'.
           05 SB-PERCENTILE                PIC 9(03).
           05 SB-ACTUAL-MS                 PIC 9(09).
           05 SB-THRESHOLD-MS              PIC 9(09).
           05 SB-MARGIN-MS                 PIC 9(09).
           05 FILLER                       PIC X(09).
