      *****************************************************************
      * SLACRED   - SLA service-credit register record layout
      *
      * One row per service credit GHSLC010 has raised: the client,
      * the billing period and the breach it was raised for, the
      * terms it was priced on and the amount of the GHBIL020 credit
      * card cut for it. The key is the refusal - a credit already
      * on the register for the same client, period and breach is
      * never raised again, however often the month-end job reruns.
      *
      * SCR-BREACH-REF is the SLABRCH breach reference (the breached
      * day, or 'WINDOW'), or 'MONTH' for the single credit of a
      * per-month term.
      *
      * Batch DD name       : SLACRED  (SELECT SLA-CREDIT-FILE)
      * Key                 : SCR-KEY (client id + period YYYYMM +
      *                       breach reference)
      *****************************************************************
       01  SLA-CREDIT-RECORD.
           05 SCR-KEY.
               10 SCR-CLIENT-ID            PIC X(36).
               10 SCR-PERIOD               PIC X(06).
               10 SCR-BREACH-REF           PIC X(08).
           05 SCR-BASIS-SW                 PIC X(01).
           05 SCR-PER-SW                   PIC X(01).
           05 SCR-PERIOD-CHARGE            PIC S9(11)V9(02) COMP-3.
           05 SCR-CREDIT-AMOUNT            PIC S9(11)V9(02) COMP-3.
           05 SCR-RAISED-TS                PIC X(16).
           05 SCR-RAISED-DATE              PIC 9(08).
           05 SCR-PERCENTILE               PIC 9(03).
           05 SCR-ACTUAL-MS                PIC 9(09).
           05 SCR-THRESHOLD-MS             PIC 9(09).
           05 FILLER                       PIC X(09).
