      *****************************************************************
      * PREPBAL   - Prepaid call balance record layout
      *
      * One row per prepaid client (CLNT-REG-PREPAID on CLNTREG):
      * the number of greetings it has bought and not yet used.
      * GHPPA010 creates the row and credits it from finance's
      * PREPFEED purchase feed; every successful production greeting
      * debits one call - online through PREPCHK (JMT00, JMT00V2),
      * in bulk through GHBAT010 at its checkpoint commits. A
      * prepaid client with no row, or a balance of zero, is refused
      * with status 1014. Sandbox calls are never debited (they are
      * never billed either).
      *
      * PB-LOW-WATER is the balance at or below which GHPPL010 lists
      * the client on the nightly low-balance report; zero means the
      * report's own default applies.
      *
      * CICS resource name : PREPBAL  (VSAM KSDS - JMT00, JMT00V2
      *                       update; JMT06 read-only)
      * Batch DD name       : PREPBAL  (SELECT PREPAID-BAL-FILE)
      * Key                 : PB-CLIENT-ID
      *****************************************************************
       01  PREPAID-BALANCE-RECORD.
           05 PB-CLIENT-ID                 PIC X(36).
           05 PB-BALANCE                   PIC 9(09) COMP-5.
      *    Lifetime totals - calls bought and calls debited - so
      *    purchases can be reconciled against usage at any time:
      *    PB-PURCHASED-TOTAL - PB-CONSUMED-TOTAL = PB-BALANCE.
           05 PB-PURCHASED-TOTAL           PIC 9(09) COMP-5.
           05 PB-CONSUMED-TOTAL            PIC 9(09) COMP-5.
           05 PB-LOW-WATER                 PIC 9(09) COMP-5.
           05 PB-LAST-PURCHASE-DATE        PIC 9(08).
           05 PB-LAST-PURCHASE-REF         PIC X(16).
           05 PB-LAST-DEBIT-TS             PIC X(26).
           05 FILLER                       PIC X(16).
