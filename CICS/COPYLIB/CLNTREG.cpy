           05 CLNT-REG-LANG-STRICT-SW      PIC X(01).
               88 CLNT-REG-LANG-STRICT       VALUE 'Y'.
               88 CLNT-REG-LANG-FALLBACK     VALUE 'N' ' '.
      * Contract term, YYYYMMDD. The effective date is informational
      * (HWIQ, the account team); on the expiry date GHCEX010
      * deactivates the client. Zero (rows predating the contract
      * dates) means no term recorded - the client never expires.
           05 CLNT-REG-CONTRACT-FROM       PIC 9(08).
           05 CLNT-REG-CONTRACT-TO         PIC 9(08).
               88 CLNT-REG-NO-EXPIRY         VALUE 0.
      * Prepaid billing: 'Y' means the client buys calls up front on
      * the PREPBAL balance file instead of receiving a GHBIL010
      * invoice - each successful greeting (online or GHBAT010)
      * debits the balance, and a call with none left fails with
      * 1014. Blank (rows predating the switch) reads as invoiced.
           05 CLNT-REG-PREPAID-SW          PIC X(01).
               88 CLNT-REG-PREPAID           VALUE 'Y'.
               88 CLNT-REG-INVOICED          VALUE 'N' ' '.
      * Partner organization (ORGREG) the client id belongs to, kept
      * by GHCLM010 in step with the organization's member list.
      * Spaces - every row predating organizations - means the client
      * stands alone and its own daily limit applies.
           05 CLNT-REG-ORG-ID              PIC X(06).
               88 CLNT-REG-NO-ORG            VALUE SPACES.
      * The partner's UTC offset, '+HHMM' or '-HHMM', kept by GHCLM010
      * from the feed. Where it is recorded, the client's daily quota
      * (RATECHK, GHBAT010) rolls at the partner's own midnight and
      * its GHSTM010 statement is cut on the partner's calendar day
      * (TZONECNV). Spaces - every row predating the offset - means
      * the host day, as before.
           05 CLNT-REG-UTC-OFFSET          PIC X(05).
               88 CLNT-REG-HOST-DAY          VALUE SPACES.
           05 FILLER                       PIC X(04).
