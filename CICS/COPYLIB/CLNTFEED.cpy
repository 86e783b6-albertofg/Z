      *
      * One row per registry maintenance transaction on the nightly
      * corporate partner feed, read by GHCLM010 and applied to the
      * CLNTREG client registry. Fixed-format flat file. Rows typed
      * 'O' in CF-ROW-TYPE maintain the ORGREG partner organizations
      * instead, through the CF-ORG-DETAIL view of the same bytes.
      *
      * CF-TRANS-CODE says what to do; for a CHANGE, a blank CF-NAME,
      * CF-STATUS-SW or CF-DAILY-LIMIT means "leave that field as it
               88 CF-TRANS-ADD                VALUE 'A'.
               88 CF-TRANS-CHANGE             VALUE 'C'.
               88 CF-TRANS-DELETE             VALUE 'D'.
           05 CF-CLIENT-DETAIL.
               10 CF-CLIENT-ID             PIC X(36).
               10 CF-NAME                  PIC X(60).
               10 CF-STATUS-SW             PIC X(01).
               10 CF-DAILY-LIMIT           PIC X(09).
               10 CF-REQUESTED-BY          PIC X(08).
      * 'P' production, 'S' sandbox; blank keeps the row's class on
      * a CHANGE and defaults a new client to production on an ADD.
               10 CF-CLASS-SW              PIC X(01).
      * 'Y' strict language mode (status 1008 instead of the EN
      * fallback), 'N' fallback; blank keeps/defaults like the class.
               10 CF-LANG-STRICT-SW        PIC X(01).
      * Greeting preference defaults for the client's CLNTPRF row
      * (see CLNTPRF.cpy). All three blank means "no preference
      * maintenance on this transaction" - an existing CLNTPRF row
      * is left alone; on a CHANGE, a non-blank field updates just
      * that preference.
               10 CF-PREF-LANG             PIC X(05).
               10 CF-PREF-STYLE-SW         PIC X(01).
               10 CF-PREF-VARIANT-SW       PIC X(01).
      * Contract effective and expiry dates, YYYYMMDD in display form
      * so GHCLM010 can validate them. Blank keeps the row's date on
      * a CHANGE and records no term on an ADD; all zeros on a
      * CHANGE clears a recorded date.
               10 CF-CONTRACT-FROM         PIC X(08).
               10 CF-CONTRACT-TO           PIC X(08).
      * 'Y' prepaid (PREPBAL balance, no invoice), 'N' invoiced;
      * blank keeps the row's setting on a CHANGE and defaults a new
      * client to invoiced on an ADD.
               10 CF-PREPAID-SW            PIC X(01).
      * Partner organization (ORGREG) the client belongs to. Blank
      * keeps the row's organization on a CHANGE and leaves a new
      * client standing alone on an ADD; 'NONE' takes the client out
      * of its organization.
               10 CF-ORG-ID                PIC X(06).
                   88 CF-ORG-REMOVE           VALUE 'NONE'.
      * Organization row (CF-ROW-ORGANIZATION): the same A/C/D codes
      * maintain the ORGREG parent itself. On a CHANGE a blank name
      * or pool limit keeps the value on file; a pool limit of all
      * zeros removes the pool. An organization is deleted only once
      * no client belongs to it.
           05 CF-ORG-DETAIL REDEFINES CF-CLIENT-DETAIL.
               10 CF-ORG-KEY               PIC X(06).
               10 CF-ORG-NAME              PIC X(60).
               10 CF-ORG-POOL-LIMIT        PIC X(09).
               10 CF-ORG-REQUESTED-BY      PIC X(08).
               10 FILLER                   PIC X(63).
      * Blank (every row predating organizations) or 'C' is a client
      * transaction; 'O' an organization transaction. The feed
      * carries organization rows ahead of the client rows that name
      * them, and GHCLM010 applies the rows in feed order.
           05 CF-ROW-TYPE                  PIC X(01).
               88 CF-ROW-CLIENT               VALUE ' ' 'C'.
               88 CF-ROW-ORGANIZATION         VALUE 'O'.
           05 FILLER                       PIC X(02).
      * Client rows: the partner's UTC offset, '+HHMM' or '-HHMM'
      * (quarter hours, at most 14 hours either way). Blank keeps
      * the row's offset on a CHANGE and leaves a new client on the
      * host day on an ADD; 'NONE' puts the client back on the host
      * day. Carried after the row type so the columns ahead of it
      * did not move.
           05 CF-UTC-OFFSET                PIC X(05).
               88 CF-UTC-OFFSET-REMOVE        VALUE 'NONE'.
