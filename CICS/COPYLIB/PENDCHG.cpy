      *****************************************************************
      * PENDCHG   - Four-eyes pending change record layout
      *
      * One row per client per operator screen holding a registry
      * change (HWCM - JMTCLM) or a quota credit (HWQA - JMTQAD) that
      * is over the four-eyes threshold: any deactivation, a daily
      * limit change of more than the set percentage, a credit of
      * more than the set count. Nothing touches CLNTREG, RATELIM,
      * TOKNREC or the audit trails until a second operator, under a
      * different CICS user id, approves the row on HWAP (JMTAPR).
      *
      * The key is client id + screen, so a client has at most one
      * change of each kind in flight; a new request over a decided
      * or expired row reuses it. GHPND010 expires whatever is still
      * pending when the online day closes and lists it on the
      * morning exceptions report - an approval never carries over
      * to a day whose figures the requester did not see.
      *
      * CICS resource name : PENDCHG  (VSAM KSDS)
      * Batch DD name       : PENDCHG  (SELECT PEND-CHANGE-FILE)
      * Key                 : PND-KEY
      *****************************************************************
       01  PEND-CHANGE-RECORD.
           05 PND-KEY.
               10 PND-CLIENT-ID            PIC X(36).
               10 PND-KIND-SW              PIC X(01).
                   88 PND-REGISTRY-CHANGE     VALUE 'R'.
                   88 PND-QUOTA-CREDIT        VALUE 'Q'.
           05 PND-STATUS-SW                PIC X(01).
               88 PND-PENDING                 VALUE 'P'.
               88 PND-APPROVED                VALUE 'A'.
               88 PND-REJECTED                VALUE 'R'.
               88 PND-EXPIRED                 VALUE 'E'.
           05 PND-REQUESTED-TS             PIC X(26).
           05 PND-REQUESTED-BY             PIC X(08).
      * What was asked for: STATUS or LIMIT on HWCM, CREDIT on HWQA,
      * with the value the first operator keyed. The before values
      * are taken afresh when the change is applied.
           05 PND-ACTION-WORD              PIC X(08).
           05 PND-NEW-STATUS-SW            PIC X(01).
           05 PND-NEW-DAILY-LIMIT          PIC 9(09) COMP-5.
           05 PND-CREDIT-COUNT             PIC 9(09) COMP-5.
           05 PND-REASON-CODE              PIC X(08).
           05 PND-DECIDED-TS               PIC X(26).
           05 PND-DECIDED-BY               PIC X(08).
           05 FILLER                       PIC X(08).
