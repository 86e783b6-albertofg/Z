      *****************************************************************
      * TMPLAUD   - Greeting template rollback audit record layout
      *
      * One row per language GHTRB010 rolls back, recording which
      * template was touched, when, the card that asked for it, the
      * version that was live before and the version restored (each
      * by its TMPLHIST live-from and delivery), and the operator who
      * asked and why - the CLNTAUD question ("who changed this and
      * when") asked of the greeting templates.
      *
      * Appended to (OPEN EXTEND) by GHTRB010 each run.
      *
      * Batch DD name       : TMPLAUD  (SELECT TMPL-AUDIT-FILE;
      *                        VSAM ESDS - append only)
      *****************************************************************
       01  TMPL-AUDIT-RECORD.
           05 TA-SOURCE                    PIC X(01).
           05 TA-LANG-CODE                 PIC X(05).
           05 TA-CHANGED-TS                PIC X(26).
      *    GHTRB010 card action: L one language, D a whole delivery
           05 TA-ACTION                    PIC X(01).
           05 TA-CARD-DELIVERY-ID          PIC X(12).
           05 TA-OLD-LIVE-FROM-TS          PIC X(14).
           05 TA-OLD-DELIVERY-ID           PIC X(12).
           05 TA-NEW-LIVE-FROM-TS          PIC X(14).
           05 TA-NEW-DELIVERY-ID           PIC X(12).
           05 TA-REQUESTED-BY              PIC X(08).
           05 TA-REASON                    PIC X(32).
