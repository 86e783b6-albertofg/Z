      *****************************************************************
      * LEGLHOLD  - Legal-hold record layout
      *
      * One row per litigation matter per client, maintained from
      * legal's control cards by GHHLD010. While a hold is active
      * the client's greeting history must not be destroyed:
      *   - GHPRG010 keeps the client's rows past the retention age
      *     (counted as held on GHPRGCNT);
      *   - JMT04 refuses erasure (status 1013) and records the
      *     refused request on ERASEAUD;
      *   - GHESP010 leaves the client's downstream copies alone.
      * GHHLR010 lists everything so deferred once a hold is lifted.
      *
      * A hold is ACTIVE on date D when LH-START-DATE <= D and either
      * LH-RELEASE-DATE is zero (no release yet) or D is before
      * LH-RELEASE-DATE - the release date is the first day the
      * hold no longer applies. A client may be held under several
      * matters at once; any one active row holds the client.
      *
      * CICS resource name : LEGLHOLD  (VSAM KSDS, read-only online -
      *                       JMT04, JMTOPS)
      * Batch DD name       : LEGLHOLD  (SELECT LEGAL-HOLD-FILE)
      * Key                 : LH-KEY (client id + matter reference),
      *                       so a generic browse on the client id
      *                       returns every matter holding it
      *****************************************************************
       01  LEGAL-HOLD-RECORD.
           05 LH-KEY.
               10 LH-CLIENT-ID             PIC X(36).
               10 LH-MATTER-REF            PIC X(16).
           05 LH-START-DATE                PIC 9(08).
           05 LH-RELEASE-DATE              PIC 9(08).
               88 LH-NOT-RELEASED             VALUE 0.
      *    Last maintenance applied by GHHLD010 - the card's action
      *    code and the run date it was applied on.
           05 LH-MAINT-DATE                PIC 9(08).
           05 LH-MAINT-ACTION              PIC X(01).
           05 FILLER                       PIC X(23).
