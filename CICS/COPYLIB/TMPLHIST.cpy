      *****************************************************************
      * TMPLHIST  - Greeting template version history record layout
      *
      * One row per version of a GREETTMP base row or a GRTCAMP
      * campaign row that has ever been live: the row image exactly
      * as it was loaded, the delivery it came from, and the span it
      * was live - from the instant it was loaded to the instant it
      * was replaced, rolled back or (campaigns only) deleted. The
      * live version's TH-LIVE-TO-TS is all nines. "What text was
      * live on a given date" is the version whose span covers it.
      *
      * Written by GHTLD010 and GHCLD010 as they load (TMPLVER.cpy,
      * history first, so a failure never loses the replaced text),
      * and by GHTRB010 when it rolls a language back - the restored
      * version is a new row carrying the delivery its text first
      * came from and, in TH-RESTORED-FROM-TS, the span it restores.
      * Read by GHTRB010 and by the GHTVR010 version report.
      *
      * A language that was on file before its first versioned load
      * gets a row with TH-ORIGIN 'P' and a zero live-from when that
      * load replaces it - its text is kept, its start is unknown.
      *
      * Batch DD name       : TMPLHIST (SELECT TMPL-HIST-FILE)
      * Key                 : TH-KEY (source, language, live-from)
      *****************************************************************
       01  TMPL-HIST-RECORD.
           05 TH-KEY.
               10 TH-SOURCE                PIC X(01).
                   88 TH-SOURCE-BASE          VALUE 'T'.
                   88 TH-SOURCE-CAMPAIGN      VALUE 'C'.
               10 TH-LANG-CODE             PIC X(05).
      *        YYYYMMDDHHMMSS the version went live
               10 TH-LIVE-FROM-TS          PIC X(14).
      *    YYYYMMDDHHMMSS it stopped being live
           05 TH-LIVE-TO-TS                PIC X(14).
               88 TH-STILL-LIVE               VALUE '99999999999999'.
      *    The GHTLD010/GHCLD010 delivery the text came from
           05 TH-DELIVERY-ID               PIC X(12).
           05 TH-ORIGIN-SW                 PIC X(01).
               88 TH-FROM-DELIVERY            VALUE 'D'.
               88 TH-FROM-ROLLBACK            VALUE 'R'.
               88 TH-FROM-BEFORE-HISTORY      VALUE 'P'.
      *    Rollback rows: TH-LIVE-FROM-TS of the version restored
           05 TH-RESTORED-FROM-TS          PIC X(14).
           05 TH-ENDED-BY-SW               PIC X(01).
               88 TH-NOT-ENDED                VALUE ' '.
               88 TH-ENDED-BY-LOAD            VALUE 'L'.
               88 TH-ENDED-BY-ROLLBACK        VALUE 'R'.
               88 TH-ENDED-BY-DELETE          VALUE 'D'.
      *    The live row exactly as it stood: GREET-TEMPLATE-RECORD
      *    for a base version, GREET-CAMPAIGN-RECORD for a campaign.
           05 TH-ROW-IMAGE                 PIC X(225).
           05 TH-BASE-ROW REDEFINES TH-ROW-IMAGE.
               10 THB-LANG-CODE            PIC X(05).
               10 THB-FORMAL-TEMPLATE      PIC X(80).
               10 THB-INFORMAL-TEMPLATE    PIC X(80).
               10 THB-MORNING-PHRASE       PIC X(20).
               10 THB-DAY-PHRASE           PIC X(20).
               10 THB-EVENING-PHRASE       PIC X(20).
           05 TH-CAMPAIGN-ROW REDEFINES TH-ROW-IMAGE.
               10 THC-LANG-CODE            PIC X(05).
               10 THC-FROM-DATE            PIC 9(08).
               10 THC-TO-DATE              PIC 9(08).
               10 THC-FORMAL-TEMPLATE      PIC X(80).
               10 THC-INFORMAL-TEMPLATE    PIC X(80).
               10 FILLER                   PIC X(44).
           05 FILLER                       PIC X(13).
