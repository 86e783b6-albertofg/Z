      *****************************************************************
      * CLNTTMP   - Client-branded greeting template record layout
      *
      * At most one row per client and language: the partner's own
      * wording ("Welcome to Acme, &NAME!") for that language, which
      * replaces the two GREETTMP templates for that client only.
      * The templates follow the GREETTMP token rules (&NAME exactly
      * once, at most one &TOD); the time-of-day phrases behind &TOD
      * stay the base row's, as for a campaign.
      *
      * Priority, for the language the greeting is finally built in
      * (after any EN fallback): the client's own row here first,
      * then an in-window GRTCAMP campaign, then the GREETTMP base
      * row. A branded client does not pick up a seasonal campaign
      * for a language it has its own wording for. Applied by
      * JMT00/JMT00V2 online (CTMPGET.cpy) and GHBAT010/GHRTY010 in
      * batch; each history row records which one was used
      * (GH-HIST-TMPL-SOURCE), reported by GHBTU010.
      *
      * Loaded and validated by GHCTL010 (the GHTLD010 checked
      * delivery, for client templates).
      *
      * CICS resource name : CLNTTMP  (VSAM KSDS)
      * Batch DD name       : CLNTTMP  (SELECT CLIENT-TMPL-FILE)
      * Key                 : CTMP-KEY (client id + language)
      *****************************************************************
       01  CLIENT-TEMPLATE-RECORD.
           05 CTMP-KEY.
               10 CTMP-CLIENT-ID           PIC X(36).
               10 CTMP-LANG-CODE           PIC X(05).
           05 CTMP-FORMAL-TEMPLATE         PIC X(80).
           05 CTMP-INFORMAL-TEMPLATE       PIC X(80).
      *    The GHCTL010 delivery the text came from, and when
      *    (YYYYMMDDHHMMSS) it was loaded
           05 CTMP-DELIVERY-ID             PIC X(12).
           05 CTMP-LOADED-TS               PIC X(14).
           05 FILLER                       PIC X(23).
