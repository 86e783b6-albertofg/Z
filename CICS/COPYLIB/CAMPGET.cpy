      * CICSCOMN ahead of this member, and to perform 2140-APPLY-
      * CAMPAIGN-THRU-EXIT after its GREETTMP read has landed the
      * base row (including after the EN fallback read - a campaign
      * on EN covers the fallback too), unless CTMPGET has already
      * applied the client's own template, which outranks it.
      *
      * A GRTCAMP row for the loaded language whose effective window
      * covers WS-TODAY-DATE replaces the two GRTM- templates in
      * working storage before 2300-BUILD-GREETING-THRU-EXIT expands
      * them; the time-of-day phrases stay the base row's. No row,
      * or a row outside its window, changes nothing - and a lookup
      * failure must never cost anyone their greeting. An applied
      * campaign sets WS-TMPL-FROM-CAMPAIGN (GREETWS) for the history
      * row.
      *****************************************************************
       2140-APPLY-CAMPAIGN-THRU-EXIT.
           MOVE GRTM-LANG-CODE TO GCMP-LANG-CODE
                   AND WS-TODAY-DATE <= GCMP-TO-DATE
               MOVE GCMP-FORMAL-TEMPLATE   TO GRTM-FORMAL-TEMPLATE
               MOVE GCMP-INFORMAL-TEMPLATE TO GRTM-INFORMAL-TEMPLATE
               SET WS-TMPL-FROM-CAMPAIGN   TO TRUE
           END-IF.
       2140-EXIT.
           EXIT.
