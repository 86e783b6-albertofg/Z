      *****************************************************************
      * CTMPGET   - Apply a client's own branded template (EXEC CICS)
      *
      * Requires the including program to COPY GREETTMP, CLNTTMP,
      * GREETWS and CICSCOMN ahead of this member, and to perform
      * 2130-APPLY-CLIENT-TMPL-THRU-EXIT after its GREETTMP read has
      * landed the base row (including after the EN fallback read),
      * BEFORE 2140-APPLY-CAMPAIGN-THRU-EXIT - and to skip the
      * campaign when this one applied (WS-TMPL-FROM-CLIENT): the
      * client's own wording outranks a seasonal campaign.
      *
      * A CLNTTMP row for WS-CLIENT-ID and the loaded language
      * replaces the two GRTM- templates in working storage; the
      * time-of-day phrases stay the base row's. No row changes
      * nothing - and a lookup failure must never cost anyone their
      * greeting, so any other response is treated as no row.
      *****************************************************************
       2130-APPLY-CLIENT-TMPL-THRU-EXIT.
           MOVE WS-CLIENT-ID   TO CTMP-CLIENT-ID
           MOVE GRTM-LANG-CODE TO CTMP-LANG-CODE
           EXEC CICS READ
                FILE('CLNTTMP')
                INTO(CLIENT-TEMPLATE-RECORD)
                RIDFLD(CTMP-KEY)
                KEYLENGTH(LENGTH OF CTMP-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2130-EXIT
           END-IF

           MOVE CTMP-FORMAL-TEMPLATE   TO GRTM-FORMAL-TEMPLATE
           MOVE CTMP-INFORMAL-TEMPLATE TO GRTM-INFORMAL-TEMPLATE
           SET WS-TMPL-FROM-CLIENT TO TRUE.
       2130-EXIT.
           EXIT.
