      * monthly GHBIL010 statement is billed from, so a daily
      * mismatch is argued about the day it happens instead of at
      * month end. The name is deliberately not in the feed.
      *
      * A set covers the partner's own calendar day: a client with a
      * UTC offset on CLNTREG is cut on that offset's day, named in
      * GHSTM-HDR-UTC-OFFSET (blank - the host day, as before). The
      * detail timestamps stay the host timestamps the calls were
      * recorded with, so they match JMT01 and the invoice.
      *****************************************************************
       01  GH-STMT-RECORD.
           05 GHSTM-REC-TYPE               PIC X(01).
           05 GHSTM-HEADER REDEFINES GHSTM-DETAIL.
               10 GHSTM-HDR-CLIENT-ID      PIC X(36).
               10 GHSTM-HDR-STMT-DATE      PIC 9(08).
               10 GHSTM-HDR-UTC-OFFSET     PIC X(05).
               10 FILLER                   PIC X(19).
           05 GHSTM-TRAILER REDEFINES GHSTM-DETAIL.
               10 GHSTM-TRL-DETAIL-COUNT   PIC 9(09).
               10 GHSTM-TRL-SUCCESS-COUNT  PIC 9(09).
