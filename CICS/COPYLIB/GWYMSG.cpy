      *****************************************************************
      * GWYMSG    - Corporate e-mail/message gateway interface record
      *
      * The gateway's fixed 400-byte inbound layout, all DISPLAY.
      * One file per sending run: an 'H' header row, one 'D' row per
      * message, and a 'T' trailer row carrying the detail count the
      * gateway balances against before it accepts the file.
      *
      * A partner message is addressed by recipient type CLIENTID
      * and the X-IBM-Client-Id as recipient key - the gateway looks
      * the partner's technical contacts up in its own directory, so
      * contact addresses are never held on our files.
      * GW-MESSAGE-ID must be unique within the gateway's 30-day
      * duplicate window; the event timestamp, event type and the
      * run's message sequence number make it so.
      *
      * Written by GHNTF010 from the PTNRNTF partner notification
      * file.
      *
      * Batch DD name       : GWYOUT   (SELECT GATEWAY-OUT-FILE)
      *****************************************************************
       01  GATEWAY-MESSAGE-RECORD.
           05 GW-RECORD-TYPE               PIC X(01).
               88 GW-HEADER                   VALUE 'H'.
               88 GW-DETAIL                   VALUE 'D'.
               88 GW-TRAILER                  VALUE 'T'.
           05 GW-SENDER-APPL               PIC X(08).
           05 GW-DATA                      PIC X(391).
           05 GW-DETAIL-DATA REDEFINES GW-DATA.
               10 GW-MESSAGE-ID            PIC X(32).
               10 GW-CHANNEL               PIC X(05).
               10 GW-PRIORITY              PIC X(01).
                   88 GW-PRIORITY-HIGH        VALUE 'H'.
                   88 GW-PRIORITY-NORMAL      VALUE 'N'.
               10 GW-RECIPIENT-TYPE        PIC X(08).
               10 GW-RECIPIENT-KEY         PIC X(36).
               10 GW-RECIPIENT-NAME        PIC X(60).
               10 GW-EVENT-TYPE            PIC X(01).
               10 GW-SUBJECT               PIC X(60).
               10 GW-BODY                  PIC X(180).
               10 FILLER                   PIC X(08).
           05 GW-HEADER-DATA REDEFINES GW-DATA.
               10 GW-HDR-CREATED-DATE      PIC 9(08).
               10 GW-HDR-CREATED-TIME      PIC 9(08).
               10 GW-HDR-INTERFACE-ID      PIC X(08).
               10 FILLER                   PIC X(367).
           05 GW-TRAILER-DATA REDEFINES GW-DATA.
               10 GW-TRL-DETAIL-COUNT      PIC 9(09).
               10 FILLER                   PIC X(382).
