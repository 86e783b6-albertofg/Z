      *****************************************************************
      * PTNRNTF   - Partner notification record layout
      *
      * One row per event a partner needs to hear about before their
      * calls start failing. Written at the point the event happens,
      * formatted overnight by GHNTF010 into the corporate e-mail/
      * message gateway's interface file (GWYMSG layout).
      *
      *   PN-EVENT-TYPE  raised by             details carried
      *   'D' deactivated GHCLM010 (feed),     old/new status,
      *                   GHCEX010 (contract   PN-REASON
      *                   expiry), JMTAPR
      *                   (approved HWCM)
      *   'Q' quota 80%   RATECHK (online)     PN-COUNT calls used,
      *                                        PN-LIMIT daily limit
      *   'X' export      GHEXP010             PN-COUNT rows exported,
      *       ready                            PN-REFERENCE correlation
      *   'L' late        GHRTY010             PN-REFERENCE correlation
      *       greeting                         id to present to JMT07
      *
      * The quota warning fires at most once per client per day -
      * RATECHK marks the RATELIM row (RL-WARNED-SW) when it writes.
      *
      * CICS resource name : PTNRNTF  (VSAM ESDS - append only,
      *                       written by RATECHK and JMTAPR)
      * Batch DD name       : PTNRNTF  (SELECT PTNR-NOTIFY-FILE,
      *                       OPEN EXTEND by the batch writers, read
      *                       past the GHNTFCK watermark by GHNTF010)
      *****************************************************************
       01  PTNR-NOTIFY-RECORD.
           05 PN-CLIENT-ID                 PIC X(36).
           05 PN-EVENT-TS                  PIC X(26).
           05 PN-EVENT-TYPE                PIC X(01).
               88 PN-DEACTIVATED              VALUE 'D'.
               88 PN-QUOTA-WARNING            VALUE 'Q'.
               88 PN-EXPORT-READY             VALUE 'X'.
               88 PN-LATE-GREETING            VALUE 'L'.
           05 PN-SOURCE                    PIC X(08).
           05 PN-OLD-STATUS-SW             PIC X(01).
           05 PN-NEW-STATUS-SW             PIC X(01).
           05 PN-COUNT                     PIC 9(09) COMP-5.
           05 PN-LIMIT                     PIC 9(09) COMP-5.
           05 PN-REFERENCE                 PIC X(36).
           05 PN-REASON                    PIC X(20).
           05 FILLER                       PIC X(10).
