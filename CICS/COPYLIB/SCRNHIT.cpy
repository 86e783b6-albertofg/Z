      *****************************************************************
      * SCRNHIT   - Name-screening hit log record layout
      *
      * One row per greeting refused with status 1017 because the
      * name matched a NAMESCRN entry: who sent it, when, through
      * which door, and the entry that caught it. Written by JMT00
      * and JMT00V2 (SCRNCHK), GHBAT010 and GHRTY010; read by the
      * weekly GHSCR010 hit report, which counts it by client and by
      * list entry for trust-and-safety.
      *
      * The name itself is not copied here - it is on the call's
      * history row (GHISTORY/GHISTTST, same client and timestamp),
      * where the retention purge and erasure already reach it.
      *
      * CICS resource name : SCRNHIT   (VSAM ESDS - append only)
      * Batch DD name       : SCRNHIT  (SELECT SCRN-HIT-FILE)
      *****************************************************************
       01  SCRN-HIT-RECORD.
           05 SH-CLIENT-ID                 PIC X(36).
      *    The history row's timestamp, so the two can be matched up
           05 SH-HIT-TS                    PIC X(26).
           05 SH-ENTRY-ID                  PIC X(08).
           05 SH-DOOR                      PIC X(01).
               88 SH-DOOR-ONLINE              VALUE 'O'.
               88 SH-DOOR-BULK                VALUE 'B'.
               88 SH-DOOR-RETRY               VALUE 'R'.
      *    P production, S sandbox - CLNTCHK's classification
           05 SH-CLIENT-CLASS              PIC X(01).
           05 SH-API-NAME                  PIC X(20).
           05 SH-CORRELATION-ID            PIC X(36).
           05 FILLER                       PIC X(02).
