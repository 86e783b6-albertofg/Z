      *****************************************************************
      * GHCKPTR   - Checkpoint/watermark record layout, one record at
      *             relative record 1, used by three jobs on three
      *             separate datasets:
      *
      * GHRPT010 (DD GHCKPT) - restart checkpoint. The in-flight
      * (complete) after a clean end of file, so the next night's
      * fresh run does not mistake the record for an interrupted one.
      * GHRPT010 no longer reads or maintains GH-CKPT-LAST-RUN-KEY -
      * its input is already each night's delta. Relative records
      * 2 onward of GHCKPT carry GHRPT010's organization totals in
      * its own layout (GH-CKPT-ORG-RECORD, defined in the program).
      *
      * GHUNL010 (DD GHUNLCK) - unload watermark. Only
      * GH-CKPT-STATUS-SW and GH-CKPT-LAST-RUN-TIMESTAMP are used:
      * for clients sorting below the previous run's highest client.
      * SPACES means no unload has ever completed.
      *
      * GHNTF010 (DD GHNTFCK) - partner notification send watermark,
      * used exactly as GHUNLCK is: the cutoff of the last clean send
      * over the PTNRNTF file in GH-CKPT-LAST-RUN-TIMESTAMP.
      *
      * Batch DD names : GHCKPT   (GHRPT010, SELECT GH-CKPT-FILE)
      *                  GHUNLCK  (GHUNL010, SELECT GH-UNLOAD-CKPT-
      *                            FILE)
      *                  GHNTFCK  (GHNTF010, SELECT GH-NOTIFY-CKPT-
      *                            FILE) - all RELATIVE
      *****************************************************************
       01  GH-CKPT-RECORD.
           05 GH-CKPT-STATUS-SW            PIC X(01).
