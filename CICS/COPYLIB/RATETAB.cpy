      * 1xxx caller-error calls. 2xxx/3xxx our-fault calls are free
      * and carry no rate here.
      *
      * GHRTL010 loads the validated table nightly into the RATETBK
      * KSDS (same layout, key RT-KEY) so the online billing-to-date
      * operation (JMT10) prices against the tiers GHBIL010 will use.
      *
      * CICS resource name : RATETBK  (VSAM KSDS - JMT10 read-only)
      * Batch DD name       : RATETAB  (SELECT RATE-TABLE-FILE)
      * Key (RATETBK)       : RT-KEY (client id + tier-from)
      *****************************************************************
       01  RATE-TABLE-RECORD.
           05 RT-KEY.
               10 RT-CLIENT-ID             PIC X(36).
               10 RT-TIER-FROM             PIC 9(09).
           05 RT-FULL-RATE                 PIC 9(03)V9(04).
           05 RT-REDUCED-RATE              PIC 9(03)V9(04).
