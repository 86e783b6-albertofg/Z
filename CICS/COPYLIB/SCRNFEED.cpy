      *****************************************************************
      * SCRNFEED  - Screening list delivery record layout
      *
      * Read by GHSCL010. Fixed-format flat file, DD name SCRNFEED,
      * 80 bytes, one row per change trust-and-safety sends:
      *
      *   SF-TRANS-CODE 'A' - add the entry, or replace it when the
      *                       entry id is already on NAMESCRN
      *                 'D' - delete the entry (only the id is read)
      *
      * See NAMESCRN for what the match types and the '?' wildcard
      * mean. Patterns may be sent in either case; they are loaded
      * in upper case.
      *****************************************************************
       01  SCRN-FEED-RECORD.
           05 SF-TRANS-CODE                PIC X(01).
               88 SF-TRANS-ADD                VALUE 'A'.
               88 SF-TRANS-DELETE             VALUE 'D'.
           05 SF-ENTRY-ID                  PIC X(08).
           05 SF-MATCH-TYPE                PIC X(01).
           05 SF-CATEGORY                  PIC X(10).
           05 SF-PATTERN                   PIC X(40).
           05 SF-REQUESTED-BY              PIC X(08).
           05 FILLER                       PIC X(12).
