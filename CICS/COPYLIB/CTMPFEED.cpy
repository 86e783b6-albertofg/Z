      *****************************************************************
      * CTMPFEED  - Client-branded template delivery record layout
      *
      * Read by GHCTL010. Fixed-format flat file, DD name CTMPFEED,
      * one row per client template transaction:
      *
      *   CT-TRANS-CODE 'A' - add or replace the client's template
      *                       for the language
      *                 'D' - delete it (the client goes back to the
      *                       campaign/base wording)
      *
      * Templates follow the GREETTMP token rules (&NAME mandatory
      * exactly once, at most one &TOD) and are validated to the
      * same expanded-length budget before anything is loaded.
      *****************************************************************
       01  CTMP-FEED-RECORD.
           05 CT-TRANS-CODE                PIC X(01).
               88 CT-TRANS-ADD                VALUE 'A'.
               88 CT-TRANS-DELETE             VALUE 'D'.
           05 CT-CLIENT-ID                 PIC X(36).
           05 CT-LANG-CODE                 PIC X(05).
           05 CT-FORMAL-TEMPLATE           PIC X(80).
           05 CT-INFORMAL-TEMPLATE         PIC X(80).
