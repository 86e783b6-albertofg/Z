      *****************************************************************
      * NAMEAUD   - Data-subject (name-level) erasure audit record
      *
      * One row per erasure-by-name request handled by GHNER010 -
      * the person greeted, not the partner that called us: every
      * greeting made ABOUT them, across every client, optionally
      * limited to a range of greeting dates. Records what was asked
      * for, when it ran and, per store, how many rows it removed, so
      * the erasure certificate can be reproduced later.
      *
      * NE-NAME is the one copy of the name we keep on purpose: it is
      * what GHESP010 scrubs the GHRPTEXT/GHARCHV copies against and
      * what GHEVR010 verifies the erasure with. The dataset carries
      * the same access restrictions as ERASEAUD.
      *
      * A request GHNER010 could not act on (a bad card) is recorded
      * too, with NE-OUTCOME-SW 'R', no counts and the reason; the
      * readers that act on erasures skip it.
      *
      * A request some of whose matched rows could not be rewritten
      * or deleted is recorded with NE-OUTCOME-SW 'I' (incomplete)
      * and the count in NE-REJECT-REASON; what it did remove is
      * counted as usual and the readers act on it as an erasure.
      * Resubmit the request once the failure is cleared.
      *
      * Rows whose client was under an active legal hold (LEGLHOLD)
      * are left in place and counted in NE-ROWS-HELD - rerun the
      * request once the hold is released.
      *
      * Batch DD name       : NAMEAUD  (VSAM ESDS - append only;
      *                       EXTEND from GHNER010, input to GHESP010
      *                       and GHEVR010)
      *****************************************************************
       01  NAME-ERASE-AUDIT-RECORD.
           05 NE-REQUEST-REF               PIC X(16).
           05 NE-ERASED-TS                 PIC X(26).
           05 NE-NAME                      PIC X(255).
      *    Greeting dates covered, YYYYMMDD - 00000000 / 99999999
      *    when the card left that end open
           05 NE-FROM-DATE                 PIC X(08).
           05 NE-TO-DATE                   PIC X(08).
           05 NE-REQUESTED-BY              PIC X(08).
           05 NE-OUTCOME-SW                PIC X(01).
               88 NE-ERASED                   VALUE 'E'.
               88 NE-REJECTED                 VALUE 'R'.
               88 NE-INCOMPLETE               VALUE 'I'.
               88 NE-ACTED-ON                 VALUE 'E' 'I'.
           05 NE-REJECT-REASON             PIC X(40).
           05 NE-STORE-COUNTS.
               10 NE-GHISTORY-BLANKED      PIC 9(09) COMP-5.
               10 NE-GHISTTST-BLANKED      PIC 9(09) COMP-5.
               10 NE-RETRYHLD-DROPPED      PIC 9(09) COMP-5.
               10 NE-IDEMREC-DELETED       PIC 9(09) COMP-5.
               10 NE-LATEGRT-DELETED       PIC 9(09) COMP-5.
               10 NE-DEADLTR-DELETED       PIC 9(09) COMP-5.
               10 NE-ROWS-HELD             PIC 9(09) COMP-5.
           05 FILLER                       PIC X(30).
