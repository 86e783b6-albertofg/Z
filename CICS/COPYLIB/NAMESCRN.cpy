      *****************************************************************
      * NAMESCRN  - Prohibited-name screening list record layout
      *
      * One row per word or pattern trust-and-safety will not see
      * greeted - abuse, and names impersonating the service or its
      * staff ("ADMINISTRATOR"). Maintained only through GHSCL010's
      * validated load; read by every door a greeting is built at:
      * JMT00 and JMT00V2 browse it per call (SCRNCHK), GHBAT010 and
      * GHRTY010 load it once per run. A name that matches any row
      * is refused with status 1017 and the hit logged to SCRNHIT.
      *
      * NS-PATTERN is held in upper case and names are upper-cased
      * before they are compared, so matching ignores case. A '?' in
      * the pattern matches any one character ("ADM?N" catches
      * ADMIN and ADM1N). NS-MATCH-TYPE says where it may match:
      *   C - anywhere in the name, inside other words too;
      *   W - as a whole word only, bounded by the ends of the name
      *       or by characters that are neither letters nor digits,
      *       so a short word does not catch innocent longer names;
      *   E - the whole name, leading and trailing blanks aside.
      *
      * CICS resource name : NAMESCRN  (VSAM KSDS, read-only online -
      *                       JMT00, JMT00V2)
      * Batch DD name       : NAMESCRN (SELECT NAME-SCREEN-FILE)
      * Key                 : NS-ENTRY-ID, trust-and-safety's own
      *                       reference for the entry - what the
      *                       GHSCR010 hit report counts by
      *****************************************************************
       01  NAME-SCREEN-RECORD.
           05 NS-ENTRY-ID                  PIC X(08).
           05 NS-MATCH-TYPE                PIC X(01).
               88 NS-MATCH-CONTAINS           VALUE 'C'.
               88 NS-MATCH-WORD               VALUE 'W'.
               88 NS-MATCH-EXACT              VALUE 'E'.
               88 NS-MATCH-TYPE-VALID         VALUE 'C' 'W' 'E'.
           05 NS-PATTERN                   PIC X(40).
      *    Significant length of NS-PATTERN, set by GHSCL010
           05 NS-PATTERN-LEN               PIC 9(02).
           05 NS-CATEGORY                  PIC X(10).
           05 NS-ADDED-DATE                PIC 9(08).
           05 NS-ADDED-BY                  PIC X(08).
           05 FILLER                       PIC X(23).
