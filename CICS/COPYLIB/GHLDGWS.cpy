      *****************************************************************
      * GHLDGWS   - Working storage shared by GHLDGCHK.cpy
      *
      * Every GH batch program COPYs this member into WORKING-STORAGE
      * and GHLDGCHK at the end of its PROCEDURE DIVISION, declares
      * BATCH-LEDGER-FILE (GHLEDGER layout) with FILE STATUS
      * WS-GHLEDGER-STATUS, and:
      *   - moves its own program name to WS-LDG-JOB-NAME and
      *     performs 9700-LEDGER-START-THRU-EXIT before anything else,
      *     ending with WS-LDG-REFUSE-RC as its return code when
      *     WS-LDG-REFUSED is set;
      *   - after 8000-TERMINATE has set the return code, moves up to
      *     three labels/values into WS-LDG-COUNT and performs
      *     9800-LEDGER-END-THRU-EXIT.
      *
      * WS-LDG-DEPENDENCY-TABLE is the one place the nightly stream's
      * running order is written down - a job listed here may not
      * start until each of its predecessors has a clean ledger row
      * for the same business date. A job with no entry has no
      * predecessors and always starts.
      *****************************************************************
       01  WS-LEDGER-AREA.
           05 WS-GHLEDGER-STATUS           PIC X(02).
           05 WS-LDG-JOB-NAME              PIC X(08).
           05 WS-LDG-BUSINESS-DATE         PIC 9(08).
           05 WS-LDG-TODAY                 PIC 9(08).
           05 WS-LDG-NOW-TIME              PIC 9(08).
           05 WS-LDG-NOW-TIME-X REDEFINES WS-LDG-NOW-TIME.
               10 WS-LDG-NOW-HOUR          PIC 9(02).
               10 FILLER                   PIC X(06).
           05 WS-LDG-DAY-INT               PIC S9(09) COMP-5.
           05 WS-LDG-START-TS              PIC X(16).
           05 WS-LDG-RESULT-SW             PIC X(01).
               88 WS-LDG-CLEARED              VALUE 'C'.
               88 WS-LDG-REFUSED              VALUE 'R'.
           05 WS-LDG-REFUSE-RC             PIC S9(04) COMP-5.
           05 WS-LDG-ROW-SW                PIC X(01).
               88 WS-LDG-ROW-WRITTEN          VALUE 'Y'.
               88 WS-LDG-ROW-NOT-WRITTEN      VALUE 'N'.
           05 WS-LDG-MISSING-PRED          PIC X(08).
           05 WS-LDG-REFUSE-REASON         PIC X(20).
      *    Latest ledger row found for the predecessor being checked
           05 WS-LDG-PRED-NAME             PIC X(08).
           05 WS-LDG-PRED-REASON           PIC X(20).
           05 WS-LDG-SCAN-SW               PIC X(01).
               88 WS-LDG-SCAN-DONE            VALUE 'Y'.
               88 WS-LDG-SCAN-NOT-DONE        VALUE 'N'.
           05 WS-LDG-LATEST-SW             PIC X(01).
               88 WS-LDG-LATEST-FOUND         VALUE 'Y'.
               88 WS-LDG-LATEST-NOT-FOUND     VALUE 'N'.
           05 WS-LDG-LATEST-STATUS         PIC X(01).
           05 WS-LDG-LATEST-RC             PIC S9(04) COMP-5.
           05 WS-LDG-RC-EDIT               PIC 9(04).
           05 WS-LDG-DEP-IDX               PIC S9(04) COMP-5.
           05 WS-LDG-CNT-IDX               PIC S9(04) COMP-5.
           05 WS-LDG-COUNTS.
               10 WS-LDG-COUNT OCCURS 3 TIMES.
                   15 WS-LDG-COUNT-LABEL   PIC X(16).
                   15 WS-LDG-COUNT-VALUE   PIC 9(09) COMP-5.

      * Before this hour a run belongs to the previous business date.
       77  WS-LDG-DAY-ROLL-HOUR            PIC 9(02) VALUE 12.
      * Return code a refused run ends with.
       77  WS-LDG-REFUSED-RC               PIC S9(04) COMP-5 VALUE 12.
      * Highest return code a predecessor may end with and still
      * count as completed cleanly (4 = completed with findings).
       77  WS-LDG-CLEAN-RC-MAX             PIC S9(04) COMP-5 VALUE 4.

      * Job, the predecessor it requires, and when: 'R' - the
      * predecessor must have run cleanly; 'I' - it is not run every
      * night (GHBIL010 is monthly), so it is judged only on a
      * business date it did run. A job needing several predecessors
      * has one entry per predecessor.
       01  WS-LDG-DEPENDENCY-VALUES.
           05 FILLER              PIC X(17) VALUE 'GHRPT010GHUNL010R'.
           05 FILLER              PIC X(17) VALUE 'GHBIL010GHUNL010R'.
           05 FILLER              PIC X(17) VALUE 'GHSTM010GHUNL010R'.
           05 FILLER              PIC X(17) VALUE 'GHTRN010GHUNL010R'.
           05 FILLER              PIC X(17) VALUE 'GHANR010GHUNL010R'.
           05 FILLER              PIC X(17) VALUE 'GHBAL010GHUNL010R'.
           05 FILLER              PIC X(17) VALUE 'GHBAL010GHRPT010R'.
           05 FILLER              PIC X(17) VALUE 'GHBAL010GHBIL010I'.
           05 FILLER              PIC X(17) VALUE 'GHBAL010GHSTM010R'.
           05 FILLER              PIC X(17) VALUE 'GHBAL010GHTRN010R'.
           05 FILLER              PIC X(17) VALUE 'GHBAL010GHANR010R'.
           05 FILLER              PIC X(17) VALUE 'GHEVR010GHESP010R'.
           05 FILLER              PIC X(17) VALUE 'GHPPA010GHCLM010R'.
           05 FILLER              PIC X(17) VALUE 'GHPPL010GHPPA010R'.
           05 FILLER              PIC X(17) VALUE 'GHRIC010GHCLM010R'.
           05 FILLER              PIC X(17) VALUE 'GHSLC010GHSLA010R'.
           05 FILLER              PIC X(17) VALUE 'GHSLC010GHBIL010R'.
       01  WS-LDG-DEPENDENCY-TABLE REDEFINES WS-LDG-DEPENDENCY-VALUES.
           05 WS-LDG-DEP OCCURS 17 TIMES.
               10 WS-LDG-DEP-JOB           PIC X(08).
               10 WS-LDG-DEP-PRED          PIC X(08).
               10 WS-LDG-DEP-WHEN-SW       PIC X(01).
                   88 WS-LDG-DEP-ALWAYS       VALUE 'R'.
                   88 WS-LDG-DEP-WHEN-RUN     VALUE 'I'.
       77  WS-LDG-DEP-MAX                  PIC S9(04) COMP-5 VALUE 17.
