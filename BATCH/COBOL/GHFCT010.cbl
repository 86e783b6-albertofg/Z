      *   team raises the limit before the 1005 rejections start,     *
      *   and the job ends RC 4 when anyone is flagged.               *
      *                                                                *
      *   Partner organizations: a production client in an            *
      *   organization has its windows added to the organization's,  *
      *   and a section after the clients projects each organization *
      *   the same way. Where the organization has a pooled daily     *
      *   limit (ORGREG) it is the pool that is judged and flagged -  *
      *   the member's own limit no longer applies, so its line says  *
      *   POOLED - SEE ORG instead of being flagged on its own.       *
      *                                                                *
      *   JCL           : JCL/GHFCT010.jcl                            *
      *   DD GHTRNDF    : trend rows, sorted client/date by the JCL  *
      *                   sort step (input)                           *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD ORGREG     : partner organization VSAM KSDS (input)      *
      *   DD FCTRPT     : printed forecast report (output)            *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 127 bytes          *
      *                        (contract term dates).                 *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Organization section: production       *
      *                        members summed per partner             *
      *                        organization and judged against its    *
      *                        pooled limit; pooled members are not   *
      *                        flagged on their own limit.            *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CLNT-REG-CLIENT-ID
               FILE STATUS IS WS-CLNTREG-STATUS.

           SELECT ORG-REG-FILE ASSIGN TO ORGREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORG-ID
               FILE STATUS IS WS-ORGREG-STATUS.

           SELECT FCT-REPORT-FILE ASSIGN TO FCTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-TREND-FILE
           COPY GHTRNDF.

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  ORG-REG-FILE
           RECORD CONTAINS 840 CHARACTERS.
           COPY ORGREG.

       FD  FCT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  FCT-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-GHTRNDF-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-ORGREG-STATUS             PIC X(02) VALUE '00'.
           05 WS-FCTRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
       01  WS-CLIENTS-SEEN                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-FLAGGED              PIC 9(09) COMP-5 VALUE 0.
       01  WS-CLIENTS-OFF-REGISTRY         PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORGS-FLAGGED                 PIC 9(09) COMP-5 VALUE 0.

      * Production members' window totals per partner organization,
      * in order of first appearance, with the organization's pool
      * (zero - none) as read from ORGREG when it was first seen. A
      * member whose organization does not fit counts in
      * WS-ORG-OVERFLOW.
       01  WS-ORG-TABLE.
           05 WS-ORG-COUNT                 PIC S9(4) COMP-5 VALUE 0.
           05 WS-ORG-MAX                   PIC S9(4) COMP-5 VALUE 100.
           05 WS-ORG-ENTRY OCCURS 100 TIMES
                           INDEXED BY WS-ORG-IDX.
               10 WS-ORG-ID                PIC X(06).
               10 WS-ORG-NAME              PIC X(30).
               10 WS-ORG-POOL              PIC 9(09) COMP-5.
               10 WS-ORG-MEMBERS           PIC 9(04) COMP-5.
               10 WS-ORG-RECENT-TOTAL      PIC 9(09) COMP-5.
               10 WS-ORG-PRIOR-TOTAL       PIC 9(09) COMP-5.
       01  WS-ORG-OVERFLOW                 PIC 9(09) COMP-5 VALUE 0.
       01  WS-ORG-SUB                      PIC S9(4) COMP-5.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DL-STATUS             PIC X(32).

       01  WS-ORG-HEADING.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(60) VALUE
                  'PARTNER ORGANIZATIONS - PRODUCTION MEMBERS COMBINED'.
           05 FILLER                PIC X(72) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHFCT010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-GATHER-ONE-ROW   THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'CLIENTS'           TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-CLIENTS-SEEN     TO WS-LDG-COUNT-VALUE(1)
           MOVE 'CLIENTS FLAGGED'   TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CLIENTS-FLAGGED  TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ORGS FLAGGED'      TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ORGS-FLAGGED     TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.

           OPEN INPUT  GH-TREND-FILE
           OPEN INPUT  CLNT-REG-FILE
           OPEN INPUT  ORG-REG-FILE
           OPEN OUTPUT FCT-REPORT-FILE

           IF WS-GHTRNDF-STATUS NOT = '00'
               GOBACK
           END-IF

           IF WS-ORGREG-STATUS NOT = '00'
               DISPLAY 'GHFCT010 - UNABLE TO OPEN ORGREG, STATUS='
                       WS-ORGREG-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FCTRPT-STATUS NOT = '00'
               DISPLAY 'GHFCT010 - UNABLE TO OPEN FCTRPT, STATUS='
                       WS-FCTRPT-STATUS
           END-READ

           MOVE CLNT-REG-DAILY-LIMIT TO DL-LIMIT
           IF NOT CLNT-REG-NO-ORG AND CLNT-REG-PRODUCTION
               PERFORM 3100-ADD-TO-ORGANIZATION THRU 3100-EXIT
               IF WS-ORG-IDX NOT > WS-ORG-COUNT
                       AND WS-ORG-POOL(WS-ORG-IDX) > 0
                   MOVE WS-ORG-POOL(WS-ORG-IDX) TO DL-LIMIT
                   MOVE SPACES TO DL-STATUS
                   STRING 'POOLED - SEE ORG ' DELIMITED BY SIZE
                          WS-ORG-ID(WS-ORG-IDX) DELIMITED BY SIZE
                       INTO DL-STATUS
                   WRITE FCT-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 3000-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-RECENT-AVG > CLNT-REG-DAILY-LIMIT
                   ADD 1 TO WS-CLIENTS-FLAGGED
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3100-ADD-TO-ORGANIZATION - the member's windows into its
      *                            organization's entry, creating
      *                            the entry (name and pool from
      *                            ORGREG) on first sight. Leaves
      *                            WS-ORG-IDX on the entry, or past
      *                            WS-ORG-COUNT when there is none.
      *---------------------------------------------------------------
       3100-ADD-TO-ORGANIZATION.
           SET WS-ORG-IDX TO 1
           SEARCH WS-ORG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ORG-IDX > WS-ORG-COUNT
                   CONTINUE
               WHEN WS-ORG-ID(WS-ORG-IDX) = CLNT-REG-ORG-ID
                   GO TO 3120-ADD-WINDOWS
           END-SEARCH

           IF WS-ORG-COUNT >= WS-ORG-MAX
               ADD 1 TO WS-ORG-OVERFLOW
               SET WS-ORG-IDX TO WS-ORG-MAX
               SET WS-ORG-IDX UP BY 1
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-ORG-COUNT
           SET WS-ORG-IDX TO WS-ORG-COUNT
           MOVE CLNT-REG-ORG-ID TO WS-ORG-ID(WS-ORG-IDX)
           MOVE 0 TO WS-ORG-MEMBERS(WS-ORG-IDX)
           MOVE 0 TO WS-ORG-RECENT-TOTAL(WS-ORG-IDX)
           MOVE 0 TO WS-ORG-PRIOR-TOTAL(WS-ORG-IDX)
           MOVE CLNT-REG-ORG-ID TO ORG-ID
           READ ORG-REG-FILE
               INVALID KEY
      * Not on ORGREG - no pool to judge, the members keep their own
      * limits, exactly as online.
                   MOVE 'NOT ON ORGREG' TO WS-ORG-NAME(WS-ORG-IDX)
                   MOVE 0 TO WS-ORG-POOL(WS-ORG-IDX)
                   GO TO 3120-ADD-WINDOWS
           END-READ
           MOVE ORG-NAME       TO WS-ORG-NAME(WS-ORG-IDX)
           MOVE ORG-POOL-LIMIT TO WS-ORG-POOL(WS-ORG-IDX).

       3120-ADD-WINDOWS.
           ADD 1               TO WS-ORG-MEMBERS(WS-ORG-IDX)
           ADD WS-RECENT-TOTAL TO WS-ORG-RECENT-TOTAL(WS-ORG-IDX)
           ADD WS-PRIOR-TOTAL  TO WS-ORG-PRIOR-TOTAL(WS-ORG-IDX).
       3100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3500-FORECAST-ORGANIZATION - the same projection over the
      *                              combined windows; judged against
      *                              the pool, or shown for reference
      *                              only when there is none
      *---------------------------------------------------------------
       3500-FORECAST-ORGANIZATION.
           COMPUTE WS-RECENT-AVG =
               WS-ORG-RECENT-TOTAL(WS-ORG-SUB) / WS-WINDOW-DAYS
           COMPUTE WS-PRIOR-AVG  =
               WS-ORG-PRIOR-TOTAL(WS-ORG-SUB)  / WS-WINDOW-DAYS
           COMPUTE WS-GROWTH-PER-MONTH =
               WS-RECENT-AVG - WS-PRIOR-AVG
           COMPUTE WS-PROJECTED-DAILY =
               WS-RECENT-AVG + (3 * WS-GROWTH-PER-MONTH)
           IF WS-PROJECTED-DAILY < 0
               MOVE 0 TO WS-PROJECTED-DAILY
           END-IF

           MOVE SPACES TO DL-CLIENT-ID
           STRING WS-ORG-ID(WS-ORG-SUB)   DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ORG-NAME(WS-ORG-SUB) DELIMITED BY SIZE
               INTO DL-CLIENT-ID
           MOVE WS-PRIOR-AVG        TO DL-PRIOR-AVG
           MOVE WS-RECENT-AVG       TO DL-RECENT-AVG
           MOVE WS-GROWTH-PER-MONTH TO DL-GROWTH
           MOVE WS-PROJECTED-DAILY  TO DL-PROJECTED
           MOVE WS-ORG-POOL(WS-ORG-SUB) TO DL-LIMIT

           EVALUATE TRUE
               WHEN WS-ORG-POOL(WS-ORG-SUB) = 0
                   MOVE 'NO POOL - MEMBER LIMITS APPLY' TO DL-STATUS
               WHEN WS-RECENT-AVG > WS-ORG-POOL(WS-ORG-SUB)
                   ADD 1 TO WS-ORGS-FLAGGED
                   MOVE 'POOL EXCEEDED ALREADY' TO DL-STATUS
               WHEN WS-PROJECTED-DAILY > WS-ORG-POOL(WS-ORG-SUB)
                   ADD 1 TO WS-ORGS-FLAGGED
                   MOVE 'BREACH <90D - RAISE POOL' TO DL-STATUS
               WHEN OTHER
                   MOVE 'OK' TO DL-STATUS
           END-EVALUATE
           WRITE FCT-REPORT-LINE FROM WS-DETAIL-LINE.
       3500-EXIT.
           EXIT.

       8000-TERMINATE.
           IF NOT WS-FIRST-CLIENT
               PERFORM 3000-FORECAST-CLIENT THRU 3000-EXIT
           END-IF

           IF WS-ORG-COUNT > 0
               WRITE FCT-REPORT-LINE FROM WS-ORG-HEADING
               PERFORM 3500-FORECAST-ORGANIZATION THRU 3500-EXIT
                   VARYING WS-ORG-SUB FROM 1 BY 1
                   UNTIL WS-ORG-SUB > WS-ORG-COUNT
           END-IF

           MOVE 'CLIENTS FORECAST'         TO CL-LABEL
           MOVE WS-CLIENTS-SEEN            TO CL-COUNT
           WRITE FCT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS NOT ON REGISTRY'  TO CL-LABEL
           MOVE WS-CLIENTS-OFF-REGISTRY    TO CL-COUNT
           WRITE FCT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ORGANIZATIONS FORECAST'   TO CL-LABEL
           MOVE WS-ORG-COUNT               TO CL-COUNT
           WRITE FCT-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ORGANIZATIONS FLAGGED'    TO CL-LABEL
           MOVE WS-ORGS-FLAGGED            TO CL-COUNT
           WRITE FCT-REPORT-LINE FROM WS-COUNT-LINE
           IF WS-ORG-OVERFLOW > 0
               MOVE 'MEMBERS OF UNLISTED ORGS'  TO CL-LABEL
               MOVE WS-ORG-OVERFLOW            TO CL-COUNT
               WRITE FCT-REPORT-LINE FROM WS-COUNT-LINE
           END-IF

           CLOSE GH-TREND-FILE
           CLOSE CLNT-REG-FILE
           CLOSE ORG-REG-FILE
           CLOSE FCT-REPORT-FILE

           DISPLAY 'GHFCT010 - CLIENTS FORECAST : ' WS-CLIENTS-SEEN
           DISPLAY 'GHFCT010 - CLIENTS FLAGGED  : ' WS-CLIENTS-FLAGGED
           DISPLAY 'GHFCT010 - ORGS FLAGGED     : ' WS-ORGS-FLAGGED
           IF WS-CLIENTS-FLAGGED > 0 OR WS-ORGS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
