      *   is flipped to fulfilled on EXPORTRQ with the row count      *
      *   delivered, and an 'F' row is appended to the EXPTAUD audit  *
      *   trail to pair with JMT09's 'R' row - the way ERASEAUD       *
      *   pairs each erasure certificate with its request. The        *
      *   partner is told the export is ready by an 'X' row on the    *
      *   PTNRNTF partner notification file.                          *
      *                                                                *
      *   JCL           : JCL/GHEXP010.jcl                            *
      *   DD EXPORTRQ   : export request VSAM KSDS (input/output)     *
      *                   or the generations wanted (input)           *
      *   DD GHEXPOUT   : assembled export rows (output)              *
      *   DD EXPTAUD    : export audit trail (output, append)         *
      *   DD PTNRNTF    : partner notification file (output, append)  *
      *   DD EXPRPT     : printed fulfillment report (output)         *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Each fulfilled request also appends an *
      *                        export-ready partner notification row  *
      *                        to PTNRNTF (GHNTF010 sends it).        *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPTAUD-STATUS.

           SELECT PTNR-NOTIFY-FILE ASSIGN TO PTNRNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTNRNTF-STATUS.

           SELECT EXP-REPORT-FILE ASSIGN TO EXPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-REQUEST-FILE
           RECORD CONTAINS 111 CHARACTERS.
           COPY EXPTAUD.

       FD  PTNR-NOTIFY-FILE
           RECORD CONTAINS 147 CHARACTERS.
           COPY PTNRNTF.

       FD  EXP-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  EXP-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-EXPORTRQ-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHARCHV-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHEXPOUT-STATUS           PIC X(02) VALUE '00'.
           05 WS-EXPTAUD-STATUS            PIC X(02) VALUE '00'.
           05 WS-PTNRNTF-STATUS            PIC X(02) VALUE '00'.
           05 WS-EXPRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHEXP010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE         THRU 1000-EXIT

           IF WS-CLT-COUNT > 0
           END-IF

           PERFORM 8000-TERMINATE          THRU 8000-EXIT
           MOVE 'REQS FULFILLED'    TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-REQUESTS-FULFILLED TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS WRITTEN'      TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-WRITTEN     TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ARCHIVE SCANNED'   TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ARCH-ROWS-READ   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  GH-ARCHIVE-FILE
           OPEN OUTPUT EXPORT-OUTPUT-FILE
           OPEN EXTEND EXPORT-AUDIT-FILE
           OPEN EXTEND PTNR-NOTIFY-FILE
           OPEN OUTPUT EXP-REPORT-FILE

           IF WS-EXPORTRQ-STATUS NOT = '00'

           IF WS-GHEXPOUT-STATUS NOT = '00'
                   OR WS-EXPTAUD-STATUS NOT = '00'
                   OR WS-PTNRNTF-STATUS NOT = '00'
                   OR WS-EXPRPT-STATUS NOT = '00'
               DISPLAY 'GHEXP010 - UNABLE TO OPEN OUTPUTS, STATUSES='
                       WS-GHEXPOUT-STATUS ' ' WS-EXPTAUD-STATUS ' '
                       WS-PTNRNTF-STATUS ' ' WS-EXPRPT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           MOVE XR-CORRELATION-ID  TO XA-CORRELATION-ID
           WRITE EXPORT-AUDIT-RECORD

           MOVE SPACES             TO PTNR-NOTIFY-RECORD
           MOVE XR-CLIENT-ID       TO PN-CLIENT-ID
           MOVE WS-NOW-TS          TO PN-EVENT-TS
           SET PN-EXPORT-READY     TO TRUE
           MOVE 'GHEXP010'         TO PN-SOURCE
           MOVE WS-CLIENT-TOTAL    TO PN-COUNT
           MOVE 0                  TO PN-LIMIT
           MOVE XR-CORRELATION-ID  TO PN-REFERENCE
           MOVE 'EXPORT FULFILLED' TO PN-REASON
           WRITE PTNR-NOTIFY-RECORD
           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHEXP010 - PTNRNTF WRITE FAILED FOR '
                       XR-CLIENT-ID
           END-IF

           MOVE XR-CLIENT-ID          TO RQ-CLIENT-ID
           MOVE XR-REQUESTED-TS(1:14) TO RQ-REQUESTED-TS
           MOVE WS-CLIENT-TOTAL       TO RQ-ROWS
           CLOSE GH-ARCHIVE-FILE
           CLOSE EXPORT-OUTPUT-FILE
           CLOSE EXPORT-AUDIT-FILE
           CLOSE PTNR-NOTIFY-FILE
           CLOSE EXP-REPORT-FILE

           DISPLAY 'GHEXP010 - REQUESTS FULFILLED : '
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
