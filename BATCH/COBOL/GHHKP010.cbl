      *   DD ERASARCH   : aged-off erasure audit archive (output,     *
      *                   append - a yearly GDG suits the operators)  *
      *   DD HKPRPT     : printed housekeeping report (output)        *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *                        forensics fields).                     *
      *   2026-09-02  BAQADEV  IDEMREC row grew to 698 bytes (replay *
      *                        stamp for the balancing job).          *
      *   2026-10-15  BAQADEV  RATELIM row grew to 49 bytes (partner  *
      *                        quota-warning flag).                   *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  ERASEAUD grows to 127 bytes (erasure   *
      *                        outcome and legal-hold matter); carry  *
      *                        both fields to ERASENEW and the        *
      *                        archive.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HKPRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HK-CONTROL-FILE
           05 FILLER                       PIC X(66).

       FD  RATE-LIMIT-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY RATELIM.

       FD  TOKN-REC-FILE
           COPY LATEGRT.

       FD  ERASE-AUDIT-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY ERASEAUD.

       FD  ERASE-NEW-FILE
           RECORD CONTAINS 127 CHARACTERS.
      * Same layout as ERASEAUD (ERASE-AUDIT-RECORD) - declared inline
      * rather than COPYed a second time, since two FDs cannot share
      * one 01-level record name without qualifying every reference.
           05 EN-ROWS-ERASED               PIC 9(09) COMP-5.
           05 EN-REQUESTED-BY              PIC X(08).
           05 EN-CORRELATION-ID            PIC X(36).
           05 EN-OUTCOME-SW                PIC X(01).
           05 EN-HOLD-MATTER               PIC X(16).

       FD  ERASE-ARCH-FILE
           RECORD CONTAINS 127 CHARACTERS.
       01  ERASE-ARCH-RECORD.
           05 EX-CLIENT-ID                 PIC X(36).
           05 EX-ERASED-TS                 PIC X(26).
           05 EX-ROWS-ERASED               PIC 9(09) COMP-5.
           05 EX-REQUESTED-BY              PIC X(08).
           05 EX-CORRELATION-ID            PIC X(36).
           05 EX-OUTCOME-SW                PIC X(01).
           05 EX-HOLD-MATTER               PIC X(16).

       FD  HKP-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  HKP-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-CTLCARDS-STATUS           PIC X(02) VALUE '00'.
           05 EL-CARD               PIC X(14).
           05 FILLER                PIC X(74) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHHKP010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL WS-CARD-EOF
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'ROWS EXAMINED'     TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-ROWS-EXAMINED    TO WS-LDG-COUNT-VALUE(1)
           MOVE 'ROWS REMOVED'      TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-ROWS-REMOVED     TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ROWS ARCHIVED'     TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ROWS-ARCHIVED    TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
               MOVE EA-ROWS-ERASED     TO EX-ROWS-ERASED
               MOVE EA-REQUESTED-BY    TO EX-REQUESTED-BY
               MOVE EA-CORRELATION-ID  TO EX-CORRELATION-ID
               MOVE EA-OUTCOME-SW      TO EX-OUTCOME-SW
               MOVE EA-HOLD-MATTER     TO EX-HOLD-MATTER
               WRITE ERASE-ARCH-RECORD
               ADD 1 TO WS-ROWS-REMOVED
               ADD 1 TO WS-ROWS-ARCHIVED
               MOVE EA-ROWS-ERASED     TO EN-ROWS-ERASED
               MOVE EA-REQUESTED-BY    TO EN-REQUESTED-BY
               MOVE EA-CORRELATION-ID  TO EN-CORRELATION-ID
               MOVE EA-OUTCOME-SW      TO EN-OUTCOME-SW
               MOVE EA-HOLD-MATTER     TO EN-HOLD-MATTER
               WRITE ERASE-NEW-RECORD
           END-IF

           END-IF.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
