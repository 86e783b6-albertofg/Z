      *   GHBIL010 loads it - a mispriced credit memo is as bad as a  *
      *   mispriced invoice, so a bad table is refused the same way.  *
      *                                                                *
      *   Each corrected client is also recorded on the BILADJ KSDS   *
      *   (net count deltas, flat amount, original and corrected      *
      *   amounts) so the billing-to-date operation (JMT10) shows a   *
      *   partner the adjustments applied to a period. A rerun for    *
      *   the period replaces the client's row.                       *
      *                                                                *
      *   JCL           : JCL/GHBIL020.jcl                            *
      *   DD ADJCARDS   : finance adjustment cards (input)            *
      *   DD RATETAB    : finance rate/tier table (input)             *
      *   DD ADJRPT     : adjustments register and corrected          *
      *                   statements (output)                         *
      *   DD ADJEXT     : credit-memo extract (output)                *
      *   DD BILADJ     : applied adjustments VSAM KSDS (in/output)   *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Each corrected client recorded on the  *
      *                        BILADJ KSDS for the billing-to-date    *
      *                        operation (JMT10).                     *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJEXT-STATUS.

           SELECT BIL-ADJ-FILE ASSIGN TO BILADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-BILADJ-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-CARD-FILE
           05 AX-CREDIT-SIGN               PIC X(01).
           05 AX-CREDIT-AMOUNT             PIC 9(11)V9(02).

       FD  BIL-ADJ-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY BILADJ.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-ADJCARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-BILEXT-STATUS             PIC X(02) VALUE '00'.
           05 WS-ADJRPT-STATUS             PIC X(02) VALUE '00'.
           05 WS-ADJEXT-STATUS             PIC X(02) VALUE '00'.
           05 WS-BILADJ-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-RATE-EOF-SW               PIC X(01) VALUE 'N'.
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHBIL020' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE       THRU 1000-EXIT
           PERFORM 2000-APPLY-ONE-CARD   THRU 2000-EXIT
               UNTIL WS-CARD-EOF
           PERFORM 5000-CORRECT-STATEMENTS THRU 5000-EXIT
           PERFORM 8000-TERMINATE        THRU 8000-EXIT
           MOVE 'CARDS READ'        TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-CARDS-READ       TO WS-LDG-COUNT-VALUE(1)
           MOVE 'CARDS APPLIED'     TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CARDS-APPLIED    TO WS-LDG-COUNT-VALUE(2)
           MOVE 'CARDS REJECTED'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-CARDS-REJECTED-CT TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  BIL-EXTRACT-FILE
           OPEN OUTPUT ADJ-REPORT-FILE
           OPEN OUTPUT ADJ-EXTRACT-FILE
           OPEN I-O    BIL-ADJ-FILE

           IF WS-ADJCARDS-STATUS NOT = '00'
               DISPLAY 'GHBIL020 - UNABLE TO OPEN ADJCARDS, STATUS='
               GOBACK
           END-IF

           IF WS-BILADJ-STATUS NOT = '00'
               DISPLAY 'GHBIL020 - UNABLE TO OPEN BILADJ, STATUS='
                       WS-BILADJ-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-ONE-RATE THRU 1100-EXIT
               UNTIL WS-RATE-EOF

               MOVE WS-CREDIT-AMOUNT TO AX-CREDIT-AMOUNT
           END-IF
           WRITE ADJ-EXTRACT-RECORD
           ADD 1 TO WS-MEMOS-WRITTEN

           PERFORM 5400-RECORD-ADJUSTMENT THRU 5400-EXIT.
       5100-EXIT.
           EXIT.

       5310-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5400-RECORD-ADJUSTMENT - the client's applied adjustment on
      *                          BILADJ for the online billing-to-
      *                          date operation; a rerun replaces it
      *---------------------------------------------------------------
       5400-RECORD-ADJUSTMENT.
           MOVE WS-EX-CLIENT-ID(WS-EX-IDX)    TO BA-CLIENT-ID
           MOVE WS-PERIOD                     TO BA-PERIOD
           MOVE WS-EX-ADJ-FULL(WS-EX-IDX)     TO BA-ADJ-FULL
           MOVE WS-EX-ADJ-REDUCED(WS-EX-IDX)  TO BA-ADJ-REDUCED
           MOVE WS-EX-FLAT-AMOUNT(WS-EX-IDX)  TO BA-FLAT-AMOUNT
           MOVE WS-EX-ORIG-AMOUNT(WS-EX-IDX)  TO BA-ORIG-AMOUNT
           MOVE WS-CORR-AMOUNT                TO BA-CORR-AMOUNT
           MOVE WS-LDG-BUSINESS-DATE          TO BA-APPLIED-DATE

           WRITE BIL-ADJ-RECORD
               INVALID KEY
                   REWRITE BIL-ADJ-RECORD
                       INVALID KEY
                           DISPLAY 'GHBIL020 - BILADJ NOT UPDATED FOR '
                                   BA-CLIENT-ID ' STATUS='
                                   WS-BILADJ-STATUS
                   END-REWRITE
           END-WRITE.
       5400-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'ADJUSTMENT CARDS READ'    TO CL-LABEL
           MOVE WS-CARDS-READ              TO CL-COUNT
           CLOSE BIL-EXTRACT-FILE
           CLOSE ADJ-REPORT-FILE
           CLOSE ADJ-EXTRACT-FILE
           CLOSE BIL-ADJ-FILE

           DISPLAY 'GHBIL020 - CARDS READ     : ' WS-CARDS-READ
           DISPLAY 'GHBIL020 - CARDS APPLIED  : ' WS-CARDS-APPLIED
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GHLDGCHK.
