       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GHSLC010.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   GHSLC010 - month-end SLA service credits.                   *
      *                                                                *
      *   GHSLA010 finds the breaches; until this job finance read    *
      *   the SLARPT listing and keyed the contractual credits as     *
      *   GHBIL020 adjustment cards by hand, and credits were missed  *
      *   or keyed twice. This job reads every breach GHSLA010 wrote  *
      *   to the SLABRCH extract, prices the credit on the client's   *
      *   SLATERMS credit terms and raises it as a GHBIL020 flat-     *
      *   amount card:                                                *
      *                                                                *
      *     SLACARDS - one card per credit: category A, sign '-',     *
      *                the credit amount and reason code SLACREDT     *
      *                (columns 71-78 name the breach for the         *
      *                reader; GHBIL020 ignores them), applied by     *
      *                GHBIL020 with the period's other cards         *
      *     SLCRPT   - every breach with its credit or the reason     *
      *                none was raised, then per client the credits   *
      *                raised this run, the period's credits to date  *
      *                and the period charge                          *
      *                                                                *
      *   Credit terms (SLATERMS): 'P' is SLA-CREDIT-PCT percent of   *
      *   the client's charge on the period's GHBIL010 billing        *
      *   extract, 'F' the flat SLA-CREDIT-AMOUNT; per breach ('D' -  *
      *   each breached day, or the breached month of a monthly-      *
      *   window term) or once per month ('M'). A client whose terms  *
      *   grant no credit, or who did not bill in the period, is      *
      *   listed and skipped. The credits for a client and period     *
      *   never total more than the period's charge - the last one is *
      *   cut down to fit - since GHBIL020 cannot take an invoice     *
      *   below zero either.                                          *
      *                                                                *
      *   Every credit raised is recorded on the SLACRED register,    *
      *   keyed on client, period and breach (the breached day,       *
      *   'WINDOW', or 'MONTH' for a per-month credit), and a breach  *
      *   already on the register is refused - a rerun of the job, or *
      *   a breach extract fed twice, raises nothing new. A refusal   *
      *   for a credit raised by an earlier run ends the job RC 4 so  *
      *   the duplicate is looked at.                                 *
      *                                                                *
      *   JCL           : JCL/GHSLC010.jcl                            *
      *   DD SLABRCH    : the month's GHSLA010 breach extract (input) *
      *   DD SLATERMS   : contract SLA and credit terms (input)       *
      *   DD BILEXT     : the period's GHBIL010 billing extract       *
      *                   (input)                                     *
      *   DD SLACRED    : SLA credit register VSAM KSDS (in/output)   *
      *   DD SLACARDS   : GHBIL020 adjustment cards (output)          *
      *   DD SLCRPT     : credit register report (output)             *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-BREACH-FILE ASSIGN TO SLABRCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLABRCH-STATUS.

           SELECT SLA-TERMS-FILE ASSIGN TO SLATERMS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLATERMS-STATUS.

           SELECT BIL-EXTRACT-FILE ASSIGN TO BILEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILEXT-STATUS.

           SELECT SLA-CREDIT-FILE ASSIGN TO SLACRED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-KEY
               FILE STATUS IS WS-SLACRED-STATUS.

           SELECT SLA-CARD-FILE ASSIGN TO SLACARDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLACARDS-STATUS.

           SELECT SLC-REPORT-FILE ASSIGN TO SLCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLCRPT-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-BREACH-FILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY SLABRCH.

       FD  SLA-TERMS-FILE
           RECORD CONTAINS 67 CHARACTERS.
           COPY SLATERMS.

       FD  BIL-EXTRACT-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  BIL-EXTRACT-RECORD.
           05 BX-CLIENT-ID                 PIC X(36).
           05 BX-PERIOD                    PIC X(06).
           05 BX-FULL-COUNT                PIC 9(09).
           05 BX-REDUCED-COUNT             PIC 9(09).
           05 BX-FREE-COUNT                PIC 9(09).
           05 BX-AMOUNT                    PIC 9(11)V9(02).

       FD  SLA-CREDIT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY SLACRED.

      * The GHBIL020 adjustment card (ADJCARDS layout); columns 71-78
      * are not read by GHBIL020 and carry the breach reference.
       FD  SLA-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADJ-CARD.
           05 AJ-CLIENT-ID                 PIC X(36).
           05 FILLER                       PIC X(01).
           05 AJ-PERIOD                    PIC X(06).
           05 FILLER                       PIC X(01).
           05 AJ-CATEGORY-SW               PIC X(01).
               88 AJ-CAT-AMOUNT               VALUE 'A'.
           05 FILLER                       PIC X(01).
           05 AJ-SIGN                      PIC X(01).
           05 AJ-AMOUNT                    PIC 9(11)V9(02).
           05 FILLER                       PIC X(01).
           05 AJ-REASON-CODE               PIC X(08).
           05 FILLER                       PIC X(01).
           05 AJ-BREACH-REF                PIC X(08).
           05 FILLER                       PIC X(02).

       FD  SLC-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SLC-REPORT-LINE                 PIC X(133).

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-SLABRCH-STATUS            PIC X(02) VALUE '00'.
           05 WS-SLATERMS-STATUS           PIC X(02) VALUE '00'.
           05 WS-BILEXT-STATUS             PIC X(02) VALUE '00'.
           05 WS-SLACRED-STATUS            PIC X(02) VALUE '00'.
           05 WS-SLACARDS-STATUS           PIC X(02) VALUE '00'.
           05 WS-SLCRPT-STATUS             PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-BRCH-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-BRCH-EOF                 VALUE 'Y'.
           05 WS-TERMS-EOF-SW              PIC X(01) VALUE 'N'.
               88 WS-TERMS-EOF                VALUE 'Y'.
           05 WS-EXT-EOF-SW                PIC X(01) VALUE 'N'.
               88 WS-EXT-EOF                  VALUE 'Y'.
           05 WS-CRED-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-CRED-EOF                 VALUE 'Y'.
           05 WS-BREACH-OK-SW              PIC X(01) VALUE 'Y'.
               88 WS-BREACH-OK                VALUE 'Y'.
               88 WS-BREACH-REFUSED           VALUE 'N'.

      * Reason code on every card this job cuts - finance and the
      * GHBIL020 register tell an SLA credit from a keyed one by it.
       01  WS-SLA-REASON-CODE              PIC X(08) VALUE 'SLACREDT'.

       01  WS-PERIOD                       PIC X(06) VALUE SPACES.
       01  WS-DISPOSITION                  PIC X(40).
       01  WS-BREACH-REF                   PIC X(08).
       01  WS-RAISED-DATE-X                PIC X(08).
       01  WS-CREDIT-AMOUNT                PIC S9(11)V9(02) COMP-3.
       01  WS-CREDIT-ROOM                  PIC S9(11)V9(02) COMP-3.

      * Clients whose SLATERMS row grants a credit, with its terms.
       01  WS-CREDIT-TERMS-AREA.
           05 WS-CT-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-CT-MAX                    PIC S9(4) COMP-5 VALUE 200.
           05 WS-CT-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-CT-IDX.
               10 WS-CT-CLIENT-ID          PIC X(36).
               10 WS-CT-BASIS-SW           PIC X(01).
                   88 WS-CT-BY-PERCENT        VALUE 'P'.
                   88 WS-CT-BY-FLAT           VALUE 'F'.
               10 WS-CT-PER-SW             PIC X(01).
                   88 WS-CT-PER-MONTH         VALUE 'M'.
               10 WS-CT-PCT                PIC 9(03)V9(02) COMP-3.
               10 WS-CT-AMOUNT             PIC 9(09)V9(02) COMP-3.

      * The period's billing extract, one entry per client: the
      * charge credits are priced on and capped at, the credits the
      * register already holds for the period, and this run's.
       01  WS-BILLING-TABLE.
           05 WS-BE-COUNT                  PIC S9(4) COMP-5 VALUE 0.
           05 WS-BE-MAX                    PIC S9(4) COMP-5 VALUE 200.
           05 WS-BE-ENTRY OCCURS 200 TIMES
                          INDEXED BY WS-BE-IDX.
               10 WS-BE-CLIENT-ID          PIC X(36).
               10 WS-BE-CHARGE             PIC S9(11)V9(02) COMP-3.
               10 WS-BE-CREDITED           PIC S9(11)V9(02) COMP-3.
               10 WS-BE-RUN-CREDITS        PIC 9(09) COMP-5.
               10 WS-BE-RUN-AMOUNT         PIC S9(11)V9(02) COMP-3.

       01  WS-BREACHES-READ                PIC 9(09) COMP-5 VALUE 0.
       01  WS-CREDITS-RAISED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-NO-CREDIT                    PIC 9(09) COMP-5 VALUE 0.
       01  WS-ALREADY-RAISED               PIC 9(09) COMP-5 VALUE 0.
       01  WS-TOT-CREDITS                  PIC S9(13)V9(02) COMP-3
                                            VALUE 0.

       01  WS-HEADING-1.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(52) VALUE
                  'BAQ HELLOWORLD - SLA SERVICE CREDIT REGISTER'.
           05 FILLER                PIC X(08) VALUE 'PERIOD '.
           05 H1-PERIOD             PIC X(06).
           05 FILLER                PIC X(66) VALUE SPACES.

       01  WS-HEADING-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(38) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(10) VALUE 'BREACH'.
           05 FILLER                PIC X(08) VALUE 'TERMS'.
           05 FILLER                PIC X(20) VALUE
                  '            CREDIT'.
           05 FILLER                PIC X(40) VALUE 'DISPOSITION'.
           05 FILLER                PIC X(16) VALUE SPACES.

       01  WS-REGISTER-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 RG-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-BREACH-REF         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-BASIS              PIC X(01).
           05 RG-SLASH              PIC X(01).
           05 RG-PER                PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RG-CREDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RG-DISPOSITION        PIC X(40).
           05 FILLER                PIC X(16) VALUE SPACES.

       01  WS-CLIENT-HEAD-1.
           05 FILLER                PIC X(01) VALUE '0'.
           05 FILLER                PIC X(132) VALUE
                  'CREDITS RAISED PER CLIENT'.

       01  WS-CLIENT-HEAD-2.
           05 FILLER                PIC X(01) VALUE ' '.
           05 FILLER                PIC X(38) VALUE 'CLIENT ID'.
           05 FILLER                PIC X(10) VALUE 'CREDITS'.
           05 FILLER                PIC X(20) VALUE
                  '          THIS RUN'.
           05 FILLER                PIC X(20) VALUE
                  '    PERIOD TO DATE'.
           05 FILLER                PIC X(20) VALUE
                  '     PERIOD CHARGE'.
           05 FILLER                PIC X(24) VALUE SPACES.

       01  WS-CLIENT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CR-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CR-COUNT              PIC ZZZ,ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CR-RUN-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CR-PERIOD-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CR-CHARGE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(26) VALUE SPACES.

       01  WS-COUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 CL-LABEL              PIC X(30).
           05 CL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(91) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05 FILLER                PIC X(01) VALUE ' '.
           05 AL-LABEL              PIC X(30).
           05 AL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(81) VALUE SPACES.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHSLC010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE        THRU 1000-EXIT
           PERFORM 2000-CREDIT-ONE-BREACH THRU 2000-EXIT
               UNTIL WS-BRCH-EOF
           PERFORM 5000-CLIENT-REGISTER   THRU 5000-EXIT
           PERFORM 8000-TERMINATE         THRU 8000-EXIT
           MOVE 'BREACHES READ'     TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-BREACHES-READ    TO WS-LDG-COUNT-VALUE(1)
           MOVE 'CREDITS RAISED'    TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-CREDITS-RAISED   TO WS-LDG-COUNT-VALUE(2)
           MOVE 'ALREADY RAISED'    TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-ALREADY-RAISED   TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  SLA-BREACH-FILE
           OPEN INPUT  SLA-TERMS-FILE
           OPEN INPUT  BIL-EXTRACT-FILE
           OPEN I-O    SLA-CREDIT-FILE
           OPEN OUTPUT SLA-CARD-FILE
           OPEN OUTPUT SLC-REPORT-FILE

           IF WS-SLABRCH-STATUS NOT = '00'
               DISPLAY 'GHSLC010 - UNABLE TO OPEN SLABRCH, STATUS='
                       WS-SLABRCH-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SLATERMS-STATUS NOT = '00'
               DISPLAY 'GHSLC010 - UNABLE TO OPEN SLATERMS, STATUS='
                       WS-SLATERMS-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-BILEXT-STATUS NOT = '00'
               DISPLAY 'GHSLC010 - UNABLE TO OPEN BILEXT, STATUS='
                       WS-BILEXT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SLACRED-STATUS NOT = '00'
               DISPLAY 'GHSLC010 - UNABLE TO OPEN SLACRED, STATUS='
                       WS-SLACRED-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SLACARDS-STATUS NOT = '00'
                   OR WS-SLCRPT-STATUS NOT = '00'
               DISPLAY 'GHSLC010 - UNABLE TO OPEN SLACARDS/SLCRPT, '
                       'STATUSES=' WS-SLACARDS-STATUS ' '
                       WS-SLCRPT-STATUS
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1100-LOAD-ONE-TERM THRU 1100-EXIT
               UNTIL WS-TERMS-EOF

           PERFORM 1200-LOAD-ONE-EXTRACT THRU 1200-EXIT
               UNTIL WS-EXT-EOF

           IF WS-BE-COUNT = 0
               DISPLAY 'GHSLC010 - BILLING EXTRACT IS EMPTY'
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1300-LOAD-PERIOD-CREDITS THRU 1300-EXIT

           MOVE WS-PERIOD TO H1-PERIOD
           WRITE SLC-REPORT-LINE FROM WS-HEADING-1
           WRITE SLC-REPORT-LINE FROM WS-HEADING-2

           PERFORM 2100-READ-BREACH THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1100-LOAD-ONE-TERM - the rows that grant a credit, validated
      *                      as GHSLA010 validates the SLA itself: a
      *                      credit priced on a mistyped term is worse
      *                      than a failed job, so a bad row is refused
      *---------------------------------------------------------------
       1100-LOAD-ONE-TERM.
           READ SLA-TERMS-FILE
               AT END
                   SET WS-TERMS-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ

           IF SLA-CLIENT-ID = SPACES OR SLA-CREDIT-NONE
               GO TO 1100-EXIT
           END-IF

           IF (NOT SLA-CREDIT-BY-PERCENT AND NOT SLA-CREDIT-BY-FLAT)
                   OR (NOT SLA-CREDIT-PER-BREACH
                       AND NOT SLA-CREDIT-PER-MONTH)
               DISPLAY 'GHSLC010 - BAD CREDIT TERM FOR ' SLA-CLIENT-ID
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF SLA-CREDIT-BY-PERCENT
               IF SLA-CREDIT-PCT NOT NUMERIC
                       OR SLA-CREDIT-PCT = ZEROES
                       OR SLA-CREDIT-PCT > 100
                   DISPLAY 'GHSLC010 - BAD CREDIT PERCENT FOR '
                           SLA-CLIENT-ID
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF SLA-CREDIT-AMOUNT NOT NUMERIC
                       OR SLA-CREDIT-AMOUNT = ZEROES
                   DISPLAY 'GHSLC010 - BAD CREDIT AMOUNT FOR '
                           SLA-CLIENT-ID
                   PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF WS-CT-COUNT >= WS-CT-MAX
               DISPLAY 'GHSLC010 - CREDIT TERMS OVERFLOW 200 ROWS'
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-CT-COUNT
           SET WS-CT-IDX TO WS-CT-COUNT
           MOVE SLA-CLIENT-ID       TO WS-CT-CLIENT-ID(WS-CT-IDX)
           MOVE SLA-CREDIT-BASIS-SW TO WS-CT-BASIS-SW(WS-CT-IDX)
           MOVE SLA-CREDIT-PER-SW   TO WS-CT-PER-SW(WS-CT-IDX)
           MOVE 0                   TO WS-CT-PCT(WS-CT-IDX)
           MOVE 0                   TO WS-CT-AMOUNT(WS-CT-IDX)
           IF SLA-CREDIT-BY-PERCENT
               MOVE SLA-CREDIT-PCT    TO WS-CT-PCT(WS-CT-IDX)
           ELSE
               MOVE SLA-CREDIT-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX)
           END-IF.
       1100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1200-LOAD-ONE-EXTRACT - the period's billing extract, as
      *                         GHBIL020 loads it: the first row's
      *                         period is THE period and a mixed-
      *                         period extract is refused
      *---------------------------------------------------------------
       1200-LOAD-ONE-EXTRACT.
           READ BIL-EXTRACT-FILE
               AT END
                   SET WS-EXT-EOF TO TRUE
                   GO TO 1200-EXIT
           END-READ

           IF WS-PERIOD = SPACES
               MOVE BX-PERIOD TO WS-PERIOD
           END-IF

           IF BX-PERIOD NOT = WS-PERIOD
               DISPLAY 'GHSLC010 - MIXED PERIODS ON BILEXT: '
                       BX-PERIOD ' AND ' WS-PERIOD
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-BE-COUNT >= WS-BE-MAX
               DISPLAY 'GHSLC010 - EXTRACT OVERFLOWS 200 CLIENTS'
               PERFORM 8100-CLOSE-FILES THRU 8100-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-BE-COUNT
           SET WS-BE-IDX TO WS-BE-COUNT
           MOVE BX-CLIENT-ID TO WS-BE-CLIENT-ID(WS-BE-IDX)
           MOVE BX-AMOUNT    TO WS-BE-CHARGE(WS-BE-IDX)
           MOVE 0            TO WS-BE-CREDITED(WS-BE-IDX)
           MOVE 0            TO WS-BE-RUN-CREDITS(WS-BE-IDX)
           MOVE 0            TO WS-BE-RUN-AMOUNT(WS-BE-IDX).
       1200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1300-LOAD-PERIOD-CREDITS - what the register already holds for
      *                            the period, per client, so the cap
      *                            at the period charge counts every
      *                            earlier run's credits too
      *---------------------------------------------------------------
       1300-LOAD-PERIOD-CREDITS.
           MOVE LOW-VALUES TO SCR-KEY
           START SLA-CREDIT-FILE KEY IS NOT LESS THAN SCR-KEY
               INVALID KEY
                   GO TO 1300-EXIT
           END-START

           PERFORM 1310-ADD-ONE-CREDIT THRU 1310-EXIT
               UNTIL WS-CRED-EOF.
       1300-EXIT.
           EXIT.

       1310-ADD-ONE-CREDIT.
           READ SLA-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-CRED-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ

           IF SCR-PERIOD NOT = WS-PERIOD
               GO TO 1310-EXIT
           END-IF

           SET WS-BE-IDX TO 1
           SEARCH WS-BE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BE-IDX > WS-BE-COUNT
                   CONTINUE
               WHEN WS-BE-CLIENT-ID(WS-BE-IDX) = SCR-CLIENT-ID
                   ADD SCR-CREDIT-AMOUNT TO WS-BE-CREDITED(WS-BE-IDX)
           END-SEARCH.
       1310-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-CREDIT-ONE-BREACH - price the breach's credit and raise
      *                          it, or say why not; every breach gets
      *                          a line on the register
      *---------------------------------------------------------------
       2000-CREDIT-ONE-BREACH.
           ADD 1 TO WS-BREACHES-READ
           SET WS-BREACH-OK TO TRUE
           MOVE SPACES TO WS-DISPOSITION
           MOVE SB-BREACH-REF TO WS-BREACH-REF
           MOVE 0 TO WS-CREDIT-AMOUNT
           MOVE SPACES TO RG-BASIS RG-SLASH RG-PER

           PERFORM 2200-PRICE-CREDIT THRU 2200-EXIT

           IF WS-BREACH-OK
               PERFORM 3000-RAISE-CREDIT THRU 3000-EXIT
           END-IF

           IF WS-BREACH-REFUSED
               ADD 1 TO WS-NO-CREDIT
               MOVE 0 TO WS-CREDIT-AMOUNT
           END-IF

           MOVE SB-CLIENT-ID     TO RG-CLIENT-ID
           MOVE WS-BREACH-REF    TO RG-BREACH-REF
           MOVE WS-CREDIT-AMOUNT TO RG-CREDIT
           MOVE WS-DISPOSITION   TO RG-DISPOSITION
           WRITE SLC-REPORT-LINE FROM WS-REGISTER-LINE

           PERFORM 2100-READ-BREACH THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-BREACH.
           READ SLA-BREACH-FILE
               AT END
                   SET WS-BRCH-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2200-PRICE-CREDIT - the client's credit terms and period
      *                     charge, the breach reference the register
      *                     keys the credit on, the refusal of one
      *                     already raised, and the amount - cut down
      *                     so the period's credits stay within its
      *                     charge
      *---------------------------------------------------------------
       2200-PRICE-CREDIT.
           IF SB-PERIOD NOT = WS-PERIOD
               SET WS-BREACH-REFUSED TO TRUE
               MOVE 'BREACH NOT IN THE BILLING PERIOD'
                   TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF

           SET WS-CT-IDX TO 1
           SEARCH WS-CT-ENTRY
               AT END
                   SET WS-BREACH-REFUSED TO TRUE
               WHEN WS-CT-IDX > WS-CT-COUNT
                   SET WS-BREACH-REFUSED TO TRUE
               WHEN WS-CT-CLIENT-ID(WS-CT-IDX) = SB-CLIENT-ID
                   CONTINUE
           END-SEARCH
           IF WS-BREACH-REFUSED
               MOVE 'NO CREDIT IN THE CLIENT''S SLA TERMS'
                   TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF

           MOVE WS-CT-BASIS-SW(WS-CT-IDX) TO RG-BASIS
           MOVE '/'                       TO RG-SLASH
           MOVE WS-CT-PER-SW(WS-CT-IDX)   TO RG-PER

           SET WS-BE-IDX TO 1
           SEARCH WS-BE-ENTRY
               AT END
                   SET WS-BREACH-REFUSED TO TRUE
               WHEN WS-BE-IDX > WS-BE-COUNT
                   SET WS-BREACH-REFUSED TO TRUE
               WHEN WS-BE-CLIENT-ID(WS-BE-IDX) = SB-CLIENT-ID
                   CONTINUE
           END-SEARCH
           IF WS-BREACH-REFUSED
               MOVE 'CLIENT NOT ON THE PERIOD EXTRACT'
                   TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF

      * A per-month term owes one credit however many days broke it;
      * a monthly-window breach is already one per month.
           IF WS-CT-PER-MONTH(WS-CT-IDX) AND SB-WINDOW-DAILY
               MOVE 'MONTH' TO WS-BREACH-REF
           END-IF

           MOVE SB-CLIENT-ID  TO SCR-CLIENT-ID
           MOVE WS-PERIOD     TO SCR-PERIOD
           MOVE WS-BREACH-REF TO SCR-BREACH-REF
           READ SLA-CREDIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BREACH-REFUSED TO TRUE
           END-READ
           IF WS-BREACH-REFUSED
               PERFORM 2300-ALREADY-RAISED THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF

           IF WS-CT-BY-PERCENT(WS-CT-IDX)
               COMPUTE WS-CREDIT-AMOUNT ROUNDED =
                   WS-BE-CHARGE(WS-BE-IDX) * WS-CT-PCT(WS-CT-IDX)
                   / 100
           ELSE
               MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-CREDIT-AMOUNT
           END-IF

           COMPUTE WS-CREDIT-ROOM = WS-BE-CHARGE(WS-BE-IDX)
                                  - WS-BE-CREDITED(WS-BE-IDX)
           IF WS-CREDIT-ROOM NOT > 0
               SET WS-BREACH-REFUSED TO TRUE
               MOVE 'PERIOD CHARGE ALREADY FULLY CREDITED'
                   TO WS-DISPOSITION
               GO TO 2200-EXIT
           END-IF

           IF WS-CREDIT-AMOUNT > WS-CREDIT-ROOM
               MOVE WS-CREDIT-ROOM TO WS-CREDIT-AMOUNT
               MOVE 'RAISED - CUT DOWN TO THE PERIOD CHARGE'
                   TO WS-DISPOSITION
           END-IF

           IF WS-CREDIT-AMOUNT NOT > 0
               SET WS-BREACH-REFUSED TO TRUE
               MOVE 'CREDIT PRICES AT ZERO' TO WS-DISPOSITION
           END-IF.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2300-ALREADY-RAISED - a register row raised by this same run
      *                       is the month credit an earlier breach
      *                       day has already raised; one from an
      *                       earlier run is a duplicate, refused and
      *                       counted towards RC 4
      *---------------------------------------------------------------
       2300-ALREADY-RAISED.
           IF SCR-RAISED-TS = WS-LDG-START-TS
               MOVE 'COVERED BY THE MONTH CREDIT ABOVE'
                   TO WS-DISPOSITION
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO WS-ALREADY-RAISED
           MOVE SCR-RAISED-DATE TO WS-RAISED-DATE-X
           STRING 'REFUSED - ALREADY RAISED ' DELIMITED BY SIZE
                  WS-RAISED-DATE-X            DELIMITED BY SIZE
               INTO WS-DISPOSITION.
       2300-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-RAISE-CREDIT - the register row first: it is the
      *                     refusal, so no card is cut unless the row
      *                     went on. Then the GHBIL020 card.
      *---------------------------------------------------------------
       3000-RAISE-CREDIT.
           MOVE SPACES                      TO SLA-CREDIT-RECORD
           MOVE SB-CLIENT-ID                TO SCR-CLIENT-ID
           MOVE WS-PERIOD                   TO SCR-PERIOD
           MOVE WS-BREACH-REF               TO SCR-BREACH-REF
           MOVE WS-CT-BASIS-SW(WS-CT-IDX)   TO SCR-BASIS-SW
           MOVE WS-CT-PER-SW(WS-CT-IDX)     TO SCR-PER-SW
           MOVE WS-BE-CHARGE(WS-BE-IDX)     TO SCR-PERIOD-CHARGE
           MOVE WS-CREDIT-AMOUNT            TO SCR-CREDIT-AMOUNT
           MOVE WS-LDG-START-TS             TO SCR-RAISED-TS
           MOVE WS-LDG-BUSINESS-DATE        TO SCR-RAISED-DATE
           MOVE SB-PERCENTILE               TO SCR-PERCENTILE
           MOVE SB-ACTUAL-MS                TO SCR-ACTUAL-MS
           MOVE SB-THRESHOLD-MS             TO SCR-THRESHOLD-MS

           WRITE SLA-CREDIT-RECORD
               INVALID KEY
                   SET WS-BREACH-REFUSED TO TRUE
                   DISPLAY 'GHSLC010 - SLACRED NOT WRITTEN FOR '
                           SCR-CLIENT-ID ' ' SCR-BREACH-REF
                           ' STATUS=' WS-SLACRED-STATUS
                   MOVE 'REFUSED - REGISTER ROW NOT WRITTEN'
                       TO WS-DISPOSITION
                   GO TO 3000-EXIT
           END-WRITE

           MOVE SPACES                 TO ADJ-CARD
           MOVE SB-CLIENT-ID           TO AJ-CLIENT-ID
           MOVE WS-PERIOD              TO AJ-PERIOD
           SET AJ-CAT-AMOUNT           TO TRUE
           MOVE '-'                    TO AJ-SIGN
           MOVE WS-CREDIT-AMOUNT       TO AJ-AMOUNT
           MOVE WS-SLA-REASON-CODE     TO AJ-REASON-CODE
           MOVE WS-BREACH-REF          TO AJ-BREACH-REF
           WRITE ADJ-CARD

           ADD 1 TO WS-CREDITS-RAISED
           ADD WS-CREDIT-AMOUNT TO WS-TOT-CREDITS
           ADD WS-CREDIT-AMOUNT TO WS-BE-CREDITED(WS-BE-IDX)
           ADD WS-CREDIT-AMOUNT TO WS-BE-RUN-AMOUNT(WS-BE-IDX)
           ADD 1                TO WS-BE-RUN-CREDITS(WS-BE-IDX)
           IF WS-DISPOSITION = SPACES
               MOVE 'RAISED' TO WS-DISPOSITION
           END-IF.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 5000-CLIENT-REGISTER - per client with a credit raised this
      *                        run: the run's credits, the period's
      *                        to date and the charge they stand
      *                        against
      *---------------------------------------------------------------
       5000-CLIENT-REGISTER.
           IF WS-CREDITS-RAISED = 0
               GO TO 5000-EXIT
           END-IF

           WRITE SLC-REPORT-LINE FROM WS-CLIENT-HEAD-1
           WRITE SLC-REPORT-LINE FROM WS-CLIENT-HEAD-2
           PERFORM 5100-PRINT-ONE-CLIENT THRU 5100-EXIT
               VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT.
       5000-EXIT.
           EXIT.

       5100-PRINT-ONE-CLIENT.
           IF WS-BE-RUN-CREDITS(WS-BE-IDX) = 0
               GO TO 5100-EXIT
           END-IF
           MOVE WS-BE-CLIENT-ID(WS-BE-IDX)   TO CR-CLIENT-ID
           MOVE WS-BE-RUN-CREDITS(WS-BE-IDX) TO CR-COUNT
           MOVE WS-BE-RUN-AMOUNT(WS-BE-IDX)  TO CR-RUN-AMOUNT
           MOVE WS-BE-CREDITED(WS-BE-IDX)    TO CR-PERIOD-AMOUNT
           MOVE WS-BE-CHARGE(WS-BE-IDX)      TO CR-CHARGE
           WRITE SLC-REPORT-LINE FROM WS-CLIENT-LINE.
       5100-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'BREACHES READ'            TO CL-LABEL
           MOVE WS-BREACHES-READ           TO CL-COUNT
           WRITE SLC-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CREDITS RAISED'           TO CL-LABEL
           MOVE WS-CREDITS-RAISED          TO CL-COUNT
           WRITE SLC-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'BREACHES WITHOUT A CREDIT' TO CL-LABEL
           MOVE WS-NO-CREDIT               TO CL-COUNT
           WRITE SLC-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REFUSED - ALREADY RAISED' TO CL-LABEL
           MOVE WS-ALREADY-RAISED          TO CL-COUNT
           WRITE SLC-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL CREDITED THIS RUN'  TO AL-LABEL
           MOVE WS-TOT-CREDITS             TO AL-AMOUNT
           WRITE SLC-REPORT-LINE FROM WS-AMOUNT-LINE

           PERFORM 8100-CLOSE-FILES THRU 8100-EXIT

           DISPLAY 'GHSLC010 - BREACHES READ  : ' WS-BREACHES-READ
           DISPLAY 'GHSLC010 - CREDITS RAISED : ' WS-CREDITS-RAISED
           DISPLAY 'GHSLC010 - ALREADY RAISED : ' WS-ALREADY-RAISED
           IF WS-ALREADY-RAISED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLOSE-FILES.
           CLOSE SLA-BREACH-FILE
           CLOSE SLA-TERMS-FILE
           CLOSE BIL-EXTRACT-FILE
           CLOSE SLA-CREDIT-FILE
           CLOSE SLA-CARD-FILE
           CLOSE SLC-REPORT-FILE.
       8100-EXIT.
           EXIT.

       COPY GHLDGCHK.
