      *   answers, when the original call failed) for the JMT07       *
      *   online pickup operation to hand back. Requests spooled      *
      *   without a correlation id cannot be delivered late and are   *
      *   counted on SYSOUT instead. Each LATEGRT row also appends    *
      *   an 'L' row to the PTNRNTF partner notification file, so the *
      *   partner learns there is a greeting waiting to collect.      *
      *                                                                *
      *   The holding file spools sandbox-class failures exactly like *
      *   production ones, so each entry's client id is classified    *
      *   rows, and a test partner collecting its late responses is   *
      *   part of what the sandbox is for.                            *
      *                                                                *
      *   A redriven name is screened against the NAMESCRN            *
      *   prohibited-name list (loaded at the start of the run) just  *
      *   as the online door would have screened it. A match is not   *
      *   a transient failure - it is logged to history with 1017     *
      *   and to SCRNHIT, and dropped rather than carried forward.    *
      *                                                                *
      *   An entry abandoned after WS-MAX-RETRIES is not just logged  *
      *   3001 and forgotten: it is also written to the DEADLTR       *
      *   dead-letter file, with the request as spooled and the      *
      *   status its last redrive failed with, for an operator to     *
      *   requeue, discard or refer to the partner on HWDL (JMTDLT).  *
      *                                                                *
      *   JCL           : JCL/GHRTY010.jcl                            *
      *   DD RETRYHLD   : ZCEE retry holding file (input)              *
      *   DD RETRYNEW   : carried-forward holding file (output)        *
      *   DD CLNTREG    : client registry VSAM KSDS (input)           *
      *   DD GRTCAMP    : seasonal campaign override KSDS (input)      *
      *   DD CLNTTMP    : client-branded template KSDS (input)         *
      *   DD GREETTMP   : greeting template VSAM KSDS (input)          *
      *   DD GHISTORY   : greeting-history VSAM KSDS (output, append) *
      *   DD GHISTTST   : sandbox test history VSAM KSDS (output)     *
      *   DD LATEGRT    : late-greeting delivery VSAM KSDS (output)   *
      *   DD PTNRNTF    : partner notification file (output, append)  *
      *   DD NAMESCRN   : prohibited-name screening list KSDS (input) *
      *   DD SCRNHIT    : name-screening hit log ESDS (extend)        *
      *   DD DEADLTR    : retry dead-letter VSAM KSDS (output)        *
      *   DD GHLEDGER   : batch run ledger VSAM KSDS (in/output)      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-09-02  BAQADEV  Seasonal campaign overrides: an in-  *
      *                        window GRTCAMP row replaces the      *
      *                        templates after the GREETTMP read.   *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 127 bytes          *
      *                        (contract term dates).                 *
      *   2026-10-15  BAQADEV  Each late greeting parked on LATEGRT   *
      *                        also appends a partner notification    *
      *                        row to PTNRNTF (GHNTF010 sends it).    *
      *   2026-10-15  BAQADEV  Run recorded on the GHLEDGER batch run *
      *                        ledger.                                *
      *   2026-10-15  BAQADEV  Redriven names screened against the    *
      *                        NAMESCRN prohibited-name list; a match *
      *                        is logged to history with 1017 and to  *
      *                        SCRNHIT, and dropped rather than       *
      *                        carried forward.                       *
      *   2026-10-15  BAQADEV  Entries abandoned after WS-MAX-RETRIES *
      *                        are written to the DEADLTR dead-letter *
      *                        file for review on HWDL (JMTDLT).      *
      *   2026-10-15  BAQADEV  Client-branded CLNTTMP template ahead  *
      *                        of campaign/base                       *
      *   2026-10-15  BAQADEV  CLNTREG row grew to 135 bytes (partner *
      *                        UTC offset).                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS GCMP-LANG-CODE
               FILE STATUS IS WS-GRTCAMP-STATUS.

           SELECT CLIENT-TMPL-FILE ASSIGN TO CLNTTMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTMP-KEY
               FILE STATUS IS WS-CLNTTMP-STATUS.

           SELECT GH-HISTORY-FILE ASSIGN TO GHISTORY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LATEGRT-STATUS.

           SELECT PTNR-NOTIFY-FILE ASSIGN TO PTNRNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTNRNTF-STATUS.

           SELECT NAME-SCREEN-FILE ASSIGN TO NAMESCRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NS-ENTRY-ID
               FILE STATUS IS WS-NAMESCRN-STATUS.

           SELECT SCRN-HIT-FILE ASSIGN TO SCRNHIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRNHIT-STATUS.

           SELECT DEAD-LETTER-FILE ASSIGN TO DEADLTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-DEADLTR-STATUS.

           SELECT BATCH-LEDGER-FILE ASSIGN TO GHLEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-GHLEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GH-RETRY-OLD-FILE
           RECORD CONTAINS 181 CHARACTERS.
           COPY GRTCAMP.

       FD  CLIENT-TMPL-FILE
           RECORD CONTAINS 250 CHARACTERS.
           COPY CLNTTMP.

       FD  CLNT-REG-FILE
           RECORD CONTAINS 135 CHARACTERS.
           COPY CLNTREG.

       FD  GH-HISTORY-FILE
           RECORD CONTAINS 389 CHARACTERS.
           COPY LATEGRT.

       FD  PTNR-NOTIFY-FILE
           RECORD CONTAINS 147 CHARACTERS.
           COPY PTNRNTF.

       FD  NAME-SCREEN-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY NAMESCRN.

       FD  SCRN-HIT-FILE
           RECORD CONTAINS 130 CHARACTERS.
           COPY SCRNHIT.

       FD  DEAD-LETTER-FILE
           RECORD CONTAINS 500 CHARACTERS.
           COPY DEADLTR.

       FD  BATCH-LEDGER-FILE
           RECORD CONTAINS 159 CHARACTERS.
           COPY GHLEDGER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05 WS-RETRYHLD-STATUS           PIC X(02) VALUE '00'.
           05 WS-RETRYNEW-STATUS           PIC X(02) VALUE '00'.
           05 WS-GREETTMP-STATUS           PIC X(02) VALUE '00'.
           05 WS-GRTCAMP-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTTMP-STATUS            PIC X(02) VALUE '00'.
           05 WS-CLNTREG-STATUS            PIC X(02) VALUE '00'.
           05 WS-GHISTORY-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTTST-STATUS           PIC X(02) VALUE '00'.
           05 WS-GHISTJRN-STATUS           PIC X(02) VALUE '00'.
           05 WS-LATEGRT-STATUS            PIC X(02) VALUE '00'.
           05 WS-PTNRNTF-STATUS            PIC X(02) VALUE '00'.
           05 WS-NAMESCRN-STATUS           PIC X(02) VALUE '00'.
           05 WS-SCRNHIT-STATUS            PIC X(02) VALUE '00'.
           05 WS-DEADLTR-STATUS            PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           05 WS-ROW-CLASS-SW              PIC X(01) VALUE 'P'.
               88 WS-ROW-SANDBOX              VALUE 'S'.
               88 WS-ROW-PRODUCTION           VALUE 'P'.
           05 WS-SCRT-EOF-SW               PIC X(01) VALUE 'N'.
               88 WS-SCRT-EOF                 VALUE 'Y'.

       01  WS-MAX-RETRIES                  PIC 9(05) COMP-5 VALUE 5.
       01  WS-CURRENT-DATE                 PIC 9(08).
       01  WS-RECORDS-ABANDONED            PIC 9(09) COMP-5 VALUE 0.
       01  WS-LATE-GREETS-WRITTEN          PIC 9(09) COMP-5 VALUE 0.
       01  WS-NO-CORRELATION-ID            PIC 9(09) COMP-5 VALUE 0.
       01  WS-RECORDS-SCREENED             PIC 9(09) COMP-5 VALUE 0.
       01  WS-DEAD-LETTERS-WRITTEN         PIC 9(09) COMP-5 VALUE 0.
       01  WS-LAST-STATUS-CODE             PIC 9(04).

      * The NAMESCRN screening list, loaded once at the start of the
      * run (1900) and tried against every valid name (2500).
       01  WS-SCREEN-TABLE.
           05 WS-SCRT-COUNT                PIC S9(4) COMP-5 VALUE 0.
           05 WS-SCRT-MAX                  PIC S9(4) COMP-5 VALUE 500.
           05 WS-SCRT-ENTRY OCCURS 500 TIMES.
               10 WS-SCRT-ENTRY-ID         PIC X(08).
               10 WS-SCRT-MATCH-TYPE       PIC X(01).
               10 WS-SCRT-PATTERN          PIC X(40).
               10 WS-SCRT-PATTERN-LEN      PIC S9(4) COMP-5.
       01  WS-SCRT-SUB                     PIC S9(4) COMP-5.

       COPY BAQRINFO.
       COPY GREETWS.

       COPY GHLDGWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE 'GHRTY010' TO WS-LDG-JOB-NAME
           PERFORM 9700-LEDGER-START-THRU-EXIT THRU 9700-EXIT
           IF WS-LDG-REFUSED
               MOVE WS-LDG-REFUSE-RC TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ENTRY THRU 2000-EXIT
               UNTIL WS-EOF
           PERFORM 8000-TERMINATE       THRU 8000-EXIT
           MOVE 'ENTRIES READ'      TO WS-LDG-COUNT-LABEL(1)
           MOVE WS-RECORDS-READ     TO WS-LDG-COUNT-VALUE(1)
           MOVE 'REDRIVEN'          TO WS-LDG-COUNT-LABEL(2)
           MOVE WS-RECORDS-REDRIVEN TO WS-LDG-COUNT-VALUE(2)
           MOVE 'CARRIED FORWARD'   TO WS-LDG-COUNT-LABEL(3)
           MOVE WS-RECORDS-CARRIED-FORWARD TO WS-LDG-COUNT-VALUE(3)
           PERFORM 9800-LEDGER-END-THRU-EXIT THRU 9800-EXIT
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT  CLNT-REG-FILE
           OPEN INPUT  GH-TEMPLATE-FILE
           OPEN INPUT  GH-CAMPAIGN-FILE
           OPEN INPUT  CLIENT-TMPL-FILE
           OPEN I-O    GH-HISTORY-FILE
           OPEN I-O    GH-HIST-TEST-FILE
           OPEN I-O    GH-LATE-GREET-FILE
           OPEN EXTEND GH-HIST-JRNL-FILE
           OPEN EXTEND PTNR-NOTIFY-FILE
           OPEN INPUT  NAME-SCREEN-FILE
           OPEN EXTEND SCRN-HIT-FILE
           OPEN I-O    DEAD-LETTER-FILE

           IF WS-DEADLTR-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - UNABLE TO OPEN DEADLTR, STATUS='
                       WS-DEADLTR-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NAMESCRN-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - UNABLE TO OPEN NAMESCRN, STATUS='
                       WS-NAMESCRN-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-SCRNHIT-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - UNABLE TO OPEN SCRNHIT, STATUS='
                       WS-SCRNHIT-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GHISTJRN-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - UNABLE TO OPEN GHISTJRN, STATUS='
               GOBACK
           END-IF

           IF WS-CLNTTMP-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - UNABLE TO OPEN CLNTTMP, STATUS='
                       WS-CLNTTMP-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-GHISTORY-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - UNABLE TO OPEN GHISTORY, STATUS='
                       WS-GHISTORY-STATUS
               GOBACK
           END-IF

           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - UNABLE TO OPEN PTNRNTF, STATUS='
                       WS-PTNRNTF-STATUS
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SET WS-SINGLE-VARIANT TO TRUE
           MOVE WS-CURRENT-TIME(1:2) TO WS-GREET-HOUR
           PERFORM 1900-LOAD-SCREEN-LIST THRU 1900-EXIT
           PERFORM 2100-READ-OLD-RETRY THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1900-LOAD-SCREEN-LIST - the whole NAMESCRN list into storage
      *                         (GHBAT010 does the same); a list too
      *                         big for the table stops the run RC 16
      *                         rather than screen with half of it
      *---------------------------------------------------------------
       1900-LOAD-SCREEN-LIST.
           PERFORM 1910-LOAD-ONE-ENTRY THRU 1910-EXIT
               UNTIL WS-SCRT-EOF.
       1900-EXIT.
           EXIT.

       1910-LOAD-ONE-ENTRY.
           READ NAME-SCREEN-FILE NEXT RECORD
               AT END
                   SET WS-SCRT-EOF TO TRUE
                   GO TO 1910-EXIT
           END-READ

           IF WS-SCRT-COUNT >= WS-SCRT-MAX
               DISPLAY 'GHRTY010 - NAMESCRN HAS MORE THAN '
                       WS-SCRT-MAX ' ENTRIES - RAISE WS-SCRT-MAX'
               PERFORM 8000-TERMINATE THRU 8000-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-SCRT-COUNT
           MOVE NS-ENTRY-ID    TO WS-SCRT-ENTRY-ID(WS-SCRT-COUNT)
           MOVE NS-MATCH-TYPE  TO WS-SCRT-MATCH-TYPE(WS-SCRT-COUNT)
           MOVE NS-PATTERN     TO WS-SCRT-PATTERN(WS-SCRT-COUNT)
           MOVE NS-PATTERN-LEN TO WS-SCRT-PATTERN-LEN(WS-SCRT-COUNT).
       1910-EXIT.
           EXIT.

       2000-PROCESS-ONE-ENTRY.
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2900-CLASSIFY-CLIENT THRU 2900-EXIT
           MOVE RH-NAME TO WS-NAME
           MOVE RH-NAME-LEN TO WS-NAME-LEN
           PERFORM 2200-VALIDATE-NAME-THRU-EXIT THRU 2200-EXIT
           SET WS-NAME-NOT-SCREENED TO TRUE
           IF WS-NAME-VALID
               PERFORM 2500-SCREEN-NAME THRU 2500-EXIT
           END-IF

      * A screened name will be refused however often it is retried
      * - it is answered 1017 now, and not carried forward.
           IF WS-NAME-SCREENED
               SET BAQ-ERROR-IN-API TO TRUE
               MOVE SPACES TO WS-LANG-CODE
               ADD 1 TO WS-RECORDS-SCREENED
               PERFORM 2700-LOG-HISTORY THRU 2700-EXIT
               PERFORM 2550-LOG-SCREEN-HIT THRU 2550-EXIT
               PERFORM 2100-READ-OLD-RETRY THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF

           IF WS-NAME-VALID
               PERFORM 2400-LOAD-TEMPLATE THRU 2400-EXIT
               PERFORM 2800-WRITE-LATE-GREETING THRU 2800-EXIT
           ELSE
               IF RH-RETRY-COUNT >= WS-MAX-RETRIES
                   MOVE BAQ-STATUS-CODE TO WS-LAST-STATUS-CODE
                   SET BAQ-ERROR-IN-STUB TO TRUE
                   MOVE 3001 TO BAQ-STATUS-CODE
                   ADD 1 TO WS-RECORDS-ABANDONED
                   PERFORM 2700-LOG-HISTORY THRU 2700-EXIT
                   PERFORM 2950-WRITE-DEAD-LETTER THRU 2950-EXIT
               ELSE
                   ADD 1 TO RH-RETRY-COUNT
                   ADD 1 TO WS-RECORDS-CARRIED-FORWARD

       2400-LOAD-TEMPLATE.
           MOVE SPACES TO WS-LANG-CODE
           MOVE SPACE  TO WS-TMPL-SOURCE-SW
           IF RH-LANG NOT = SPACES
               MOVE RH-LANG TO WS-LANG-CODE
           ELSE
                   END-READ
           END-READ

      * The client's own wording first, then an in-window campaign,
      * then the base row as read - the online order.
           IF BAQ-SUCCESS
               SET WS-TMPL-FROM-BASE TO TRUE
               PERFORM 2440-APPLY-CLIENT-TMPL THRU 2440-EXIT
               IF NOT WS-TMPL-FROM-CLIENT
                   PERFORM 2450-APPLY-CAMPAIGN THRU 2450-EXIT
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2440-APPLY-CLIENT-TMPL - the batch twin of the online CTMPGET
      *                          lookup: the client's own CLNTTMP row
      *                          for the loaded language replaces the
      *                          two templates and outranks any
      *                          campaign; the time-of-day phrases
      *                          stay the base row's
      *---------------------------------------------------------------
       2440-APPLY-CLIENT-TMPL.
           MOVE RH-CLIENT-ID       TO CTMP-CLIENT-ID
           MOVE GRTM-LANG-CODE     TO CTMP-LANG-CODE
           READ CLIENT-TMPL-FILE
               INVALID KEY
                   GO TO 2440-EXIT
           END-READ

           MOVE CTMP-FORMAL-TEMPLATE   TO GRTM-FORMAL-TEMPLATE
           MOVE CTMP-INFORMAL-TEMPLATE TO GRTM-INFORMAL-TEMPLATE
           SET WS-TMPL-FROM-CLIENT TO TRUE.
       2440-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2450-APPLY-CAMPAIGN - the batch twin of the online CAMPGET
      *                       lookup: an in-window GRTCAMP row for
                   AND WS-CURRENT-DATE <= GCMP-TO-DATE
               MOVE GCMP-FORMAL-TEMPLATE   TO GRTM-FORMAL-TEMPLATE
               MOVE GCMP-INFORMAL-TEMPLATE TO GRTM-INFORMAL-TEMPLATE
               SET WS-TMPL-FROM-CAMPAIGN   TO TRUE
           END-IF.
       2450-EXIT.
           EXIT.
           MOVE WS-NAME-LEN         TO GH-HIST-NAME-LEN
           MOVE WS-LANG-CODE        TO GH-HIST-LANG
           MOVE RH-LANG             TO GH-HIST-REQ-LANG
           IF BAQ-SUCCESS
               MOVE WS-TMPL-SOURCE-SW TO GH-HIST-TMPL-SOURCE
           ELSE
               MOVE SPACE             TO GH-HIST-TMPL-SOURCE
           END-IF
           MOVE RH-CORRELATION-ID   TO GH-HIST-CORRELATION-ID
           MOVE 'HelloWorldRetry'   TO GH-HIST-API-NAME
           SET GH-HIST-NOT-ERASED   TO TRUE
       2700-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2500-SCREEN-NAME - batch analog of 2050-SCREEN-NAME-THRU-EXIT
      *                    (SCRNCHK): the valid name against every
      *                    entry of the in-storage list until one
      *                    catches it (1017, via GREETLOG's 2260)
      *---------------------------------------------------------------
       2500-SCREEN-NAME.
           PERFORM 2250-SCREEN-PREPARE-THRU-EXIT THRU 2250-EXIT
           PERFORM 2510-TRY-ONE-SCREEN-ENTRY THRU 2510-EXIT
               VARYING WS-SCRT-SUB FROM 1 BY 1
               UNTIL WS-SCRT-SUB > WS-SCRT-COUNT
                  OR WS-NAME-SCREENED.
       2500-EXIT.
           EXIT.

       2510-TRY-ONE-SCREEN-ENTRY.
           MOVE WS-SCRT-ENTRY-ID(WS-SCRT-SUB)    TO WS-SCR-ENTRY-ID
           MOVE WS-SCRT-MATCH-TYPE(WS-SCRT-SUB)  TO WS-SCR-MATCH-TYPE
           MOVE WS-SCRT-PATTERN(WS-SCRT-SUB)     TO WS-SCR-PATTERN
           MOVE WS-SCRT-PATTERN-LEN(WS-SCRT-SUB) TO WS-SCR-PATTERN-LEN
           PERFORM 2260-SCREEN-ONE-ENTRY-THRU-EXIT THRU 2260-EXIT.
       2510-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2550-LOG-SCREEN-HIT - the SCRNHIT row for a screened name,
      *                       stamped with its history row's key. A
      *                       write failure is reported but does not
      *                       stop the redrive.
      *---------------------------------------------------------------
       2550-LOG-SCREEN-HIT.
           MOVE SPACES              TO SCRN-HIT-RECORD
           MOVE RH-CLIENT-ID        TO SH-CLIENT-ID
           MOVE GH-HIST-TIMESTAMP   TO SH-HIT-TS
           MOVE WS-SCR-HIT-ID       TO SH-ENTRY-ID
           SET SH-DOOR-RETRY        TO TRUE
           MOVE WS-ROW-CLASS-SW     TO SH-CLIENT-CLASS
           MOVE 'HelloWorldRetry'   TO SH-API-NAME
           MOVE RH-CORRELATION-ID   TO SH-CORRELATION-ID
           WRITE SCRN-HIT-RECORD
           IF WS-SCRNHIT-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - SCRNHIT WRITE FAILED, STATUS='
                       WS-SCRNHIT-STATUS
           END-IF.
       2550-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2750-JOURNAL-HISTORY-ROW - append the after-image to the
      *                            GHISTJRN forward-recovery journal
       2900-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2950-WRITE-DEAD-LETTER - the abandoned entry onto DEADLTR,
      *                          keyed by its 3001 history row, for
      *                          an operator decision on HWDL. A
      *                          write failure is reported but does
      *                          not stop the redrive - the history
      *                          row still records the abandonment.
      *---------------------------------------------------------------
       2950-WRITE-DEAD-LETTER.
           MOVE SPACES              TO DEAD-LETTER-RECORD
           MOVE RH-CLIENT-ID        TO DL-CLIENT-ID
           MOVE GH-HIST-TIMESTAMP   TO DL-ABANDONED-TS
           MOVE RH-NAME             TO DL-NAME
           MOVE RH-NAME-LEN         TO DL-NAME-LEN
           MOVE RH-LANG             TO DL-LANG
           MOVE RH-CORRELATION-ID   TO DL-CORRELATION-ID
           MOVE RH-FAILED-TS        TO DL-FAILED-TS
           MOVE RH-RETRY-COUNT      TO DL-RETRY-COUNT
           MOVE WS-LAST-STATUS-CODE TO DL-LAST-STATUS-CODE
           MOVE WS-ROW-CLASS-SW     TO DL-CLIENT-CLASS
           SET DL-UNDECIDED         TO TRUE

           WRITE DEAD-LETTER-RECORD
               INVALID KEY
                   DISPLAY 'GHRTY010 - DEADLTR WRITE FAILED FOR '
                           DL-CLIENT-ID ' STATUS=' WS-DEADLTR-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-DEAD-LETTERS-WRITTEN
           END-WRITE.
       2950-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2800-WRITE-LATE-GREETING - make the rebuilt greeting
      *                            collectable: one LATEGRT row per
                                   'FOR ' LG-CORRELATION-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-LATE-GREETS-WRITTEN
                           PERFORM 2850-WRITE-NOTIFICATION
                               THRU 2850-EXIT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LATE-GREETS-WRITTEN
                   PERFORM 2850-WRITE-NOTIFICATION THRU 2850-EXIT
           END-WRITE.
       2800-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2850-WRITE-NOTIFICATION - tell the partner a late greeting is
      *                           parked for JMT07 pickup, with the
      *                           correlation id to present
      *---------------------------------------------------------------
       2850-WRITE-NOTIFICATION.
           MOVE SPACES             TO PTNR-NOTIFY-RECORD
           MOVE LG-CLIENT-ID       TO PN-CLIENT-ID
           MOVE LG-REDRIVEN-TS     TO PN-EVENT-TS
           SET PN-LATE-GREETING    TO TRUE
           MOVE 'GHRTY010'         TO PN-SOURCE
           MOVE 0                  TO PN-COUNT
           MOVE 0                  TO PN-LIMIT
           MOVE LG-CORRELATION-ID  TO PN-REFERENCE
           MOVE 'READY FOR PICKUP' TO PN-REASON
           WRITE PTNR-NOTIFY-RECORD
           IF WS-PTNRNTF-STATUS NOT = '00'
               DISPLAY 'GHRTY010 - PTNRNTF WRITE FAILED FOR '
                       LG-CORRELATION-ID
           END-IF.
       2850-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE GH-RETRY-OLD-FILE
           CLOSE GH-RETRY-NEW-FILE
           CLOSE CLNT-REG-FILE
           CLOSE GH-TEMPLATE-FILE
           CLOSE GH-CAMPAIGN-FILE
           CLOSE CLIENT-TMPL-FILE
           CLOSE GH-HISTORY-FILE
           CLOSE GH-HIST-TEST-FILE
           CLOSE GH-HIST-JRNL-FILE
           CLOSE GH-LATE-GREET-FILE
           CLOSE PTNR-NOTIFY-FILE
           CLOSE NAME-SCREEN-FILE
           CLOSE SCRN-HIT-FILE
           CLOSE DEAD-LETTER-FILE

           DISPLAY 'GHRTY010 - ENTRIES READ       : ' WS-RECORDS-READ
           DISPLAY 'GHRTY010 - REDRIVEN OK         : '
                   WS-LATE-GREETS-WRITTEN
           DISPLAY 'GHRTY010 - NO CORRELATION ID     : '
                   WS-NO-CORRELATION-ID
           DISPLAY 'GHRTY010 - NAMES SCREENED (1017) : '
                   WS-RECORDS-SCREENED
           DISPLAY 'GHRTY010 - DEAD LETTERS WRITTEN  : '
                   WS-DEAD-LETTERS-WRITTEN
           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       COPY GREETLOG.

       COPY GHLDGCHK.
