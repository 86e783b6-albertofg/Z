       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JMTDLT.
       AUTHOR.        BAQ APPLICATION DEVELOPMENT.
       INSTALLATION.  BAQ HELLOWORLD API.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *                                                                *
      *   JMTDLT - retry dead-letter workbench (CICS 3270 transaction *
      *            HWDL). GHRTY010 writes a DEADLTR dead letter for   *
      *            every RETRYHLD entry it abandons after its last    *
      *            retry; this screen is where an operator reviews    *
      *            them, one client at a time, and decides each one:  *
      *                                                                *
      *               HWDL <client-id>                                *
      *               HWDL <client-id> FROM <item>                    *
      *               HWDL <client-id> REQUEUE <item> [reason]        *
      *               HWDL <client-id> DISCARD <item> <reason>        *
      *               HWDL <client-id> CONTACT <item> [reason]        *
      *                                                                *
      *   The first two list the client's dead letters, oldest first, *
      *   numbered; the item number is the letter's place in that     *
      *   list, which a new dead letter never disturbs (it always     *
      *   sorts last). REQUEUE spools the original request onto       *
      *   RETRYHLD again, retry count zero, for the next GHRTY010     *
      *   redrive; DISCARD closes the letter for good and must say    *
      *   why; CONTACT marks it for the partner to be contacted - it  *
      *   can still be requeued or discarded later. A letter already  *
      *   requeued or discarded is closed and cannot be decided       *
      *   again (a requeued one that fails again comes back as a new  *
      *   dead letter).                                               *
      *                                                                *
      *   Every decision is written to the DEADAUD audit trail with   *
      *   the state before, the operator id from CICS and the reason. *
      *   GHDLA010 lists every morning the letters still undecided    *
      *   after the set number of days.                               *
      *                                                                *
      *   Plain RECEIVE/SEND rather than a BMS map, as JMTOPS and     *
      *   JMTCLM - no map member to assemble and any model terminal   *
      *   works.                                                      *
      *                                                                *
      *****************************************************************
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  BAQADEV  Original.                              *
      *   2026-10-15  BAQADEV  Loop PERFORMs of GO TO-exit paragraphs *
      *                        coded THRU their exit paragraphs.      *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CICSCOMN.
       COPY DEADLTR.
       COPY DEADAUD.
       COPY RETRYHLD.

       01  WS-TERM-INPUT                   PIC X(80).
       01  WS-TERM-LEN                     PIC S9(4) COMP-5 VALUE 80.
       01  WS-PARSE-PTR                    PIC S9(4) COMP-5.
       01  WS-PARSE-AREA.
           05 WS-TRAN-WORD                 PIC X(08).
           05 WS-DLT-CLIENT-ID             PIC X(36).
           05 WS-ACTION-WORD               PIC X(08).
           05 WS-ITEM-WORD                 PIC X(04).
       01  WS-REASON-TEXT                  PIC X(40).

       01  WS-DLT-SWITCHES.
           05 WS-REQUEST-OK-SW             PIC X(01) VALUE 'Y'.
               88 WS-REQUEST-OK               VALUE 'Y'.
               88 WS-REQUEST-NOT-OK           VALUE 'N'.
           05 WS-ACTION-SW                 PIC X(01) VALUE 'L'.
               88 WS-ACTION-LIST              VALUE 'L'.
               88 WS-ACTION-REQUEUE           VALUE 'Q'.
               88 WS-ACTION-DISCARD           VALUE 'D'.
               88 WS-ACTION-CONTACT           VALUE 'P'.
           05 WS-BROWSE-DONE-SW            PIC X(01) VALUE 'N'.
               88 WS-BROWSE-DONE              VALUE 'Y'.
           05 WS-MORE-SW                   PIC X(01) VALUE 'N'.
               88 WS-MORE-ON-FILE             VALUE 'Y'.
           05 WS-ITEM-FOUND-SW             PIC X(01) VALUE 'N'.
               88 WS-ITEM-FOUND               VALUE 'Y'.
           05 WS-ITEM-OK-SW                PIC X(01) VALUE 'Y'.
               88 WS-ITEM-OK                  VALUE 'Y'.
               88 WS-ITEM-BAD                 VALUE 'N'.
           05 WS-ITEM-ENDED-SW             PIC X(01) VALUE 'N'.
               88 WS-ITEM-ENDED               VALUE 'Y'.

       01  WS-OPERATOR-ID                  PIC X(08).
       01  WS-ERROR-TEXT                   PIC X(80).
       01  WS-OLD-STATE-SW                 PIC X(01).
       01  WS-STATE-TEXT                   PIC X(10).
       01  WS-FOUND-KEY                    PIC X(62).

      * Item numbers: WS-ITEM-NO is the one the operator keyed (the
      * first to show, on a list), WS-ITEM-SEEN counts the client's
      * letters as the browse passes them.
       01  WS-ITEM-NO                      PIC 9(03) COMP-5 VALUE 1.
       01  WS-ITEM-SEEN                    PIC 9(03) COMP-5 VALUE 0.
       01  WS-DIGIT-IDX                    PIC S9(4) COMP-5.
       01  WS-DIGIT-CHAR                   PIC X(01).
       01  WS-DIGIT-VALUE REDEFINES WS-DIGIT-CHAR
                                           PIC 9(01).

       01  WS-LIST-LINES                   PIC S9(4) COMP-5 VALUE 0.
       01  WS-LIST-MAX                     PIC S9(4) COMP-5 VALUE 17.

       01  WS-SCREEN.
           05 WS-SCREEN-LINE OCCURS 22 TIMES
                                           PIC X(80).
       01  WS-LINE-IDX                     PIC S9(4) COMP-5 VALUE 0.

       01  WS-COLUMN-LINE.
           05 FILLER                PIC X(53) VALUE
                  'ITM STATE      ABANDONED      LANG  LAST   RETRIES'.
           05 FILLER                PIC X(27) VALUE 'NAME'.

       01  WS-LIST-LINE.
           05 LL-ITEM               PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LL-STATE              PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LL-ABANDONED          PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LL-LANG               PIC X(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LL-STATUS             PIC 9(04).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 LL-RETRIES            PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 LL-NAME               PIC X(29).

       01  WS-MORE-LINE.
           05 FILLER                PIC X(22) VALUE
                  'MORE ON FILE - HWDL '.
           05 ML-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(06) VALUE ' FROM '.
           05 ML-ITEM               PIC ZZ9.
           05 FILLER                PIC X(13) VALUE SPACES.

       01  WS-RESULT-LINE.
           05 FILLER                PIC X(12) VALUE 'DEAD LETTER '.
           05 RS-ITEM               PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RS-CLIENT-ID          PIC X(36).
           05 FILLER                PIC X(28) VALUE SPACES.

       01  WS-STATE-LINE.
           05 FILLER                PIC X(08) VALUE 'STATE   '.
           05 SL-OLD-STATE          PIC X(10).
           05 FILLER                PIC X(04) VALUE ' -> '.
           05 SL-NEW-STATE          PIC X(10).
           05 FILLER                PIC X(48) VALUE SPACES.

       01  WS-DATES-LINE.
           05 FILLER                PIC X(10) VALUE 'ABANDONED '.
           05 DTL-ABANDONED         PIC X(14).
           05 FILLER                PIC X(18) VALUE
                  '  FIRST FAILED   '.
           05 DTL-FAILED            PIC X(14).
           05 FILLER                PIC X(24) VALUE SPACES.

       01  WS-REASON-LINE.
           05 FILLER                PIC X(08) VALUE 'REASON  '.
           05 RL-REASON             PIC X(40).
           05 FILLER                PIC X(05) VALUE ' BY  '.
           05 RL-OPERATOR           PIC X(08).
           05 FILLER                PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE           THRU 1000-EXIT

           IF WS-REQUEST-OK
               IF WS-ACTION-LIST
                   PERFORM 2000-LIST-LETTERS     THRU 2000-EXIT
               ELSE
                   PERFORM 3000-APPLY-DECISION   THRU 3000-EXIT
               END-IF
           END-IF

           IF WS-REQUEST-OK
               PERFORM 6000-SEND-SCREEN      THRU 6000-EXIT
           ELSE
               PERFORM 7000-SEND-ERROR       THRU 7000-EXIT
           END-IF

           EXEC CICS RETURN
           END-EXEC.

      *---------------------------------------------------------------
      * 1000-INITIALIZE - receive and parse
      *                   'HWDL <client-id> [<action> <item> [reason]]'
      *                   and capture the operator id for the audit
      *---------------------------------------------------------------
       1000-INITIALIZE.
           MOVE SPACES TO WS-TERM-INPUT
           MOVE 80 TO WS-TERM-LEN
           EXEC CICS RECEIVE
                INTO(WS-TERM-INPUT)
                LENGTH(WS-TERM-LEN)
                RESP(WS-CICS-RESP)
           END-EXEC

           MOVE SPACES TO WS-PARSE-AREA
           MOVE SPACES TO WS-REASON-TEXT
           MOVE 1 TO WS-PARSE-PTR
           UNSTRING WS-TERM-INPUT DELIMITED BY ALL SPACES
               INTO WS-TRAN-WORD
                    WS-DLT-CLIENT-ID
                    WS-ACTION-WORD
                    WS-ITEM-WORD
               WITH POINTER WS-PARSE-PTR
           END-UNSTRING

      * Whatever follows the item number is the free-text reason.
           IF WS-PARSE-PTR <= 80
               MOVE WS-TERM-INPUT(WS-PARSE-PTR:) TO WS-REASON-TEXT
           END-IF

           MOVE SPACES TO WS-OPERATOR-ID
           EXEC CICS ASSIGN
                USERID(WS-OPERATOR-ID)
           END-EXEC

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC
           MOVE WS-ABSTIME TO WS-ABSTIME-DISPLAY
           STRING WS-TODAY-DATE            DELIMITED BY SIZE
                  WS-NOW-TIME              DELIMITED BY SIZE
                  WS-ABSTIME-DISPLAY(4:12) DELIMITED BY SIZE
               INTO WS-NOW-TS

           MOVE SPACES TO WS-SCREEN
           MOVE 0 TO WS-LINE-IDX

           IF WS-DLT-CLIENT-ID = SPACES
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'USAGE: HWDL <CLIENT-ID> [FROM|REQUEUE|DISCARD|CONT
      -             'ACT <ITEM> <REASON>]'
                   TO WS-ERROR-TEXT
               GO TO 1000-EXIT
           END-IF

           EVALUATE WS-ACTION-WORD
               WHEN SPACES
                   SET WS-ACTION-LIST    TO TRUE
                   GO TO 1000-EXIT
               WHEN 'FROM    '
                   SET WS-ACTION-LIST    TO TRUE
               WHEN 'REQUEUE '
                   SET WS-ACTION-REQUEUE TO TRUE
               WHEN 'DISCARD '
                   SET WS-ACTION-DISCARD TO TRUE
               WHEN 'CONTACT '
                   SET WS-ACTION-CONTACT TO TRUE
               WHEN OTHER
                   SET WS-REQUEST-NOT-OK TO TRUE
                   MOVE 'ACTION MUST BE FROM, REQUEUE, DISCARD OR CONTAC
      -                 'T'
                       TO WS-ERROR-TEXT
                   GO TO 1000-EXIT
           END-EVALUATE

           PERFORM 1100-CHECK-ITEM-NUMBER THRU 1100-EXIT
           IF WS-ITEM-BAD
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'ITEM NUMBER MUST BE 1-999, AS LISTED BY HWDL <CLIEN
      -             'T-ID>'
                   TO WS-ERROR-TEXT
               GO TO 1000-EXIT
           END-IF

           IF WS-ACTION-DISCARD AND WS-REASON-TEXT = SPACES
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'DISCARD NEEDS A REASON AFTER THE ITEM NUMBER'
                   TO WS-ERROR-TEXT
           END-IF.
       1000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 1100-CHECK-ITEM-NUMBER - digits left-justified, trailing
      *                          spaces only, and not zero (the
      *                          JMTCLM limit-value rule)
      *---------------------------------------------------------------
       1100-CHECK-ITEM-NUMBER.
           SET WS-ITEM-OK TO TRUE
           MOVE 'N' TO WS-ITEM-ENDED-SW
           MOVE 0 TO WS-ITEM-NO

           IF WS-ITEM-WORD = SPACES
               SET WS-ITEM-BAD TO TRUE
               GO TO 1100-EXIT
           END-IF

           PERFORM 1110-CHECK-ONE-DIGIT THRU 1110-EXIT
               VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 4 OR WS-ITEM-BAD

           IF WS-ITEM-OK
                   AND (WS-ITEM-NO = 0 OR WS-ITEM-WORD(4:1) NOT = SPACE)
               SET WS-ITEM-BAD TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CHECK-ONE-DIGIT.
           MOVE WS-ITEM-WORD(WS-DIGIT-IDX:1) TO WS-DIGIT-CHAR
           IF WS-DIGIT-CHAR = SPACE
               SET WS-ITEM-ENDED TO TRUE
               GO TO 1110-EXIT
           END-IF

           IF WS-ITEM-ENDED OR WS-DIGIT-CHAR NOT NUMERIC
               SET WS-ITEM-BAD TO TRUE
               GO TO 1110-EXIT
           END-IF

           COMPUTE WS-ITEM-NO = WS-ITEM-NO * 10 + WS-DIGIT-VALUE.
       1110-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2000-LIST-LETTERS - the client's dead letters oldest first,
      *                     numbered, from item WS-ITEM-NO on; a page
      *                     holds WS-LIST-MAX of them
      *---------------------------------------------------------------
       2000-LIST-LETTERS.
           ADD 1 TO WS-LINE-IDX
           STRING 'HELLOWORLD DEAD LETTERS - ' DELIMITED BY SIZE
                  WS-DLT-CLIENT-ID             DELIMITED BY SIZE
               INTO WS-SCREEN-LINE(WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX
           MOVE WS-COLUMN-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           PERFORM 2050-START-BROWSE THRU 2050-EXIT
           PERFORM 2100-LIST-ONE-LETTER THRU 2100-EXIT
               UNTIL WS-BROWSE-DONE
           PERFORM 2080-END-BROWSE THRU 2080-EXIT

           IF WS-LIST-LINES = 0
               ADD 1 TO WS-LINE-IDX
               IF WS-ITEM-SEEN = 0
                   MOVE 'NO DEAD LETTERS ON FILE FOR THIS CLIENT'
                       TO WS-SCREEN-LINE(WS-LINE-IDX)
               ELSE
                   MOVE 'NO DEAD LETTERS FROM THAT ITEM ON'
                       TO WS-SCREEN-LINE(WS-LINE-IDX)
               END-IF
               GO TO 2000-EXIT
           END-IF

           MOVE 21 TO WS-LINE-IDX
           IF WS-MORE-ON-FILE
               MOVE WS-DLT-CLIENT-ID TO ML-CLIENT-ID
               COMPUTE ML-ITEM = WS-ITEM-NO + WS-LIST-LINES
               MOVE WS-MORE-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF
           ADD 1 TO WS-LINE-IDX
           MOVE 'DECIDE: HWDL <CLIENT-ID> REQUEUE|DISCARD|CONTACT <ITEM>
      -         ' <REASON>'
               TO WS-SCREEN-LINE(WS-LINE-IDX).
       2000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2050-START-BROWSE / 2080-END-BROWSE - generic browse of
      *                                       DEADLTR on the client id
      *---------------------------------------------------------------
       2050-START-BROWSE.
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE 0 TO WS-ITEM-SEEN
           MOVE WS-DLT-CLIENT-ID TO DL-CLIENT-ID
           MOVE LOW-VALUES       TO DL-ABANDONED-TS
           EXEC CICS STARTBR
                FILE('DEADLTR')
                RIDFLD(DL-KEY)
                KEYLENGTH(LENGTH OF DL-KEY)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       2050-EXIT.
           EXIT.

       2080-END-BROWSE.
           IF WS-CICS-RESP = DFHRESP(NORMAL)
                   OR WS-CICS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    FILE('DEADLTR')
               END-EXEC
           END-IF.
       2080-EXIT.
           EXIT.

       2100-LIST-ONE-LETTER.
           PERFORM 2150-READ-NEXT-LETTER THRU 2150-EXIT
           IF WS-BROWSE-DONE
               GO TO 2100-EXIT
           END-IF

           IF WS-ITEM-SEEN < WS-ITEM-NO
               GO TO 2100-EXIT
           END-IF

           IF WS-LIST-LINES >= WS-LIST-MAX
               SET WS-MORE-ON-FILE TO TRUE
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2100-EXIT
           END-IF

           MOVE DL-STATE-SW TO WS-OLD-STATE-SW
           PERFORM 2200-STATE-TEXT THRU 2200-EXIT
           MOVE WS-ITEM-SEEN          TO LL-ITEM
           MOVE WS-STATE-TEXT         TO LL-STATE
           MOVE DL-ABANDONED-TS(1:14) TO LL-ABANDONED
           MOVE DL-LANG               TO LL-LANG
           MOVE DL-LAST-STATUS-CODE   TO LL-STATUS
           MOVE DL-RETRY-COUNT        TO LL-RETRIES
           MOVE DL-NAME               TO LL-NAME
           ADD 1 TO WS-LIST-LINES
           ADD 1 TO WS-LINE-IDX
           MOVE WS-LIST-LINE TO WS-SCREEN-LINE(WS-LINE-IDX).
       2100-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2150-READ-NEXT-LETTER - next row of the browse, counted in
      *                         WS-ITEM-SEEN while it is still the
      *                         client's
      *---------------------------------------------------------------
       2150-READ-NEXT-LETTER.
           EXEC CICS READNEXT
                FILE('DEADLTR')
                INTO(DEAD-LETTER-RECORD)
                RIDFLD(DL-KEY)
                KEYLENGTH(LENGTH OF DL-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2150-EXIT
           END-IF

           IF DL-CLIENT-ID NOT = WS-DLT-CLIENT-ID
               SET WS-BROWSE-DONE TO TRUE
               GO TO 2150-EXIT
           END-IF

           ADD 1 TO WS-ITEM-SEEN.
       2150-EXIT.
           EXIT.

       2200-STATE-TEXT.
           EVALUATE WS-OLD-STATE-SW
               WHEN 'U'
                   MOVE 'UNDECIDED ' TO WS-STATE-TEXT
               WHEN 'Q'
                   MOVE 'REQUEUED  ' TO WS-STATE-TEXT
               WHEN 'D'
                   MOVE 'DISCARDED ' TO WS-STATE-TEXT
               WHEN 'P'
                   MOVE 'CONTACT   ' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE '?         ' TO WS-STATE-TEXT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3000-APPLY-DECISION - find the item, read it for update, and
      *                       apply the decision if the letter is
      *                       still open; a requeue spools the
      *                       request before the letter is closed
      *---------------------------------------------------------------
       3000-APPLY-DECISION.
           PERFORM 3100-FIND-ITEM THRU 3100-EXIT
           IF NOT WS-ITEM-FOUND
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'NO SUCH ITEM FOR THIS CLIENT - LIST WITH HWDL <CLIE
      -             'NT-ID>'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

           MOVE WS-FOUND-KEY TO DL-KEY
           EXEC CICS READ
                FILE('DEADLTR')
                INTO(DEAD-LETTER-RECORD)
                RIDFLD(DL-KEY)
                KEYLENGTH(LENGTH OF DL-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'DEADLTR READ FAILED - NOTHING CHANGED'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

           IF NOT DL-STILL-OPEN
               EXEC CICS UNLOCK
                    FILE('DEADLTR')
               END-EXEC
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'THAT DEAD LETTER IS ALREADY REQUEUED OR DISCARDED'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

           IF WS-ACTION-CONTACT AND DL-PARTNER-CONTACT
               EXEC CICS UNLOCK
                    FILE('DEADLTR')
               END-EXEC
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'THAT DEAD LETTER IS ALREADY MARKED FOR CONTACT'
                   TO WS-ERROR-TEXT
               GO TO 3000-EXIT
           END-IF

           MOVE DL-STATE-SW TO WS-OLD-STATE-SW

           IF WS-ACTION-REQUEUE
               PERFORM 3200-REQUEUE-REQUEST THRU 3200-EXIT
               IF WS-REQUEST-NOT-OK
                   EXEC CICS UNLOCK
                        FILE('DEADLTR')
                   END-EXEC
                   GO TO 3000-EXIT
               END-IF
           END-IF

           MOVE WS-ACTION-SW   TO DL-STATE-SW
           MOVE WS-NOW-TS      TO DL-DECIDED-TS
           MOVE WS-OPERATOR-ID TO DL-DECIDED-BY
           MOVE WS-REASON-TEXT TO DL-REASON
           EXEC CICS REWRITE
                FILE('DEADLTR')
                FROM(DEAD-LETTER-RECORD)
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-REQUEST-NOT-OK TO TRUE
               IF WS-ACTION-REQUEUE
                   MOVE 'REQUEUED BUT DEADLTR REWRITE FAILED - DO NOT RE
      -                 'QUEUE AGAIN'
                       TO WS-ERROR-TEXT
               ELSE
                   MOVE 'DEADLTR REWRITE FAILED - NOTHING CHANGED'
                       TO WS-ERROR-TEXT
               END-IF
               GO TO 3000-EXIT
           END-IF

           PERFORM 4000-WRITE-AUDIT-ROW THRU 4000-EXIT
           PERFORM 5000-BUILD-RESULT    THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3100-FIND-ITEM - browse the client's letters to the keyed
      *                  item number, keeping its key
      *---------------------------------------------------------------
       3100-FIND-ITEM.
           PERFORM 2050-START-BROWSE THRU 2050-EXIT
           PERFORM 3110-CHECK-ONE-LETTER THRU 3110-EXIT
               UNTIL WS-BROWSE-DONE
           PERFORM 2080-END-BROWSE THRU 2080-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-LETTER.
           PERFORM 2150-READ-NEXT-LETTER THRU 2150-EXIT
           IF WS-BROWSE-DONE
               GO TO 3110-EXIT
           END-IF

           IF WS-ITEM-SEEN = WS-ITEM-NO
               SET WS-ITEM-FOUND TO TRUE
               MOVE DL-KEY TO WS-FOUND-KEY
               SET WS-BROWSE-DONE TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 3200-REQUEUE-REQUEST - the original request back onto the
      *                        RETRYHLD spool as 2600-SPOOL-RETRY-
      *                        THRU-EXIT first wrote it, retry count
      *                        zero; the original failure time is
      *                        kept, so LATEGRT and the erasure rules
      *                        still see when the call was made
      *---------------------------------------------------------------
       3200-REQUEUE-REQUEST.
           MOVE DL-CLIENT-ID      TO RH-CLIENT-ID
           MOVE DL-NAME           TO RH-NAME
           MOVE DL-NAME-LEN       TO RH-NAME-LEN
           MOVE DL-LANG           TO RH-LANG
           MOVE DL-CORRELATION-ID TO RH-CORRELATION-ID
           MOVE DL-FAILED-TS      TO RH-FAILED-TS
           MOVE 0                 TO RH-RETRY-COUNT
           EXEC CICS WRITE
                FILE('RETRYHLD')
                FROM(RETRY-HOLD-RECORD)
                MASSINSERT
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'RETRYHLD WRITE FAILED - NOT REQUEUED, NOTHING CHANG
      -             'ED'
                   TO WS-ERROR-TEXT
           END-IF.
       3200-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 4000-WRITE-AUDIT-ROW - one DEADAUD row per decision, with the
      *                        operator id from CICS
      *---------------------------------------------------------------
       4000-WRITE-AUDIT-ROW.
           MOVE SPACES           TO DEAD-AUDIT-RECORD
           MOVE DL-CLIENT-ID     TO DA-CLIENT-ID
           MOVE DL-ABANDONED-TS  TO DA-ABANDONED-TS
           MOVE WS-NOW-TS        TO DA-DECIDED-TS
           MOVE WS-ACTION-SW     TO DA-ACTION-SW
           MOVE WS-OLD-STATE-SW  TO DA-OLD-STATE-SW
           MOVE WS-OPERATOR-ID   TO DA-OPERATOR-ID
           MOVE WS-REASON-TEXT   TO DA-REASON

           EXEC CICS WRITE
                FILE('DEADAUD')
                FROM(DEAD-AUDIT-RECORD)
                MASSINSERT
                RESP(WS-CICS-RESP)
           END-EXEC

           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
      * The decision is already on DEADLTR - tell the operator the
      * audit write failed rather than quietly swallowing it.
               SET WS-REQUEST-NOT-OK TO TRUE
               MOVE 'DECISION APPLIED BUT DEADAUD WRITE FAILED'
                   TO WS-ERROR-TEXT
           END-IF.
       4000-EXIT.
           EXIT.

       5000-BUILD-RESULT.
           ADD 1 TO WS-LINE-IDX
           MOVE WS-ITEM-NO       TO RS-ITEM
           MOVE WS-DLT-CLIENT-ID TO RS-CLIENT-ID
           MOVE WS-RESULT-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           PERFORM 2200-STATE-TEXT THRU 2200-EXIT
           MOVE WS-STATE-TEXT TO SL-OLD-STATE
           MOVE DL-STATE-SW TO WS-OLD-STATE-SW
           PERFORM 2200-STATE-TEXT THRU 2200-EXIT
           MOVE WS-STATE-TEXT TO SL-NEW-STATE
           MOVE WS-STATE-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           MOVE DL-ABANDONED-TS(1:14) TO DTL-ABANDONED
           MOVE DL-FAILED-TS(1:14)    TO DTL-FAILED
           MOVE WS-DATES-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           ADD 1 TO WS-LINE-IDX
           MOVE WS-REASON-TEXT TO RL-REASON
           MOVE WS-OPERATOR-ID TO RL-OPERATOR
           MOVE WS-REASON-LINE TO WS-SCREEN-LINE(WS-LINE-IDX)

           IF WS-ACTION-REQUEUE
               ADD 1 TO WS-LINE-IDX
               MOVE 'SPOOLED TO RETRYHLD - GOES OUT ON THE NEXT GHRTY010
      -             ' REDRIVE'
                   TO WS-SCREEN-LINE(WS-LINE-IDX)
           END-IF.
       5000-EXIT.
           EXIT.

       6000-SEND-SCREEN.
           EXEC CICS SEND
                FROM(WS-SCREEN)
                LENGTH(LENGTH OF WS-SCREEN)
                ERASE
           END-EXEC.
       6000-EXIT.
           EXIT.

       7000-SEND-ERROR.
           MOVE SPACES TO WS-SCREEN-LINE(1)
           MOVE WS-ERROR-TEXT TO WS-SCREEN-LINE(1)
           EXEC CICS SEND
                FROM(WS-SCREEN-LINE(1))
                LENGTH(80)
                ERASE
           END-EXEC.
       7000-EXIT.
           EXIT.
