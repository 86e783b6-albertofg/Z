      * WS-MULTI-VARIANT-SW and WS-GREET-HOUR (the hour from the
      * caller's own clock, driving the &TOD time-of-day phrase)
      * before performing 2300-BUILD-GREETING-THRU-EXIT.
      *
      * A name that passes 2200 is then screened against the NAMESCRN
      * prohibited-name list: 2250 once, then 2260 for each list
      * entry the caller reads, until WS-NAME-SCREENED or the list
      * runs out. The list I/O stays with the caller (SCRNCHK online,
      * a table loaded at start in the batch programs).
      *****************************************************************
      *---------------------------------------------------------------
      * 2200-VALIDATE-NAME-THRU-EXIT
       2210-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2250-SCREEN-PREPARE-THRU-EXIT
      *   Readies a WS-NAME that has passed 2200 for screening: upper-
      *   cased into WS-SCR-UNAME (the list is held in upper case, so
      *   matching ignores case), with its first and last non-blank
      *   positions.
      *---------------------------------------------------------------
       2250-SCREEN-PREPARE-THRU-EXIT.
           SET WS-NAME-NOT-SCREENED TO TRUE
           MOVE SPACES  TO WS-SCR-HIT-ID
           MOVE WS-NAME TO WS-SCR-UNAME
           INSPECT WS-SCR-UNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 0 TO WS-SCR-NAME-START
           MOVE 0 TO WS-SCR-NAME-END
           PERFORM 2255-FIND-NAME-SPAN-THRU-EXIT THRU 2255-EXIT
               VARYING WS-SCR-POS FROM 1 BY 1
               UNTIL WS-SCR-POS > WS-NAME-LEN.
       2250-EXIT.
           EXIT.

       2255-FIND-NAME-SPAN-THRU-EXIT.
           IF WS-SCR-UNAME(WS-SCR-POS:1) NOT = SPACE
               IF WS-SCR-NAME-START = 0
                   MOVE WS-SCR-POS TO WS-SCR-NAME-START
               END-IF
               MOVE WS-SCR-POS TO WS-SCR-NAME-END
           END-IF.
       2255-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2260-SCREEN-ONE-ENTRY-THRU-EXIT
      *   Tries one list entry - WS-SCR-ENTRY-ID, -MATCH-TYPE,
      *   -PATTERN and -PATTERN-LEN, moved in by the caller from its
      *   NAMESCRN row - against the prepared name (see NAMESCRN for
      *   the C/W/E match types and the '?' wildcard). A hit marks
      *   the name invalid with status 1017 and keeps the entry id in
      *   WS-SCR-HIT-ID for the caller's SCRNHIT row.
      *---------------------------------------------------------------
       2260-SCREEN-ONE-ENTRY-THRU-EXIT.
           SET WS-SCR-NOT-MATCHED TO TRUE
           IF WS-SCR-PATTERN-LEN <= 0 OR WS-SCR-PATTERN-LEN > 40
                   OR WS-SCR-NAME-START = 0
               GO TO 2260-EXIT
           END-IF
           COMPUTE WS-SCR-LAST-POS =
               WS-SCR-NAME-END - WS-SCR-PATTERN-LEN + 1
           IF WS-SCR-LAST-POS < WS-SCR-NAME-START
               GO TO 2260-EXIT
           END-IF

           IF WS-SCR-MATCH-TYPE = 'E'
               IF WS-SCR-LAST-POS = WS-SCR-NAME-START
                   MOVE WS-SCR-NAME-START TO WS-SCR-POS
                   PERFORM 2270-MATCH-AT-POS-THRU-EXIT THRU 2270-EXIT
               END-IF
           ELSE
               PERFORM 2265-TRY-ONE-POS-THRU-EXIT THRU 2265-EXIT
                   VARYING WS-SCR-POS FROM WS-SCR-NAME-START BY 1
                   UNTIL WS-SCR-POS > WS-SCR-LAST-POS
                   OR WS-SCR-MATCHED
           END-IF

           IF WS-SCR-MATCHED
               SET WS-NAME-SCREENED TO TRUE
               SET WS-NAME-INVALID  TO TRUE
               MOVE 1017 TO BAQ-STATUS-CODE
               MOVE WS-SCR-ENTRY-ID TO WS-SCR-HIT-ID
           END-IF.
       2260-EXIT.
           EXIT.

       2265-TRY-ONE-POS-THRU-EXIT.
           IF WS-SCR-PATTERN(1:1) NOT = '?'
                   AND WS-SCR-PATTERN(1:1)
                       NOT = WS-SCR-UNAME(WS-SCR-POS:1)
               GO TO 2265-EXIT
           END-IF
           PERFORM 2270-MATCH-AT-POS-THRU-EXIT THRU 2270-EXIT
           IF WS-SCR-NOT-MATCHED OR WS-SCR-MATCH-TYPE NOT = 'W'
               GO TO 2265-EXIT
           END-IF

      * A whole-word entry must not sit inside a longer word: the
      * characters either side, where there are any, must be
      * neither letters nor digits.
           IF WS-SCR-POS > 1
               MOVE WS-SCR-UNAME(WS-SCR-POS - 1:1) TO WS-SCR-CHAR
               IF WS-SCR-CHAR NUMERIC
                       OR (WS-SCR-CHAR ALPHABETIC-UPPER
                           AND WS-SCR-CHAR NOT = SPACE)
                   SET WS-SCR-NOT-MATCHED TO TRUE
                   GO TO 2265-EXIT
               END-IF
           END-IF
           COMPUTE WS-SCR-AFTER-POS = WS-SCR-POS + WS-SCR-PATTERN-LEN
           IF WS-SCR-AFTER-POS <= 255
               MOVE WS-SCR-UNAME(WS-SCR-AFTER-POS:1) TO WS-SCR-CHAR
               IF WS-SCR-CHAR NUMERIC
                       OR (WS-SCR-CHAR ALPHABETIC-UPPER
                           AND WS-SCR-CHAR NOT = SPACE)
                   SET WS-SCR-NOT-MATCHED TO TRUE
               END-IF
           END-IF.
       2265-EXIT.
           EXIT.

       2270-MATCH-AT-POS-THRU-EXIT.
           SET WS-SCR-MATCHED TO TRUE
           PERFORM 2275-MATCH-ONE-CHAR-THRU-EXIT THRU 2275-EXIT
               VARYING WS-SCR-PIDX FROM 1 BY 1
               UNTIL WS-SCR-PIDX > WS-SCR-PATTERN-LEN
               OR WS-SCR-NOT-MATCHED.
       2270-EXIT.
           EXIT.

       2275-MATCH-ONE-CHAR-THRU-EXIT.
           IF WS-SCR-PATTERN(WS-SCR-PIDX:1) NOT = '?'
                   AND WS-SCR-PATTERN(WS-SCR-PIDX:1) NOT =
                       WS-SCR-UNAME(WS-SCR-POS + WS-SCR-PIDX - 1:1)
               SET WS-SCR-NOT-MATCHED TO TRUE
           END-IF.
       2275-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 2300-BUILD-GREETING-THRU-EXIT
      *   Builds one greeting (WS-SINGLE-VARIANT) or two greetings,
