      *****************************************************************
      * TZONECNV  - Host time to client local time (see TZONEWS.cpy)
      *
      * Used wherever a partner's day, rather than the host's, is what
      * counts: the daily quota (RATECHK, GHBAT010, JMT06 and the
      * quota credit screens) and the daily statements (GHSTM010).
      * Plain COBOL, no CICS or file I/O, so batch and online share it.
      *****************************************************************
       9650-TO-CLIENT-TIME-THRU-EXIT.
           MOVE TZ-HOST-DATE TO TZ-LOCAL-DATE
           MOVE TZ-HOST-TIME TO TZ-LOCAL-TIME
           IF TZ-CLIENT-OFFSET = SPACES
               GO TO 9650-EXIT
           END-IF

           MOVE TZ-CLIENT-OFFSET TO TZ-OFFSET-X
           PERFORM 9660-EDIT-OFFSET-THRU-EXIT THRU 9660-EXIT
           IF TZ-OFFSET-INVALID
               GO TO 9650-EXIT
           END-IF
           MOVE TZ-OFFSET-MINUTES TO TZ-CLIENT-MINUTES

           IF NOT TZ-HOST-OFFSET-KNOWN
               PERFORM 9670-SET-HOST-OFFSET-THRU-EXIT THRU 9670-EXIT
           END-IF
           IF TZ-CLIENT-MINUTES = TZ-HOST-MINUTES
               GO TO 9650-EXIT
           END-IF

      * Minutes into the host day, moved onto the client's clock; the
      * two offsets can be up to 28 hours apart, so the result may
      * lie a day or more either side of the host date.
           COMPUTE TZ-DAY-MINUTES = TZ-HOST-HH * 60 + TZ-HOST-MM
                                  + TZ-CLIENT-MINUTES - TZ-HOST-MINUTES
           COMPUTE TZ-DAY-INT = FUNCTION INTEGER-OF-DATE(TZ-HOST-DATE)

           PERFORM 9652-BACK-ONE-DAY THRU 9652-EXIT
               UNTIL TZ-DAY-MINUTES NOT < 0
           PERFORM 9654-AHEAD-ONE-DAY THRU 9654-EXIT
               UNTIL TZ-DAY-MINUTES < TZ-MINUTES-PER-DAY

           COMPUTE TZ-LOCAL-DATE = FUNCTION DATE-OF-INTEGER(TZ-DAY-INT)
           DIVIDE TZ-DAY-MINUTES BY 60
               GIVING TZ-LOCAL-HH REMAINDER TZ-LOCAL-MM
           MOVE TZ-HOST-SS TO TZ-LOCAL-SS.
       9650-EXIT.
           EXIT.

       9652-BACK-ONE-DAY.
           ADD TZ-MINUTES-PER-DAY TO TZ-DAY-MINUTES
           SUBTRACT 1 FROM TZ-DAY-INT.
       9652-EXIT.
           EXIT.

       9654-AHEAD-ONE-DAY.
           SUBTRACT TZ-MINUTES-PER-DAY FROM TZ-DAY-MINUTES
           ADD 1 TO TZ-DAY-INT.
       9654-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 9660 - an offset is a sign and four digits, no more than 14
      *        hours either way (the widest real zones), in whole
      *        quarter hours. Anything else is refused rather than
      *        guessed at.
      *---------------------------------------------------------------
       9660-EDIT-OFFSET-THRU-EXIT.
           SET TZ-OFFSET-INVALID TO TRUE
           MOVE 0 TO TZ-OFFSET-MINUTES
           IF TZ-OFFSET-SIGN NOT = '+' AND TZ-OFFSET-SIGN NOT = '-'
               GO TO 9660-EXIT
           END-IF
           IF TZ-OFFSET-DIGITS NOT NUMERIC
               GO TO 9660-EXIT
           END-IF
           IF TZ-OFFSET-HH > 14
                   OR (TZ-OFFSET-HH = 14 AND TZ-OFFSET-MM > 0)
               GO TO 9660-EXIT
           END-IF
           IF TZ-OFFSET-MM NOT = 0 AND TZ-OFFSET-MM NOT = 15
                   AND TZ-OFFSET-MM NOT = 30 AND TZ-OFFSET-MM NOT = 45
               GO TO 9660-EXIT
           END-IF

           COMPUTE TZ-OFFSET-MINUTES = TZ-OFFSET-HH * 60 + TZ-OFFSET-MM
           IF TZ-OFFSET-SIGN = '-'
               COMPUTE TZ-OFFSET-MINUTES = 0 - TZ-OFFSET-MINUTES
           END-IF
           SET TZ-OFFSET-VALID TO TRUE.
       9660-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 9670 - the host clock's own offset from UTC, positions 17-21
      *        of the current date. A clock that does not know its
      *        offset is taken to be on UTC.
      *---------------------------------------------------------------
       9670-SET-HOST-OFFSET-THRU-EXIT.
           MOVE FUNCTION CURRENT-DATE TO TZ-CLOCK-NOW
           MOVE TZ-CLOCK-NOW(17:5)    TO TZ-OFFSET-X
           MOVE 0 TO TZ-HOST-MINUTES
           IF TZ-OFFSET-SIGN = '+' OR TZ-OFFSET-SIGN = '-'
               IF TZ-OFFSET-DIGITS NUMERIC
                   COMPUTE TZ-HOST-MINUTES =
                       TZ-OFFSET-HH * 60 + TZ-OFFSET-MM
                   IF TZ-OFFSET-SIGN = '-'
                       COMPUTE TZ-HOST-MINUTES = 0 - TZ-HOST-MINUTES
                   END-IF
               END-IF
           END-IF
           SET TZ-HOST-OFFSET-KNOWN TO TRUE.
       9670-EXIT.
           EXIT.
