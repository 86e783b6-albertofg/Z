      *****************************************************************
      * TMPLVER   - Shared greeting template versioning procedures
      *
      * COPYd at the end of the PROCEDURE DIVISION of GHTLD010,
      * GHCLD010 and GHTRB010, with TMPLVWS in WORKING-STORAGE (see
      * there for what the including program sets up) and the
      * TMPLHIST record under an FD for TMPL-HIST-FILE.
      *
      * 9500-RECORD-VERSION-THRU-EXIT - close the live version's span
      *   and open the new version's, BEFORE the caller touches the
      *   live row, so the text being replaced is always on TMPLHIST
      *   first. A language with no history yet gets its current
      *   text kept as a 'P' (before history) version. A new image
      *   identical to the live version records nothing and comes
      *   back WS-TV-UNCHANGED - a redelivered, unchanged language is
      *   not a new version. A version replaced in the very second it
      *   went live (the same language twice in one delivery) was
      *   never really live, and is overwritten in place.
      * 9510-SCAN-VERSIONS-THRU-EXIT - one pass over the language's
      *   versions: the live one's key, and the key of the version
      *   immediately before it (what a rollback goes back to).
      *****************************************************************
      *---------------------------------------------------------------
      * 9500-RECORD-VERSION-THRU-EXIT
      *---------------------------------------------------------------
       9500-RECORD-VERSION-THRU-EXIT.
           SET WS-TV-RECORDED TO TRUE
           PERFORM 9510-SCAN-VERSIONS-THRU-EXIT THRU 9510-EXIT

           IF WS-TV-NO-LIVE
               GO TO 9505-KEEP-PRE-HISTORY
           END-IF

           MOVE WS-TV-LIVE-KEY TO TH-KEY
           READ TMPL-HIST-FILE
               INVALID KEY
                   SET WS-TV-FAILED TO TRUE
                   GO TO 9500-EXIT
           END-READ

           IF WS-TV-NEW-VERSION
                   AND TH-ROW-IMAGE = WS-TV-NEW-IMAGE
               SET WS-TV-UNCHANGED TO TRUE
               GO TO 9500-EXIT
           END-IF

           IF WS-TV-NEW-VERSION
                   AND TH-LIVE-FROM-TS = WS-TV-NOW-TS
               MOVE WS-TV-DELIVERY-ID      TO TH-DELIVERY-ID
               MOVE WS-TV-ORIGIN-SW        TO TH-ORIGIN-SW
               MOVE WS-TV-RESTORED-FROM-TS TO TH-RESTORED-FROM-TS
               MOVE WS-TV-NEW-IMAGE        TO TH-ROW-IMAGE
               REWRITE TMPL-HIST-RECORD
                   INVALID KEY
                       SET WS-TV-FAILED TO TRUE
               END-REWRITE
               GO TO 9500-EXIT
           END-IF

           MOVE WS-TV-NOW-TS      TO TH-LIVE-TO-TS
           MOVE WS-TV-ENDED-BY-SW TO TH-ENDED-BY-SW
           REWRITE TMPL-HIST-RECORD
               INVALID KEY
                   SET WS-TV-FAILED TO TRUE
                   GO TO 9500-EXIT
           END-REWRITE
           GO TO 9507-OPEN-NEW-VERSION.

       9505-KEEP-PRE-HISTORY.
           IF WS-TV-NO-OLD
               GO TO 9507-OPEN-NEW-VERSION
           END-IF

           MOVE SPACES             TO TMPL-HIST-RECORD
           MOVE WS-TV-SOURCE       TO TH-SOURCE
           MOVE WS-TV-LANG-CODE    TO TH-LANG-CODE
           MOVE ZEROS              TO TH-LIVE-FROM-TS
           MOVE WS-TV-NOW-TS       TO TH-LIVE-TO-TS
           MOVE 'PRE-HISTORY'      TO TH-DELIVERY-ID
           SET TH-FROM-BEFORE-HISTORY TO TRUE
           MOVE WS-TV-ENDED-BY-SW  TO TH-ENDED-BY-SW
           MOVE WS-TV-OLD-IMAGE    TO TH-ROW-IMAGE
           WRITE TMPL-HIST-RECORD
               INVALID KEY
                   SET WS-TV-FAILED TO TRUE
                   GO TO 9500-EXIT
           END-WRITE.

       9507-OPEN-NEW-VERSION.
           IF WS-TV-NO-NEW
               GO TO 9500-EXIT
           END-IF

           MOVE SPACES                 TO TMPL-HIST-RECORD
           MOVE WS-TV-SOURCE           TO TH-SOURCE
           MOVE WS-TV-LANG-CODE        TO TH-LANG-CODE
           MOVE WS-TV-NOW-TS           TO TH-LIVE-FROM-TS
           SET TH-STILL-LIVE           TO TRUE
           MOVE WS-TV-DELIVERY-ID      TO TH-DELIVERY-ID
           MOVE WS-TV-ORIGIN-SW        TO TH-ORIGIN-SW
           MOVE WS-TV-RESTORED-FROM-TS TO TH-RESTORED-FROM-TS
           SET TH-NOT-ENDED            TO TRUE
           MOVE WS-TV-NEW-IMAGE        TO TH-ROW-IMAGE
           WRITE TMPL-HIST-RECORD
               INVALID KEY
                   SET WS-TV-FAILED TO TRUE
           END-WRITE.
       9500-EXIT.
           EXIT.

      *---------------------------------------------------------------
      * 9510-SCAN-VERSIONS-THRU-EXIT
      *---------------------------------------------------------------
       9510-SCAN-VERSIONS-THRU-EXIT.
           SET WS-TV-NO-LIVE        TO TRUE
           SET WS-TV-NO-PREV        TO TRUE
           SET WS-TV-SCAN-NOT-DONE  TO TRUE
           MOVE SPACES              TO WS-TV-LIVE-KEY
                                       WS-TV-PREV-KEY
                                       WS-TV-LAST-KEY

           MOVE WS-TV-SOURCE        TO TH-SOURCE
           MOVE WS-TV-LANG-CODE     TO TH-LANG-CODE
           MOVE LOW-VALUES          TO TH-LIVE-FROM-TS
           START TMPL-HIST-FILE KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   GO TO 9510-EXIT
           END-START

           PERFORM 9520-NEXT-VERSION-THRU-EXIT THRU 9520-EXIT
               UNTIL WS-TV-SCAN-DONE.
       9510-EXIT.
           EXIT.

       9520-NEXT-VERSION-THRU-EXIT.
           READ TMPL-HIST-FILE NEXT RECORD
               AT END
                   SET WS-TV-SCAN-DONE TO TRUE
                   GO TO 9520-EXIT
           END-READ

           IF TH-SOURCE NOT = WS-TV-SOURCE
                   OR TH-LANG-CODE NOT = WS-TV-LANG-CODE
               SET WS-TV-SCAN-DONE TO TRUE
               GO TO 9520-EXIT
           END-IF

           IF TH-STILL-LIVE
               SET WS-TV-LIVE-FOUND TO TRUE
               MOVE TH-KEY TO WS-TV-LIVE-KEY
               IF WS-TV-LAST-KEY NOT = SPACES
                   SET WS-TV-PREV-FOUND TO TRUE
                   MOVE WS-TV-LAST-KEY TO WS-TV-PREV-KEY
               END-IF
           END-IF
           MOVE TH-KEY TO WS-TV-LAST-KEY.
       9520-EXIT.
           EXIT.
