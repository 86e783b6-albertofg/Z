      *****************************************************************
      * NAMEMTCH  - Whole-word name finder (see NAMEMWS.cpy)
      *
      * Used where the name is not a field of its own but is embedded
      * in built greeting text - IDEMREC stored responses and LATEGRT
      * waiting greetings - by the erasure-by-name job and its
      * verification.
      *****************************************************************
       9600-FIND-NAME-THRU-EXIT.
           SET NM-NOT-FOUND TO TRUE
           IF NM-NAME-LEN < 1 OR NM-NAME-LEN > 255
               GO TO 9600-EXIT
           END-IF

           INSPECT NM-TEXT CONVERTING NM-LOWER-CASE TO NM-UPPER-CASE
           COMPUTE NM-LAST-START = 256 - NM-NAME-LEN

           PERFORM 9610-TEST-ONE-POSITION THRU 9610-EXIT
               VARYING NM-POS FROM 1 BY 1
               UNTIL NM-POS > NM-LAST-START OR NM-FOUND.
       9600-EXIT.
           EXIT.

       9610-TEST-ONE-POSITION.
           IF NM-TEXT(NM-POS:NM-NAME-LEN) NOT = NM-NAME(1:NM-NAME-LEN)
               GO TO 9610-EXIT
           END-IF

      * A letter either side means the text only contains the name
      * inside a longer word.
           IF NM-POS > 1
               IF NM-TEXT(NM-POS - 1:1) NOT < 'A'
                       AND NM-TEXT(NM-POS - 1:1) NOT > 'Z'
                   GO TO 9610-EXIT
               END-IF
           END-IF

           COMPUTE NM-AFTER = NM-POS + NM-NAME-LEN
           IF NM-AFTER < 256
               IF NM-TEXT(NM-AFTER:1) NOT < 'A'
                       AND NM-TEXT(NM-AFTER:1) NOT > 'Z'
                   GO TO 9610-EXIT
               END-IF
           END-IF

           SET NM-FOUND TO TRUE.
       9610-EXIT.
           EXIT.
