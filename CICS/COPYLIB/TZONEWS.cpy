      *****************************************************************
      * TZONEWS   - Working storage for the TZONECNV client-time
      *             conversion
      *
      * COPY into WORKING-STORAGE of any program that also COPYs
      * TZONECNV at the end of its PROCEDURE DIVISION. Caller sets:
      *   TZ-HOST-DATE      host date, YYYYMMDD
      *   TZ-HOST-TIME      host time, HHMMSS
      *   TZ-CLIENT-OFFSET  the client's CLNT-REG-UTC-OFFSET
      * and PERFORMs 9650-TO-CLIENT-TIME-THRU-EXIT THRU 9650-EXIT;
      * on return TZ-LOCAL-DATE/TZ-LOCAL-TIME hold the same moment on
      * the client's own clock. A blank (or unusable) offset leaves
      * them equal to the host date and time - the host day every
      * client had before offsets were recorded.
      *
      * 9660-EDIT-OFFSET-THRU-EXIT proves an offset in TZ-OFFSET-X
      * well formed (TZ-OFFSET-VALID) and leaves its signed minutes
      * in TZ-OFFSET-MINUTES; GHCLM010 edits the feed with it.
      *
      * The host's own offset is taken once per task or run from the
      * clock (it follows the host's daylight-saving changes) and
      * kept in TZ-HOST-MINUTES.
      *****************************************************************
       01  TZ-CONVERT-AREA.
           05 TZ-HOST-DATE                 PIC 9(08).
           05 TZ-HOST-TIME                 PIC 9(06).
           05 TZ-HOST-TIME-PARTS REDEFINES TZ-HOST-TIME.
               10 TZ-HOST-HH               PIC 9(02).
               10 TZ-HOST-MM               PIC 9(02).
               10 TZ-HOST-SS               PIC 9(02).
           05 TZ-CLIENT-OFFSET             PIC X(05).
           05 TZ-LOCAL-DATE                PIC 9(08).
           05 TZ-LOCAL-TIME                PIC 9(06).
           05 TZ-LOCAL-TIME-PARTS REDEFINES TZ-LOCAL-TIME.
               10 TZ-LOCAL-HH              PIC 9(02).
               10 TZ-LOCAL-MM              PIC 9(02).
               10 TZ-LOCAL-SS              PIC 9(02).
      *    '+HHMM' or '-HHMM' east or west of UTC
           05 TZ-OFFSET-X                  PIC X(05).
           05 TZ-OFFSET-PARTS REDEFINES TZ-OFFSET-X.
               10 TZ-OFFSET-SIGN           PIC X(01).
               10 TZ-OFFSET-DIGITS         PIC X(04).
               10 TZ-OFFSET-HHMM REDEFINES TZ-OFFSET-DIGITS.
                   15 TZ-OFFSET-HH         PIC 9(02).
                   15 TZ-OFFSET-MM         PIC 9(02).
           05 TZ-OFFSET-SW                 PIC X(01).
               88 TZ-OFFSET-VALID             VALUE 'Y'.
               88 TZ-OFFSET-INVALID           VALUE 'N'.
           05 TZ-OFFSET-MINUTES            PIC S9(04) COMP-5.
           05 TZ-CLIENT-MINUTES            PIC S9(04) COMP-5.
           05 TZ-HOST-MINUTES              PIC S9(04) COMP-5.
           05 TZ-HOST-OFFSET-SW            PIC X(01) VALUE 'N'.
               88 TZ-HOST-OFFSET-KNOWN        VALUE 'Y'.
           05 TZ-CLOCK-NOW                 PIC X(21).
           05 TZ-DAY-MINUTES               PIC S9(05) COMP-5.
           05 TZ-DAY-INT                   PIC S9(09) COMP-5.
           05 TZ-MINUTES-PER-DAY           PIC S9(05) COMP-5
                                            VALUE 1440.
