      *****************************************************************
      * NAMEMWS   - Working storage for the NAMEMTCH name finder
      *
      * COPY into WORKING-STORAGE of any program that also COPYs
      * NAMEMTCH at the end of its PROCEDURE DIVISION. Caller sets:
      *   NM-NAME       the name to look for, already upper case
      *   NM-NAME-LEN   its length without trailing blanks
      *   NM-TEXT       the text to search (any case)
      * and PERFORMs 9600-FIND-NAME-THRU-EXIT THRU 9600-EXIT; on
      * return NM-FOUND is set when the name occurs in the text as a
      * whole word (not inside a longer word - "AL" is not found in
      * "HALLO"). NM-TEXT is left upper-cased.
      *****************************************************************
       01  NM-MATCH-AREA.
           05 NM-NAME                      PIC X(255).
           05 NM-NAME-LEN                  PIC S9(4) COMP-5.
           05 NM-TEXT                      PIC X(255).
           05 NM-POS                       PIC S9(4) COMP-5.
           05 NM-AFTER                     PIC S9(4) COMP-5.
           05 NM-LAST-START                PIC S9(4) COMP-5.
           05 NM-FOUND-SW                  PIC X(01).
               88 NM-FOUND                    VALUE 'Y'.
               88 NM-NOT-FOUND                VALUE 'N'.
           05 NM-LOWER-CASE                PIC X(26) VALUE
                  'abcdefghijklmnopqrstuvwxyz'.
           05 NM-UPPER-CASE                PIC X(26) VALUE
                  'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
