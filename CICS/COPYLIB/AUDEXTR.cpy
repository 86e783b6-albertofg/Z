      *****************************************************************
      * AUDEXTR   - Consolidated audit-trail extract record layout
      *
      * Written by GHAUD010, the machine-readable twin of its printed
      * chronology, for legal-hold packages and any tooling that
      * wants the four audit trails (CLNTAUD, QUOTAAUD, ERASEAUD,
      * EXPTAUD) as one file. All DISPLAY fields - no COMP - so the
      * file can leave the mainframe as plain text.
      *
      * Per client, in client-id order: one 'B' row with the status
      * and daily limit the client had at the start of the requested
      * range (rebuilt from CLNTAUD), then one 'E' row per audited
      * event in the range, oldest first.
      *
      *   AT-SOURCE     AT-EVENT-CODE  AT-OLD/NEW-VALUE   AT-COUNT
      *   CLNTAUD       trans code     daily limit        -
      *   QUOTAAUD      'Q'            RATELIM call count credit
      *   ERASEAUD      'X'            -                  rows erased
      *   ERASEAUD      'H'            -                  0 (refused -
      *                                                   legal hold)
      *   EXPTAUD       'R' / 'F'      -                  rows exported
      *
      * AT-REFERENCE carries the HWQA reason code or the erasure /
      * export correlation id.
      *
      * Batch DD name       : AUDEXTR  (SELECT AUD-EXTRACT-FILE)
      *****************************************************************
       01  AUDIT-EXTRACT-RECORD.
           05 AT-RECORD-TYPE               PIC X(01).
               88 AT-BASELINE                 VALUE 'B'.
               88 AT-EVENT                    VALUE 'E'.
           05 AT-CLIENT-ID                 PIC X(36).
           05 AT-EVENT-TS                  PIC X(26).
           05 AT-SOURCE                    PIC X(08).
           05 AT-EVENT-CODE                PIC X(01).
           05 AT-EVENT-DESC                PIC X(16).
           05 AT-REQUESTED-BY              PIC X(08).
           05 AT-APPROVED-BY               PIC X(08).
           05 AT-OLD-STATUS-SW             PIC X(01).
           05 AT-NEW-STATUS-SW             PIC X(01).
           05 AT-OLD-VALUE                 PIC 9(09).
           05 AT-NEW-VALUE                 PIC 9(09).
           05 AT-COUNT                     PIC 9(09).
           05 AT-REFERENCE                 PIC X(36).
           05 FILLER                       PIC X(11).
