      * removed - the erasure itself must be auditable even though the
      * underlying greeting data is gone.
      *
      * A request refused because the client is under legal hold
      * (LEGLHOLD.cpy) is recorded too, with EA-OUTCOME-SW 'H', no
      * rows erased and the matter that held it - it is not an
      * erasure, and the readers that act on erasures skip it.
      * Rows written before the outcome went in carry a blank
      * outcome, which means erased.
      *
      * CICS resource name : ERASEAUD  (VSAM ESDS - append only)
      *****************************************************************
       01  ERASE-AUDIT-RECORD.
           05 EA-ROWS-ERASED               PIC 9(09) COMP-5.
           05 EA-REQUESTED-BY              PIC X(08).
           05 EA-CORRELATION-ID            PIC X(36).
           05 EA-OUTCOME-SW                PIC X(01).
               88 EA-ERASED                   VALUE 'E' ' '.
               88 EA-REFUSED-HOLD             VALUE 'H'.
           05 EA-HOLD-MATTER               PIC X(16).
