      *****************************************************************
      * DEADAUD   - Dead-letter decision audit record layout
      *
      * One row per decision taken on a DEADLTR dead letter on HWDL
      * (JMTDLT): which dead letter, what was decided, by whom, when
      * and why, and the state it was in before - so a requeue of a
      * letter first marked for partner contact still shows both.
      * The name is not copied here; the dead letter carries it.
      *
      * CICS resource name : DEADAUD  (VSAM ESDS - append only,
      *                       written by JMTDLT)
      * Batch DD name       : DEADAUD  (SELECT DEAD-AUDIT-FILE)
      *****************************************************************
       01  DEAD-AUDIT-RECORD.
           05 DA-CLIENT-ID                 PIC X(36).
           05 DA-ABANDONED-TS              PIC X(26).
           05 DA-DECIDED-TS                PIC X(26).
           05 DA-ACTION-SW                 PIC X(01).
               88 DA-REQUEUE                  VALUE 'Q'.
               88 DA-DISCARD                  VALUE 'D'.
               88 DA-CONTACT                  VALUE 'P'.
           05 DA-OLD-STATE-SW              PIC X(01).
           05 DA-OPERATOR-ID               PIC X(08).
           05 DA-REASON                    PIC X(40).
           05 FILLER                       PIC X(12).
