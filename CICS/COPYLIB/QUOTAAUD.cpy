      * instead of the registry. The hand IDCAMS edits this trail
      * replaces left no answer at all.
      *
      * A credit over the four-eyes threshold is written only when a
      * second operator approves it on HWAP (JMTAPR): the first
      * operator in QA-REQUESTED-BY, the approver in QA-APPROVED-BY
      * (blank when no approval was needed).
      *
      * CICS resource name : QUOTAAUD  (VSAM ESDS - append only)
      *****************************************************************
       01  QUOTA-AUDIT-RECORD.
           05 QA-NEW-CALL-COUNT            PIC 9(09) COMP-5.
           05 QA-REASON-CODE               PIC X(08).
           05 QA-REQUESTED-BY              PIC X(08).
           05 QA-APPROVED-BY               PIC X(08).
