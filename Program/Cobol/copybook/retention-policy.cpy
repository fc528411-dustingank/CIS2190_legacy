      *> retention-policy.cpy - shared layout for the record-
      *> retention policy table (retention.tab): one row per kind
      *> of record, with the years it is kept once it has gone
      *> quiet. rtRecordType 'CUST' is a customer, counted from the
      *> day the last of the customer's loans closed or was charged
      *> off; 'PAT' is a patient, counted from the patient's last
      *> BSA reading on bsahist.dat. A kind with no row is never
      *> purged. Read by RetentionPurge, which anonymises what has
      *> outlived its years and certifies what it did on the purge
      *> register (see purge-register.cpy). 'LOAN' is a loan,
      *> counted from the day it closed or was charged off; it is
      *> not purged but moved off LOANMAST to the LOANHIST history
      *> master by LoanArchive (see loan-history.cpy).
       01 retentionPolicyRecord.
           02 rtRecordType pic X(4).
           02 rtYears      pic 9(2).
           02 filler       pic X(24).
