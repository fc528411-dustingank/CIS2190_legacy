      *> purge-register.cpy - shared layout for the purge register
      *> (purgereg.dat), appended by RetentionPurge: one row for
      *> every master record it has anonymised - when, by whom,
      *> the kind of record, the key it is known by now, the date
      *> its retention period ran from and the years the policy
      *> gave it. prRecordKey is the customer number for a 'CUST'
      *> row; a patient is re-keyed to an ANONnnnnnn surrogate, and
      *> the register carries only the surrogate - the old patient
      *> id is exactly what the purge removes. prLinkCount is the
      *> customer's loans (left untouched, so the loan totals still
      *> tie), or the patient's bsahist.dat and dosehist.dat records
      *> re-keyed to the surrogate.
       01 purgeRegisterRecord.
           02 prRunDate      pic 9(8).
           02 prRunTime      pic 9(8).
           02 prOperator     pic X(8).
           02 prRecordType   pic X(4).
           02 prRecordKey    pic X(10).
           02 prLastActivity pic 9(8).
           02 prRetainYears  pic 9(2).
           02 prLinkCount    pic 9(5).
