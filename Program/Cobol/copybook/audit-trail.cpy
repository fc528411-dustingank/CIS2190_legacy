      *> sign-on step in CalcMenu, passed to the job-step programs
      *> through the OPERATOR environment value), so every run and
      *> every customer-file change is attributable to a person.
      *> auditSequence and auditCheck - appended so old lines still
      *> read - chain each record to the one before it: the next
      *> number in the log, and a check value computed from this
      *> record and the previous record's check (ChainAuditRecord in
      *> audit-chain-io.cpy, performed just before the write), so a
      *> line removed, moved or edited breaks the chain and
      *> AuditChainVerify says where.
       01 auditRecord.
           02 auditProgram  pic X(20).
           02 auditRunDate  pic 9(8).
           02 auditRunTime  pic 9(8).
           02 auditInputs   pic X(50).
           02 auditOperator pic X(8).
           02 auditSequence pic 9(9).
           02 auditCheck    pic 9(10).
