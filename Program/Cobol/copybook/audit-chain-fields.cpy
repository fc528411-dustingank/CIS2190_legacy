      *> audit-chain-fields.cpy - working storage for the audit.log
      *> chaining paragraphs in audit-chain-io.cpy. The program
      *> declares auditFile (audit.log, status auditStatus) with copy
      *> "audit-trail" under its FD, as every program writing the
      *> audit trail already does, and performs ChainAuditRecord in
      *> its WriteAuditTrail just before "write auditRecord", and
      *> ReleaseAuditLock just after "close auditFile" - from the
      *> read for the last link to the write of the next one the
      *> log is held under audit.lck, so two programs writing at
      *> once cannot both chain from the same link.
       77 auditChainImage pic X(113).
       77 auditChainEof pic X(1).
      *> the link the next record is chained from - the last
      *> sequence number and check value on the log. chainCarrySeq
      *> and chainCarryCheck stand in when the log holds no chained
      *> record yet (zero for a brand-new chain; AuditLogRoll
      *> carries the rolled log's last link into the fresh one)
       77 chainLastSeq pic 9(9) value zeros.
       77 chainLastCheck pic 9(10) value zeros.
       77 chainCarrySeq pic 9(9) value zeros.
       77 chainCarryCheck pic 9(10) value zeros.
      *> audit.lck is a directory, not a marker file: making one is
      *> a single step that fails when it is already there, so only
      *> one writer can ever hold it. A writer that finds it held
      *> waits a second at a time; one held past auditLockMaxWaits
      *> was left by a program that ended without releasing it, and
      *> is taken over rather than the record going unwritten.
       77 auditLockName pic X(30) value "audit.lck".
       77 auditLockBusy pic X(1).
       77 auditLockStatus pic S9(9) usage is COMPUTATIONAL-5.
       77 auditLockWaits pic 9(4) usage is COMPUTATIONAL.
       77 auditLockPause pic 9(4) usage is COMPUTATIONAL value 1.
       01 auditLockMaxWaits constant as 120.
      *> ComputeAuditCheck's input - the previous check value, the
      *> record's own fields and its sequence number - and its
      *> answer in chainHash
       01 chainLinkText.
           02 clPriorCheck pic 9(10).
           02 clRecordBody pic X(94).
           02 clSequence   pic 9(9).
       77 chainPos pic S9(4) usage is COMPUTATIONAL.
       77 chainChar pic X(1).
       77 chainCode pic S9(4) usage is COMPUTATIONAL.
       77 chainHash pic 9(10) usage is COMPUTATIONAL.
       77 chainWork pic 9(18) usage is COMPUTATIONAL.
       77 chainQuot pic 9(18) usage is COMPUTATIONAL.
       01 chainModulus constant as 9999999967.
       01 chainMultiplier constant as 131.
      *> every printable character in code order - a character's
      *> place in this list is its value in the check; anything
      *> not in the list counts as one past the end
       01 chainCharSet.
           02 filler pic X(32) value
               ' !"#$%&''()*+,-./0123456789:;<=>?'.
           02 filler pic X(32) value
               '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
           02 filler pic X(31) value
               '`abcdefghijklmnopqrstuvwxyz{|}~'.
