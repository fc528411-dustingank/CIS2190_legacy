      *> image-journal.cpy - shared layout for the dated before/
      *> after image journal (imgjrnl.<yyyymmdd>). Every program
      *> that writes, rewrites, or deletes a CUSTMAST, LOANMAST,
      *> LOANHIST, PATMAST, or PATALRG record appends one record here
      *> per change: who, when, which master, what kind of change
      *> ('A' add, 'C' change, 'D' delete), and the record image
      *> before and after.
      *> MasterBackup's nightly snapshot plus this journal is the
      *> full recovery story: JournalRecovery restores the latest
      *> backup and rolls these images forward to the point of
           02 jrRunTime  pic 9(8).
           02 jrFileName pic X(8).
           02 jrAction   pic X(1).
           02 jrBefore   pic X(250).
           02 jrAfter    pic X(250).
