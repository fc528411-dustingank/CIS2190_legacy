      *> dated summary record per run; the statHistory drift report in
      *> Program/a3/stathist.cob reads the same layout back, so the two
      *> programs can never fall out of step on the record shape.
      *> shGroup is blank on the run's grand-total record; a run
      *> whose feed carries more than one siGroup follows it with one
      *> record per group (group code in shGroup, group exceptions
      *> not tracked - zero), which statControl charts separately.
      *> Records written before the field existed read back blank.
       01 statHistoryRecord.
           02 shRunDate    pic 9(8).
           02 shCount      pic 9(9).
           02 shMin        pic S9(14)V9(4).
           02 shMax        pic S9(14)V9(4).
           02 shExceptions pic 9(7).
           02 shGroup      pic X(03).
