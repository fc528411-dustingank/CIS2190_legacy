      *> usury-cap-log.cpy - shared layout for the usury-cap log
      *> (usurycap.log): one record each time a loan's rate was
      *> held to its state's ceiling instead of exceeding it - by
      *> FloatingReprice when the floating adder moved, or by
      *> LoanModification when a new rate was keyed. The rate the
      *> loan would have carried, the ceiling it is charged instead,
      *> and the nominal rate and tier adder that made up the full
      *> rate - the nominal rate on the master is left as booked,
      *> the ceiling being applied to each charge (usury-cap-io.cpy).
       01 usuryCapRecord.
           02 ulRunDate     pic 9(8).
           02 ulProgram     pic X(20).
           02 ulLoanNum     pic 9(5).
           02 ulCustId      pic 9(6).
           02 ulRegion      pic X(2).
           02 ulProduct     pic X(1).
           02 ulFullRate    pic 99V9(8).
           02 ulCeiling     pic 99V9999.
           02 ulNominal     pic 9V9(8).
           02 ulAdder       pic 9V9(8).
