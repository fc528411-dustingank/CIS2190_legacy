      *> the file from the loan master's aging each run and prints
      *> the broken-promise worklist from it - the notebook the
      *> collections desk used to re-key the aging report into.
      *> cqBucket is 1, 2 or 3 for the 30, 60 and 90+ day buckets,
      *> and 0 for the pre-delinquent watch tier - a loan still
      *> current but on EarlyWatchList's watch list (watch-list.cpy),
      *> queued so the desk can call before it is a payment behind.
       01 collectQueueRecord.
           02 cqLoanNum       pic 9(5).
           02 cqBucket        pic 9.
