      *> watch-list.cpy - shared layout for the early-delinquency
      *> watch list (watchlist.dat): one record per loan that is not
      *> yet a payment behind but is showing the signs that come
      *> before it. EarlyWatchList rewrites the file each run from
      *> the payment history; CollectionsQueue reads it back and
      *> carries each loan in its pre-delinquent watch tier (bucket
      *> 0) so the desk can call before the 30-day bucket.
      *> wlReasons is three flag bytes, space when the sign is
      *> absent: 'L' payments landing later against their due dates
      *> run over run, 'N' a returned ACH draft within the lookback
      *> window, 'S' a partial payment sitting in suspense.
      *> wlLastLate is how many days after its due date (30-day
      *> months, negative when early) the latest installment was
      *> paid; wlDrift is how many days later the recent payments
      *> land than the earlier ones in the window.
       01 watchListRecord.
           02 wlLoanNum    pic 9(5).
           02 wlReasons    pic X(3).
           02 wlLastLate   pic S9(4).
           02 wlDrift      pic S9(4).
           02 wlAchReturns pic 9(3).
           02 wlSuspense   pic 9(7)V99.
           02 wlRunDate    pic 9(8).
