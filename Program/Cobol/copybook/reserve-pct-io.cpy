      *> reserve-pct-io.cpy - the shipped reserve percentages and
      *> the reserve.par row override, copied into the procedure
      *> division of every program that reads the percentages so
      *> none of them can disagree on what reserve.par says (the
      *> same reasoning behind aging-io.cpy). Requires the
      *> reserve-rule.cpy record and reserve-pct-table.cpy.
      *> The percentages the desk has always penciled in - 1
      *> percent on the current book, stepping up through the
      *> buckets, the same for every tier until reserve.par says
      *> otherwise.
           SetDefaultPercentages.
               move 1 to tierIdx.
               perform until tierIdx > 9
                   move 1.00 to reservePct(tierIdx, 1)
                   move 5.00 to reservePct(tierIdx, 2)
                   move 15.00 to reservePct(tierIdx, 3)
                   move 50.00 to reservePct(tierIdx, 4)
                   add 1 to tierIdx
               end-perform.

           StoreReserveRule.
               if rpTier is numeric and rpBucket is numeric
                   and rpPct is numeric
                   and rpBucket <= 3
                   compute bucketIdx = rpBucket + 1
                   if rpTier = 0
                       move 1 to tierIdx
                       perform until tierIdx > 9
                           move rpPct to
                               reservePct(tierIdx, bucketIdx)
                           add 1 to tierIdx
                       end-perform
                   else
                       if rpTier <= 9
                           move rpPct to
                               reservePct(rpTier, bucketIdx)
                       end-if
                   end-if
               end-if.
