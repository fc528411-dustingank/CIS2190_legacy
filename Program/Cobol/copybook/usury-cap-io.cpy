      *> usury-cap-io.cpy - the shared HoldToUsuryCeiling paragraph,
      *> copied beside duty-cap-io.cpy into every program that
      *> charges interest. The ceiling is applied to the rate
      *> charged, never written back to the loan: lmIRate stays the
      *> nominal rate booked, and each charge holds nominal plus the
      *> adder that program charges to the borrower's state ceiling
      *> as of the date the interest is for. The host sets
      *> fullAnnualRate and capAsOfDate as for ApplyRateCap
      *> (duty-cap-fields.cpy) and performs this first;
      *> fullAnnualRate comes back no higher than the ceiling, with
      *> usuryHeld 'Y' when the ceiling cut it. Needs the
      *> usury-table.cpy working storage loaded by LoadUsuryCeilings,
      *> and usury-io.cpy and usury-region.cpy copied alongside.
           HoldToUsuryCeiling.
               move 'N' to usuryHeld.
               if ceilingCount > 0
                   perform LookupLoanRegion
                   if usuryRegion not = spaces
                       move lmProduct to usuryProduct
                       move capAsOfDate to usuryAsOfDate
                       perform LookupUsuryCeiling
                       if usuryFound = 'Y'
                           and fullAnnualRate > usuryCeiling
                           move usuryCeiling to fullAnnualRate
                           move 'Y' to usuryHeld
                       end-if
                   end-if
               end-if.
