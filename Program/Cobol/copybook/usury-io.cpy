      *> usury-io.cpy - the shared LoadUsuryCeilings and
      *> LookupUsuryCeiling paragraphs, copied into every program
      *> that sets or checks a loan's rate (the same shared-paragraph
      *> pattern as rate-table-io.cpy). Requires the
      *> usury-ceiling.cpy FD record (file usuryTable, status
      *> usuryTableStatus) and the usury-table.cpy working storage;
      *> the borrower's state comes from LookupLoanRegion in
      *> usury-region.cpy. A machine with no usury.tab has no
      *> ceilings, and a borrower with no region on file is not
      *> checked.
           LoadUsuryCeilings.
               move zeros to ceilingCount.
               open input usuryTable.
               if usuryTableStatus = "00"
                   perform until usuryTableStatus = "10"
                       read usuryTable
                           at end
                               continue
                           not at end
                               if ceilingCount < maxCeilings
                                   and ucCeiling is numeric
                                   perform KeepUsuryCeiling
                               end-if
                       end-read
                   end-perform
                   close usuryTable
               end-if.

           KeepUsuryCeiling.
               add 1 to ceilingCount.
               move ucRegion to ceRegion(ceilingCount).
               move ucProduct to ceProduct(ceilingCount).
               move ucCeiling to ceCeiling(ceilingCount).
               if ucEffFrom is numeric
                   move ucEffFrom to ceEffFrom(ceilingCount)
               else
                   move zeros to ceEffFrom(ceilingCount)
               end-if.
               if ucEffTo is numeric and ucEffTo not = "00000000"
                   move ucEffTo to ceEffTo(ceilingCount)
               else
                   move 99999999 to ceEffTo(ceilingCount)
               end-if.

      *> a row for the loan's own product outranks the state's '*'
      *> row for every other product
           LookupUsuryCeiling.
               move zeros to usuryCeiling.
               move 'N' to usuryFound.
               move 'N' to usuryExact.
               if usuryProduct = space
                   move 'U' to usuryProduct
               end-if.
               move 1 to ceilingIdx.
               perform until ceilingIdx > ceilingCount
                   or usuryExact = 'Y'
                   if ceRegion(ceilingIdx) = usuryRegion
                       and usuryAsOfDate >= ceEffFrom(ceilingIdx)
                       and usuryAsOfDate <= ceEffTo(ceilingIdx)
                       if ceProduct(ceilingIdx) = usuryProduct
                           move ceCeiling(ceilingIdx) to usuryCeiling
                           move 'Y' to usuryFound
                           move 'Y' to usuryExact
                       else
                           if ceProduct(ceilingIdx) = '*'
                               move ceCeiling(ceilingIdx)
                                   to usuryCeiling
                               move 'Y' to usuryFound
                           end-if
                       end-if
                   end-if
                   add 1 to ceilingIdx
               end-perform.
