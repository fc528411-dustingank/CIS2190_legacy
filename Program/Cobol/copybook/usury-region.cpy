      *> usury-region.cpy - the shared LookupLoanRegion paragraph:
      *> usuryRegion set to the custRegion of the loan's borrower.
      *> Needs the usury-table.cpy working storage, the
      *> loan-master.cpy record, and CUSTMAST open as custFile with
      *> custFileAvailable 'Y' - with no customer master the region
      *> is blank and the loan is not checked.
           LookupLoanRegion.
               if lmCustId not = regionCustId
                   move lmCustId to regionCustId
                   move spaces to regionOnFile
                   if custFileAvailable = 'Y' and lmCustId > 0
                       move lmCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               move custRegion to regionOnFile
                       end-read
                   end-if
               end-if.
               move regionOnFile to usuryRegion.
