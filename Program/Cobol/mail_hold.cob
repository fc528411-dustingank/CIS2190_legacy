           identification division.
           program-id. MailHoldReport.

           environment division.

           input-output section.
           file-control.
           select mailHoldFile assign to "mailhold.dat"
               organization is line sequential
               file status is mailHoldStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select heldReport assign to dynamic heldReportName
               organization is line sequential.
           select workReport assign to dynamic workReportName
               organization is line sequential.
           select reportParamFile assign to "mailhold.par"
               organization is line sequential
               file status is reportParamStatus.

           data division.
           file section.
           fd mailHoldFile.
               copy "mail-hold".

           fd custFile.
               copy "customer-record".

           fd heldReport.
           01 heldLine pic X(80).

           fd workReport.
           01 workLine pic X(80).

           fd reportParamFile.
           01 reportParamRecord pic X(30).

           working-storage section.
           copy "return-codes".

           01 mailHoldStatus pic X(2).
           01 custStatus pic X(2).
           01 reportParamStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           77 holdEof pic X(1) value 'N'.
           77 custEof pic X(1) value 'N'.

           *> unattended overrides for the two report names -
           *> mailhold.par (if present) supplies them one per line,
           *> the held-mail report then the address-research
           *> worklist, the same convention as loanedit.par
           01 heldReportName pic X(30) value "mailhold.rpt".
           01 workReportName pic X(30) value "mailwork.rpt".

           *> every customer that appears on mailhold.dat, with the
           *> record number of their last release ('R') record - the
           *> 'H' lines after it are what is still held. maxHoldCusts
           *> is a fixed, documented limit in the shop's usual style
           01 maxHoldCusts constant as 2000.
           77 holdCustCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 holdCustDropped pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 hcIdx pic S9(5) usage is COMPUTATIONAL.
           77 hcFound pic X(1).
           01 holdCustArea.
               02 holdCustEntry occurs maxHoldCusts times.
                   03 hcCustId pic 9(6).
                   03 hcLastRelease pic 9(7).
                   03 hcItemCount pic 9(5).

           *> the documents still held, one row per document (the
           *> 'H' line numbered 1 starts each), in file order
           01 maxHeldItems constant as 5000.
           77 heldItemCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 heldItemDropped pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 hiIdx pic S9(5) usage is COMPUTATIONAL value zeros.
           01 heldItemArea.
               02 heldItemEntry occurs maxHeldItems times.
                   03 hiCustId pic 9(6).
                   03 hiSource pic X(1).
                   03 hiLoanNum pic 9(5).
                   03 hiDate pic 9(8).
                   03 hiLines pic 9(3).

           77 recordNumber pic 9(7) usage is COMPUTATIONAL.
           77 customersHeld pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 customersFlagged pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 sourceText pic X(10).
           77 workDate pic 9(8).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.

           01 heldHeading.
               02 filler pic X(40) value
           ' Returned Mail - Items On Hold     Run '.
               02 outHeldRunDate pic X(10).
           01 workHeading.
               02 filler pic X(40) value
           ' Returned Mail - Address Research  Run '.
               02 outWorkRunDate pic X(10).
           01 breakLine.
               02 filler pic X(72) value all '-'.
           01 heldCustLine.
               02 filler pic X(10) value ' Customer '.
               02 outHeldCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outHeldCustName pic X(20).
               02 filler pic X(12) value '  Returned  '.
               02 outHeldReturned pic X(10).
           01 heldItemLine.
               02 filler pic X(5) value space.
               02 outItemSource pic X(10).
               02 filler pic X(7) value '  Loan '.
               02 outItemLoan pic ZZZZ9.
               02 filler pic X(8) value '  Held  '.
               02 outItemDate pic X(10).
               02 filler pic X(3) value space.
               02 outItemLines pic ZZ9.
               02 filler pic X(6) value ' lines'.
           01 heldCustTotal.
               02 filler pic X(20) value '     Items on hold: '.
               02 outCustItems pic ZZZZ9.
           01 workCustLine.
               02 filler pic X(1) value space.
               02 outWorkCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outWorkCustName pic X(20).
               02 filler pic X(12) value '  Returned  '.
               02 outWorkReturned pic X(10).
               02 filler pic X(8) value '  Held  '.
               02 outWorkItems pic ZZZZ9.
           01 workAddressLine.
               02 filler pic X(9) value space.
               02 outWorkAddress pic X(30).
           01 workCityLine.
               02 filler pic X(9) value space.
               02 outWorkCity pic X(20).
               02 filler pic X(1) value space.
               02 outWorkRegion pic X(2).
               02 filler pic X(2) value space.
               02 outWorkPostal pic X(10).
               02 filler pic X(8) value '  Phone '.
               02 outWorkPhone pic X(12).
           01 heldSummaryLine1.
               02 filler pic X(24) value ' Customers, mail held:  '.
               02 outCustomersHeld pic ZZZZ9.
           01 heldSummaryLine2.
               02 filler pic X(24) value ' Items on hold:         '.
               02 outItemsHeld pic ZZZZ9.
           01 workSummaryLine.
               02 filler pic X(24) value ' Customers to research: '.
               02 outCustomersFlagged pic ZZZZ9.

           procedure division.
               *> the returned-mail follow-up: mailhold.rpt lists
               *> every statement, letter and escrow analysis still
               *> held on mailhold.dat, customer by customer, and
               *> mailwork.rpt is the address-research worklist -
               *> every customer CUSTMAST still flags for returned
               *> mail, with the address the mail came back from, the
               *> phone to try and how much is waiting on a new
               *> address. Releasing is CustomerMaint's job, when the
               *> address is changed
               accept runDate from date yyyymmdd.
               perform GetReportParameters.
               perform LoadHoldCustomers.
               perform LoadHeldItems.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.

               perform WriteHeldReport.
               perform WriteWorkReport.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.

               display "Held mail written to " heldReportName.
               display "Address research written to "
                   workReportName.
               display "Customers with mail held: " outCustomersHeld
                   "  items: " outItemsHeld.
               display "Customers flagged for returned mail: "
                   outCustomersFlagged.
               if custFileAvailable = 'N'
                   display "Customer master CUSTMAST could not be "
                       "opened - no names and no worklist"
                   move WarningRunCode to return-code
               end-if.
               if holdCustDropped > 0 or heldItemDropped > 0
                   display "Hold tables full - " holdCustDropped
                       " customers and " heldItemDropped
                       " items left off the report"
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> first pass - each customer on the hold file and the
               *> record number of their last release
               LoadHoldCustomers.
                   move zeros to recordNumber.
                   move 'N' to holdEof.
                   open input mailHoldFile.
                   if mailHoldStatus not = "00"
                       move 'Y' to holdEof
                   end-if.
                   perform until holdEof = 'Y'
                       read mailHoldFile
                           at end
                               move 'Y' to holdEof
                           not at end
                               add 1 to recordNumber
                               perform KeepHoldCustomer
                       end-read
                   end-perform.
                   if mailHoldStatus not = "35"
                       close mailHoldFile
                   end-if.

               KeepHoldCustomer.
                   perform FindHoldCustomer.
                   if hcFound = 'N'
                       if holdCustCount < maxHoldCusts
                           add 1 to holdCustCount
                           move holdCustCount to hcIdx
                           move mhCustId to hcCustId(hcIdx)
                           move zeros to hcLastRelease(hcIdx)
                           move zeros to hcItemCount(hcIdx)
                           move 'Y' to hcFound
                       else
                           add 1 to holdCustDropped
                       end-if
                   end-if.
                   if hcFound = 'Y' and mhRecordType = 'R'
                       move recordNumber to hcLastRelease(hcIdx)
                   end-if.

               FindHoldCustomer.
                   move 'N' to hcFound.
                   move 1 to hcIdx.
                   perform until hcIdx > holdCustCount
                       or hcFound = 'Y'
                       if hcCustId(hcIdx) = mhCustId
                           move 'Y' to hcFound
                       else
                           add 1 to hcIdx
                       end-if
                   end-perform.

               *> second pass - the documents after each customer's
               *> last release are still held
               LoadHeldItems.
                   move zeros to recordNumber.
                   move 'N' to holdEof.
                   open input mailHoldFile.
                   if mailHoldStatus not = "00"
                       move 'Y' to holdEof
                   end-if.
                   perform until holdEof = 'Y'
                       read mailHoldFile
                           at end
                               move 'Y' to holdEof
                           not at end
                               add 1 to recordNumber
                               if mhRecordType = 'H'
                                   perform KeepHeldLine
                               end-if
                       end-read
                   end-perform.
                   if mailHoldStatus not = "35"
                       close mailHoldFile
                   end-if.

               KeepHeldLine.
                   perform FindHoldCustomer.
                   if hcFound = 'Y'
                       if recordNumber > hcLastRelease(hcIdx)
                           perform KeepHeldItem
                       end-if
                   end-if.

               KeepHeldItem.
                   if mhLineNo = 1
                       if heldItemCount < maxHeldItems
                           add 1 to heldItemCount
                           move heldItemCount to hiIdx
                           move mhCustId to hiCustId(hiIdx)
                           move mhSource to hiSource(hiIdx)
                           move mhLoanNum to hiLoanNum(hiIdx)
                           move mhDate to hiDate(hiIdx)
                           move zeros to hiLines(hiIdx)
                           add 1 to hcItemCount(hcIdx)
                       else
                           add 1 to heldItemDropped
                           move zeros to hiIdx
                       end-if
                   end-if.
                   if hiIdx > 0 and heldItemCount > 0
                       if hiCustId(hiIdx) = mhCustId
                           add 1 to hiLines(hiIdx)
                       end-if
                   end-if.

               WriteHeldReport.
                   open output heldReport.
                   move runDate to workDate.
                   perform FormatWorkDate.
                   move outItemDate to outHeldRunDate.
                   write heldLine from heldHeading.
                   write heldLine from breakLine.
                   move 1 to hcIdx.
                   perform until hcIdx > holdCustCount
                       if hcItemCount(hcIdx) > 0
                           perform WriteHeldCustomer
                       end-if
                       add 1 to hcIdx
                   end-perform.
                   move customersHeld to outCustomersHeld.
                   write heldLine from heldSummaryLine1.
                   move heldItemCount to outItemsHeld.
                   write heldLine from heldSummaryLine2.
                   close heldReport.

               WriteHeldCustomer.
                   add 1 to customersHeld.
                   move hcCustId(hcIdx) to outHeldCustId.
                   move spaces to outHeldCustName.
                   move spaces to outHeldReturned.
                   if custFileAvailable = 'Y'
                       move hcCustId(hcIdx) to IdNum
                       read custFile
                           invalid key
                               move '(not on file)' to outHeldCustName
                           not invalid key
                               move custName to outHeldCustName
                               if custMailReturned = 'R'
                                   move custMailReturnDate to workDate
                                   perform FormatWorkDate
                                   move outItemDate to outHeldReturned
                               end-if
                       end-read
                   end-if.
                   write heldLine from heldCustLine.
                   move 1 to hiIdx.
                   perform until hiIdx > heldItemCount
                       if hiCustId(hiIdx) = hcCustId(hcIdx)
                           perform WriteHeldItem
                       end-if
                       add 1 to hiIdx
                   end-perform.
                   move hcItemCount(hcIdx) to outCustItems.
                   write heldLine from heldCustTotal.

               WriteHeldItem.
                   evaluate hiSource(hiIdx)
                       when 'S'
                           move 'Statement' to sourceText
                       when 'L'
                           move 'Letter' to sourceText
                       when 'E'
                           move 'Escrow' to sourceText
                       when other
                           move spaces to sourceText
                   end-evaluate.
                   move sourceText to outItemSource.
                   move hiLoanNum(hiIdx) to outItemLoan.
                   move hiDate(hiIdx) to workDate.
                   perform FormatWorkDate.
                   move hiLines(hiIdx) to outItemLines.
                   write heldLine from heldItemLine.

               *> the worklist - every customer still flagged, in
               *> customer-number order
               WriteWorkReport.
                   open output workReport.
                   move runDate to workDate.
                   perform FormatWorkDate.
                   move outItemDate to outWorkRunDate.
                   write workLine from workHeading.
                   write workLine from breakLine.
                   if custFileAvailable = 'Y'
                       move zeros to IdNum
                       start custFile key >= IdNum
                           invalid key
                               move 'Y' to custEof
                       end-start
                       perform until custEof = 'Y'
                           read custFile next record
                               at end
                                   move 'Y' to custEof
                               not at end
                                   if custMailReturned = 'R'
                                       perform WriteWorkCustomer
                                   end-if
                           end-read
                       end-perform
                   end-if.
                   move customersFlagged to outCustomersFlagged.
                   write workLine from workSummaryLine.
                   close workReport.

               WriteWorkCustomer.
                   add 1 to customersFlagged.
                   move IdNum to outWorkCustId.
                   move custName to outWorkCustName.
                   move custMailReturnDate to workDate.
                   perform FormatWorkDate.
                   move outItemDate to outWorkReturned.
                   move zeros to outWorkItems.
                   move IdNum to mhCustId.
                   perform FindHoldCustomer.
                   if hcFound = 'Y'
                       move hcItemCount(hcIdx) to outWorkItems
                   end-if.
                   write workLine from workCustLine.
                   move custAddress1 to outWorkAddress.
                   write workLine from workAddressLine.
                   if custAddress2 not = spaces
                       move custAddress2 to outWorkAddress
                       write workLine from workAddressLine
                   end-if.
                   move custCity to outWorkCity.
                   move custRegion to outWorkRegion.
                   move custPostal to outWorkPostal.
                   move custPhone to outWorkPhone.
                   write workLine from workCityLine.
                   write workLine from breakLine.

               *> yyyymmdd in workDate to yyyy/mm/dd in outItemDate
               FormatWorkDate.
                   move spaces to outItemDate.
                   if workDate is numeric and workDate > 0
                       move workDate(1:4) to outItemDate(1:4)
                       move '/' to outItemDate(5:1)
                       move workDate(5:2) to outItemDate(6:2)
                       move '/' to outItemDate(8:1)
                       move workDate(7:2) to outItemDate(9:2)
                   end-if.

               GetReportParameters.
                   open input reportParamFile.
                   if reportParamStatus = "00"
                       read reportParamFile into reportParamRecord
                           at end
                               continue
                           not at end
                               move reportParamRecord
                                   to heldReportName
                       end-read
                       read reportParamFile into reportParamRecord
                           at end
                               continue
                           not at end
                               move reportParamRecord
                                   to workReportName
                       end-read
                       close reportParamFile
                   end-if.
