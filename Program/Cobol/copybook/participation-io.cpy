      *> participation-io.cpy - the shared LoadParticipations and
      *> FindSoldPercent paragraphs, copied into the procedure
      *> division of every program that reads particip.tab so the
      *> share we hold on a loan means the same thing on every
      *> report. Requires the participation.cpy FD record (file
      *> participationFile, status participationStatus) and the
      *> participation-table.cpy working storage; the host moves
      *> the loan number to partLoanNum before FindSoldPercent.
      *> With no particip.tab at all nothing has been sold and
      *> every loan is wholly ours.
           LoadParticipations.
               move zeros to partCount.
               open input participationFile.
               if participationStatus = "00"
                   perform until participationStatus = "10"
                       read participationFile
                           into participationRecord
                           at end
                               continue
                           not at end
                               if partCount < maxParticipations
                                   and paLoanNum is numeric
                                   and paPercent is numeric
                                   add 1 to partCount
                                   move paLoanNum
                                       to pnLoanNum(partCount)
                                   move paInvestor
                                       to pnInvestor(partCount)
                                   move paInvestorName
                                       to pnInvestorName(partCount)
                                   move paPercent
                                       to pnPercent(partCount)
                                   move paPassRate
                                       to pnPassRate(partCount)
                                   move paServFee
                                       to pnServFee(partCount)
                                   move paSoldDate
                                       to pnSoldDate(partCount)
                                   move paActive
                                       to pnActive(partCount)
                               end-if
                       end-read
                   end-perform
                   close participationFile
               end-if.

           FindSoldPercent.
               move zeros to soldPercent.
               move 1 to partIdx.
               perform until partIdx > partCount
                   if pnLoanNum(partIdx) = partLoanNum
                       and pnActive(partIdx) = 'A'
                       add pnPercent(partIdx) to soldPercent
                   end-if
                   add 1 to partIdx
               end-perform.
               if soldPercent > 100
                   move 100 to soldPercent
               end-if.
               compute retainedPercent = 100 - soldPercent.
