      *> gl-account-io.cpy - the shared LoadChartOfAccounts,
      *> LookupGlAccount and ValidateGlAccount paragraphs, copied
      *> into the procedure division of every program that writes
      *> gljournal.dat (and of ChartOfAccountsMaint) so none of them
      *> can fall out of step on which accounts are postable - the
      *> same reasoning behind rate-table-io.cpy. Requires the
      *> gl-account.cpy FD record (file glAccountFile, status
      *> glAccountStatus), the gl-account-table.cpy working storage,
      *> and the gl-journal.cpy record. With no glaccts.tab at all
      *> the table is seeded with the accounts the journal writers
      *> have always posted to, so a site that has not yet set up
      *> its chart keeps running exactly as before.
           LoadChartOfAccounts.
               move zeros to accountCount.
               open input glAccountFile.
               if glAccountStatus = "00"
                   perform until glAccountStatus = "10"
                       read glAccountFile into glAccountRecord
                           at end
                               continue
                           not at end
                               if accountCount < maxAccounts
                                   add 1 to accountCount
                                   move gaCode
                                       to acctCode(accountCount)
                                   move gaDesc
                                       to acctDesc(accountCount)
                                   move gaType
                                       to acctType(accountCount)
                                   move gaActive
                                       to acctActive(accountCount)
                               end-if
                       end-read
                   end-perform
                   close glAccountFile
               else
                   perform SeedChartOfAccounts
               end-if.

           SeedChartOfAccounts.
               move zeros to accountCount.
               move 'CASH    ' to gaCode.
               move 'Cash - operating account' to gaDesc.
               move 'A' to gaType.
               perform AddSeedAccount.
               move 'LOAN-PRN' to gaCode.
               move 'Loan principal receivable' to gaDesc.
               move 'A' to gaType.
               perform AddSeedAccount.
               move 'INT-INC ' to gaCode.
               move 'Interest income' to gaDesc.
               move 'I' to gaType.
               perform AddSeedAccount.
               move 'ESCROW  ' to gaCode.
               move 'Escrow held for borrowers' to gaDesc.
               move 'L' to gaType.
               perform AddSeedAccount.
               move 'SUSPENSE' to gaCode.
               move 'Unapplied funds suspense' to gaDesc.
               move 'L' to gaType.
               perform AddSeedAccount.
               move 'FEES-REC' to gaCode.
               move 'Late fees receivable' to gaDesc.
               move 'A' to gaType.
               perform AddSeedAccount.
               move 'FEE-INC ' to gaCode.
               move 'Late fee income' to gaDesc.
               move 'I' to gaType.
               perform AddSeedAccount.
               move 'LOSS-EXP' to gaCode.
               move 'Loan loss expense' to gaDesc.
               move 'E' to gaType.
               perform AddSeedAccount.
               move 'ESC-ADV ' to gaCode.
               move 'Escrow advances receivable' to gaDesc.
               move 'A' to gaType.
               perform AddSeedAccount.
               move 'PART-SLD' to gaCode.
               move 'Loan participations sold' to gaDesc.
               move 'A' to gaType.
               perform AddSeedAccount.
               move 'INV-PAY ' to gaCode.
               move 'Due to participation investors' to gaDesc.
               move 'L' to gaType.
               perform AddSeedAccount.
               move 'SRV-INC ' to gaCode.
               move 'Servicing fee income' to gaDesc.
               move 'I' to gaType.
               perform AddSeedAccount.

           AddSeedAccount.
               add 1 to accountCount.
               move gaCode to acctCode(accountCount).
               move gaDesc to acctDesc(accountCount).
               move gaType to acctType(accountCount).
               move 'A' to acctActive(accountCount).

           LookupGlAccount.
               move 'N' to accountFound.
               move 1 to acctIdx.
               perform until acctIdx > accountCount
                   or accountFound = 'Y'
                   if acctCode(acctIdx) = glAccount
                       move 'Y' to accountFound
                   else
                       add 1 to acctIdx
                   end-if
               end-perform.

      *> an account not on the chart, or retired from it, is
      *> refused and named on the console - the journal writers
      *> check every account they post to before the run starts,
      *> so a refusal stops the run before anything is posted
           ValidateGlAccount.
               perform LookupGlAccount.
               move 'N' to accountUsable.
               if accountFound = 'Y'
                   if acctActive(acctIdx) = 'A'
                       move 'Y' to accountUsable
                   else
                       display "*** GL account " glAccount
                           " is inactive ***"
                   end-if
               else
                   display "*** GL account " glAccount
                       " is not on the chart of accounts ***"
               end-if.
               if accountUsable = 'N'
                   add 1 to refusedAccountCount
               end-if.
