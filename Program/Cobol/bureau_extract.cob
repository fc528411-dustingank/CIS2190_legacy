               file status is custStatus.
           select bureauFile assign to dynamic bureauFileName
               organization is line sequential.
           select disputeFile assign to "disputes.dat"
               organization is line sequential
               file status is disputeStatus.
           select bureauParamFile assign to "bureau.par"
               organization is line sequential
               file status is bureauParamStatus.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           *> '30'/'60'/'90' behind, 'CO' charged off), and a
           *> control trailer carrying record count and balance
           *> total so the transmission can be verified at both
           *> ends. buCompliance is the compliance condition code:
           *> 'XB' while the borrower has a bureau-status dispute
           *> open on DisputeTracking's file, 'XH' in the month such
           *> a dispute is resolved, spaces otherwise
           01 bureauRecord.
               02 buLoanNum   pic 9(5).
               02 buCustName  pic X(20).
               02 buMaskedSSN pic X(9).
               02 buOpenDate  pic 9(8).
               02 buBalance   pic 9(7)V99.
               02 buPayment   pic 9(5)V999.
               02 buStatus    pic X(2).
               02 buCompliance pic X(2).
           01 bureauTrailer.
               02 filler   pic X(8) value 'TRAILER '.
               02 btCount  pic 9(7).
               02 filler   pic X(1) value space.
               02 btTotal  pic 9(11)V99.

           fd disputeFile.
               copy "dispute-record".

           fd bureauParamFile.
           01 bureauParamRecord pic X(30).

           fd holdSkipFile.
               copy "hold-skip".

           fd auditFile.
               copy "audit-trail".

           01 masterStatus pic X(2).
           01 custStatus pic X(2).
           01 bureauParamStatus pic X(2).
           01 disputeStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> bankruptcy and legal holds - see copybook/hold-io.cpy
           copy "hold-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> convention as loanage.par
           01 bureauFileName pic X(30) value "bureau.dat".

           *> the loans with a bureau dispute open, or resolved
           *> this month, and the condition each carries - loaded
           *> once from disputes.dat; maxBureauDisputes is a fixed,
           *> documented limit in the shop's usual style
           01 maxBureauDisputes constant as 1000.
           77 bureauDisputeCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 bdIdx pic S9(5) usage is COMPUTATIONAL.
           77 bdFound pic X(1).
           77 workCondition pic X(2).
           01 bureauDisputeArea.
               02 bureauDispute occurs maxBureauDisputes times.
                   03 bdLoanNum   pic 9(5).
                   03 bdCondition pic X(2).
           77 disputedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           77 masterEof pic X(1) value 'N'.
           77 custFileAvailable pic X(1) value 'N'.
           copy "aging-fields".
               *> and counted on the console
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "BureauExtract" to holdSkipProgram.
               perform GetBureauParameters.
               string "LOANMAST -> " delimited by size
                   bureauFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadBureauDisputes.

               open input custFile.
               if custStatus = "00"
                           move 'Y' to masterEof
                       not at end
                           if lmStatus = 'A' or lmStatus = 'O'
                               perform CheckLoanHold
                               if loanOnHold = 'Y'
                                   move 'not reported to the bureaus'
                                       to holdSkipAction
                                   perform WriteHoldSkip
                               else
                                   perform ExtractOneAccount
                               end-if
                           end-if
                   end-read
               end-perform.
               end-if.
               display "Bureau extract written: " extractCount
                   " accounts to " bureauFileName.
               if holdSkipCount > 0
                   display "Accounts held back under a legal hold: "
                       holdSkipCount
               end-if.
               if disputedCount > 0
                   display "Accounts reported with a dispute "
                       "condition: " disputedCount
               end-if.
               if noCustCount > 0
                   display "Accounts with no customer on file: "
                       noCustCount
                   move lmCurrentBalance to buBalance.
                   move lmMonthlyPayment to buPayment.
                   perform DeriveStatusCode.
                   perform FindComplianceCondition.
                   write bureauRecord.
                   add 1 to extractCount.
                   add lmCurrentBalance to extractTotal.
                       end-evaluate
                   end-if.

               FindComplianceCondition.
                   move spaces to buCompliance.
                   move 'N' to bdFound.
                   move 1 to bdIdx.
                   perform until bdIdx > bureauDisputeCount
                       or bdFound = 'Y'
                       if bdLoanNum(bdIdx) = lmLoanNum
                           move 'Y' to bdFound
                           move bdCondition(bdIdx) to buCompliance
                           add 1 to disputedCount
                       else
                           add 1 to bdIdx
                       end-if
                   end-perform.

               *> only bureau-status disputes move the condition
               *> code; an open one outranks one resolved this month
               *> on the same loan. No dispute file means no loan
               *> is in dispute
               LoadBureauDisputes.
                   open input disputeFile.
                   if disputeStatus = "00"
                       perform until disputeStatus = "10"
                           read disputeFile
                               at end
                                   continue
                               not at end
                                   perform KeepBureauDispute
                           end-read
                       end-perform
                       close disputeFile
                   end-if.

               KeepBureauDispute.
                   move spaces to workCondition.
                   if dsCategory = 'S' and dsLoanNum is numeric
                       if dsStatus = 'O'
                           move 'XB' to workCondition
                       else
                           if dsResolvedDate is numeric
                               and dsResolvedDate(1:6)
                                   = runDate(1:6)
                               move 'XH' to workCondition
                           end-if
                       end-if
                   end-if.
                   if workCondition not = spaces
                       move 'N' to bdFound
                       move 1 to bdIdx
                       perform until bdIdx > bureauDisputeCount
                           or bdFound = 'Y'
                           if bdLoanNum(bdIdx) = dsLoanNum
                               move 'Y' to bdFound
                           else
                               add 1 to bdIdx
                           end-if
                       end-perform
                       if bdFound = 'Y'
                           if workCondition = 'XB'
                               move 'XB' to bdCondition(bdIdx)
                           end-if
                       else
                           if bureauDisputeCount < maxBureauDisputes
                               add 1 to bureauDisputeCount
                               move dsLoanNum
                                 to bdLoanNum(bureauDisputeCount)
                               move workCondition
                                 to bdCondition(bureauDisputeCount)
                           end-if
                       end-if
                   end-if.

               copy "aging-io".

               copy "hold-io".

               *> bureau.par, if present, supplies the extract file
               *> name - the same operator-repointing convention
               *> used for loanage.par
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
