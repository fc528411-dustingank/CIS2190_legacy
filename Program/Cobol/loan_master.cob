           data division.
           file section.
           fd batchFile.
               copy "loan-batch".

           fd loanMaster.
               copy "loan-master".
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 loanP pic 9(7)V99.
           01 iRate pic 99V99999999.
           01 term pic 999.
           01 monthlyP pic 9(5)V999.
           01 tRate pic 9.

           01 batchStatus pic X(2).
           01 rateTableStatus pic X(2).
           01 loadParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               02 filler     pic X(2) value space.
               02 outAction  pic X(7).
               02 filler     pic X(2) value space.
               02 outLoanPrin pic ZZZZZZ9.99.
               02 filler     pic X(3) value space.
               02 outTerm    pic ZZ9.
               02 filler     pic X(4) value space.
               02 outTier    pic 9.
               02 filler     pic X(5) value space.
               02 outMonthlyP pic ZZZZZ9.999.
           01 reportSummary.
               02 filler pic X(15) value 'Loans added:   '.
               02 outAddedCount pic ZZZZ9.
                       if blCurrency not = spaces
                           move blCurrency to lmCurrency
                       end-if
                       if blProduct not = spaces
                           move blProduct to lmProduct
                       end-if
                       if blBranch not = spaces
                           move blBranch to lmBranch
                       end-if
                       if blOfficer not = spaces
                           move blOfficer to lmOfficer
                       end-if
                       *> a line's feed amount resets the approved
                       *> line - the drawn balance is left alone
                       if lmProduct = 'R'
                           move blLoanP to lmLineAmount
                           move zeros to lmMonthlyPayment
                       end-if
                       if blProduct = 'S'
                           perform SetStudentTerms
                       end-if
                       rewrite loanMasterRecord
                           invalid key
                               display "Unable to update loan "
                       else
                           move blCurrency to lmCurrency
                       end-if
                       move blProduct to lmProduct
                       *> a revolving line opens undrawn: the feed's
                       *> amount is the approved line, the balance
                       *> starts at zero and rises with each draw,
                       *> and there is no amortized payment to carry
                       if lmProduct = 'R'
                           move blLoanP to lmLineAmount
                           move zeros to lmCurrentBalance
                           move zeros to lmMonthlyPayment
                       else
                           move zeros to lmLineAmount
                       end-if
                       move zeros to lmClosedDate
                       move space to lmHoldCode
                       move zeros to lmHoldDate
                       move spaces to lmHoldReason
                       move blBranch to lmBranch
                       move blOfficer to lmOfficer
                       move space to lmDeferCode
                       move zeros to lmDeferEnd
                       move space to lmCapRule
                       move space to lmRepayPlan
                       if lmProduct = 'S'
                           perform SetStudentTerms
                       end-if
                       write loanMasterRecord
                           invalid key
                               display "Unable to add loan "
                   move lmMonthlyPayment to outMonthlyP.
                   write reportLine from reportDetail.

               *> a student loan's deferment or grace and its
               *> repayment terms, off the feed; the first payment
               *> cannot fall due until the month after the
               *> deferment or grace ends, whatever the feed said
               SetStudentTerms.
                   move blDeferCode to lmDeferCode.
                   move blDeferEnd to lmDeferEnd.
                   if lmDeferCode = spaces
                       move zeros to lmDeferEnd
                   end-if.
                   if blCapRule = spaces
                       move 'C' to lmCapRule
                   else
                       move blCapRule to lmCapRule
                   end-if.
                   if blRepayPlan = spaces
                       move 'S' to lmRepayPlan
                   else
                       move blRepayPlan to lmRepayPlan
                   end-if.
                   if lmDeferCode not = spaces
                       and lmFirstPayDate <= lmDeferEnd
                       move lmDeferEnd to firstPayDefault
                       add 1 to fpdMonth
                       if fpdMonth > 12
                           move 1 to fpdMonth
                           add 1 to fpdYear
                       end-if
                       if fpdDay > 28
                           move 28 to fpdDay
                       end-if
                       move firstPayDefault to lmFirstPayDate
                   end-if.

               copy "rate-table-io".

               copy "lock-io".
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
