               copy "rate-table".

           fd batchFile.
               copy "loan-batch".

           fd batchParamFile.
           01 batchParamRecord pic X(30).
           77 balanceErrorCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           01 loanP pic 9(7)V99.
           01 iRate pic 99V99999999.
           01 term pic 999.
           01 monthlyP pic 9(5)V999.
           01 tRate pic 9.
           *> the annual percentage rate disclosed to the borrower - the
           *> nominal rate entered plus the risk-based tier adder, before
           01 rateTableStatus pic X(2).
           01 batchStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 amortStatus pic X(2).
           *> unattended overrides for the batch-mode input/output file
           *> names - loanbatch.par (if present) supplies these one per
               02 outRejLoanNum pic ZZZZ9.
               02 filler pic X(40) value
           '  REJECTED - customer id not on file: '.
               02 outRejCustId pic ZZZZZ9.
           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
           77 totalPrincipal pic 9(9)V999 usage is COMPUTATIONAL-3.

           01 amortHeading.
               02 filler pic X(50) value
           ' Mo   Due Date      Opening Bal        Interest'.
               02 filler pic X(30) value
           '    Principal     Closing Bal'.
           01 amortDetail.
               02 outMonth pic ZZ9.
               02 filler pic X(2) value space.
               02 outDueDate pic 9999/99/99.
               02 filler pic X(3) value space.
               02 outOpenBal pic Z,ZZZ,ZZ9.999.
               02 filler pic X(3) value space.
               02 outInterest pic Z,ZZZ,ZZ9.999.
               02 filler pic X(3) value space.
               02 outPrincipal pic Z,ZZZ,ZZ9.999.
               02 filler pic X(3) value space.
               02 outCloseBal pic Z,ZZZ,ZZ9.999.
           01 scheduleTotalsLine.
               02 filler pic X(18) value ' Totals        '.
               02 outTotInterest pic Z,ZZZ,ZZ9.999.
               02 filler pic X(3) value space.
               02 outTotPrincipal pic Z,ZZZ,ZZ9.999.
           01 balanceCheckLine.
               02 filler pic X(17) value ' Balance check: '.
               02 outBalanceFlag pic X(30).
           01 loanHeaderLine.
               02 filler pic X(6) value 'Loan #'.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(11) value ' Principal '.
               02 outLoanPrin pic $$,$$$,$$9.99.
               02 filler pic X(14) value '  Monthly Pmt '.
               02 outHdrMonthlyP pic $$$,$$9.999.
               02 filler pic X(7) value '  APR: '.
               02 outHdrAPR pic Z9.999999.
               02 filler pic X(1) value '%'.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               InteractiveLoan.
                   display "Principal amount of the loan: ".
                   move dueDay to outDueDate(9:2).

               copy "rate-table-io".

               copy "audit-chain-io".
