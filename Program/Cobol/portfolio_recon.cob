           data division.
           file section.
           fd batchFile.
               copy "loan-batch".

           fd reconReport.
           01 reportLine pic X(80).
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 loanP pic 9(7)V99.
           *> two integer digits, matching LoanRepayment's own iRate -
           *> a nominal rate plus a tier adder can legitimately reach
           *> 10% and over, and a one-digit field would silently
           *> overflow to zero and poison the recomputed payment
           01 iRate pic 99V99999999.
           01 term pic 999.
           01 monthlyP pic 9(5)V999.
           01 tRate pic 9.

           01 batchStatus pic X(2).
           77 reconLoanNum pic 9(5).
           77 uncheckedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 paymentDiff pic S9(7)V999 usage is COMPUTATIONAL-3.
           77 diffCount pic 9(5) usage is COMPUTATIONAL value zeros.

           *> unattended overrides for this program's input/report/extract

           01 reportHeading.
               02 filler pic X(80) value
           ' Loan #    Principal   Rate       Term  MonthlyPayment'.
           01 reportDetail.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(2) value space.
               02 outLoanPrin pic ZZZZZZ9.99.
               02 filler     pic X(2) value space.
               02 outIRate   pic 9.999999.
               02 filler     pic X(2) value space.
               02 outTerm    pic ZZ9.
               02 filler     pic X(2) value space.
               02 outMonthlyP pic ZZZZZ9.999.
           01 reportSummary.
               02 filler pic X(18) value 'Loans reconciled: '.
               02 outLoanCount pic ZZZZ9.
               02 filler pic X(7) value ' Loan #'.
               02 outDiffLoanNum pic ZZZZ9.
               02 filler pic X(15) value '  batch payment'.
               02 outDiffBatchPay pic ZZZZZ9.999.
               02 filler pic X(13) value '  recomputed '.
               02 outDiffReconPay pic ZZZZZ9.999.
               02 filler pic X(9) value '  diff  '.
               02 outDiffAmount pic -(6)9.999.
           01 diffSummaryLine.
               02 filler pic X(26) value
                   'Loans with payment drift: '.
