               file status is payHistoryStatus.
           select statementFile assign to dynamic statementFileName
               organization is line sequential.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select mailHoldFile assign to "mailhold.dat"
               organization is line sequential
               file status is mailHoldStatus.
           select catalogFile assign to "monthly.cat"
               organization is line sequential
               file status is catalogStatus.
           select warehouseFile assign to "pmtware.dat"
               organization is line sequential
               file status is warehouseStatus.
           select stmtParamFile assign to "monthly.par"
               organization is line sequential
               file status is stmtParamStatus.
           fd statementFile.
           01 statementLine pic X(80).

           fd custFile.
               copy "customer-record".

           fd mailHoldFile.
               copy "mail-hold".

           fd catalogFile.
           01 catalogRecord pic X(57).

           fd warehouseFile.
               copy "scheduled-payment".

           fd stmtParamFile.
           01 stmtParamRecord pic X(30).

               copy "audit-trail".

           working-storage section.
           *> the revolving-line minimum-payment policy - see
           *> copybook/business-constants.cpy
           copy "business-constants".
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           01 payHistoryStatus pic X(2).
           01 catalogStatus pic X(2).
           01 stmtParamStatus pic X(2).
           01 warehouseStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           *> a customer whose mail has come back gets no printed
           *> statement - see copybook/mail-hold-io.cpy
           copy "mail-hold-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
                       usage is COMPUTATIONAL-3.
                   03 hYtdPrincipal pic S9(9)V99
                       usage is COMPUTATIONAL-3.
                   03 hPending pic 9(9)V99
                       usage is COMPUTATIONAL-3.

           77 masterEof pic X(1) value 'N'.
           77 statementCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 amountDue pic 9(7)V99 usage is COMPUTATIONAL-3.
           *> a revolving line's cycle figures: the minimum payment
           *> off the balance and the accrued interest, the most it
           *> could ever come to (the whole payoff), and the undrawn
           *> rest of the line
           77 minimumDue pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 lineInterest pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 linePayoff pic 9(7)V99 usage is COMPUTATIONAL-3.
           77 availableCredit pic S9(7)V99 usage is COMPUTATIONAL-3.

           01 dueDateWork.
               02 dwYear  pic 9(4).
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
               02 filler pic X(6) value '  by  '.
               02 outStmtDueDate pic 9999/99/99.
           01 stmtMinDueLine.
               02 filler pic X(24) value ' Minimum Payment Due:   '.
               copy "currency-edit"
                   replacing ==01 CURR-FIELD-NAME==
                       by ==02 outStmtMinDue==
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
               02 filler pic X(6) value '  by  '.
               02 outStmtMinDueDate pic 9999/99/99.
           01 stmtLineLimitLine.
               02 filler pic X(24) value ' Credit Line:           '.
               copy "currency-edit"
                   replacing ==01 CURR-FIELD-NAME==
                       by ==02 outStmtLineLimit==
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
           01 stmtAvailableLine.
               02 filler pic X(24) value ' Available Credit:      '.
               copy "currency-edit"
                   replacing ==01 CURR-FIELD-NAME==
                       by ==02 outStmtAvailable==
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
           01 stmtLineIntLine.
               02 filler pic X(24) value ' Interest This Cycle:   '.
               copy "currency-edit"
                   replacing ==01 CURR-FIELD-NAME==
                       by ==02 outStmtLineInt==
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
           01 stmtLastPayLine.
               02 filler pic X(24) value ' Last Payment Received: '.
               copy "currency-edit"
                   replacing ==01 CURR-FIELD-NAME==
                       by ==02 outStmtYtdPrin==
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
           01 stmtDeferLine.
               02 filler pic X(24) value ' Deferment Status:      '.
               02 outStmtDeferText pic X(14).
               02 filler pic X(7) value ' until '.
               02 outStmtDeferEnd pic 9999/99/99.
           01 stmtUnbilledLine.
               02 filler pic X(24) value ' Interest Accrued:      '.
               copy "currency-edit"
                   replacing ==01 CURR-FIELD-NAME==
                       by ==02 outStmtUnbilled==
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
               02 filler pic X(13) value '  (not billed'.
               02 outStmtCapNote pic X(30).
           01 stmtPlanLine.
               02 filler pic X(24) value ' Repayment Plan:        '.
               02 outStmtPlan pic X(14).
           01 stmtPendingLine.
               02 filler pic X(24) value ' Scheduled, Pending:    '.
               copy "currency-edit"
                   replacing ==01 CURR-FIELD-NAME==
                       by ==02 outStmtPending==
                   ==CURR-PICTURE== by ==$$$$,$$9.99==.
           01 stmtFeesLine.
               02 filler pic X(24) value ' Late Fees Owing:       '.
               copy "currency-edit"
           01 summaryLine.
               02 filler pic X(24) value ' Statements produced:   '.
               02 outStatementCount pic ZZZZ9.
           01 heldSummaryLine.
               02 filler pic X(24) value ' Held - returned mail:  '.
               02 outHeldCount pic ZZZZ9.

           01 catalogDetail.
               02 catRunDate pic 9(8).
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadPaymentFigures.
               perform LoadPendingPayments.

               open input loanMaster.
               if masterStatus not = "00"
                   stop run
               end-if.
               open output statementFile.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               move 'S' to mailSource.
               perform OpenMailHold.
               move spaces to outStmtDate(1:10).
               move runYear to outStmtDate(1:4).
               move '/' to outStmtDate(5:1).
               write statementLine from breakLine.
               move statementCount to outStatementCount.
               write statementLine from summaryLine.
               if mailHeldCount > 0
                   move mailHeldCount to outHeldCount
                   write statementLine from heldSummaryLine
                   display outHeldCount " statement(s) held on "
                       "mailhold.dat for returned mail"
               end-if.
               close statementFile.
               close loanMaster.
               perform CloseMailHold.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               perform WriteCatalogEntry.
               stop run.

               WriteOneStatement.
                   perform FindHistorySlot.
                   perform ComputeDueDate.
                   evaluate true
                       when lmProduct = 'R'
                           perform ComputeLineMinimum
                       *> nothing is billed on a student loan still
                       *> in deferment or grace
                       when lmProduct = 'S' and lmDeferCode not = spaces
                           move zeros to amountDue
                       when other
                           compute amountDue = lmMonthlyPayment
                           if lmEscrowPayment is numeric
                               add lmEscrowPayment to amountDue
                           end-if
                           if lmFeesDue is numeric
                               add lmFeesDue to amountDue
                           end-if
                   end-evaluate.

                   perform StartMailDocument.
                   move breakLine to documentLine
                   perform PutDocumentLine.
                   move statementTitle to documentLine
                   perform PutDocumentLine.
                   move lmLoanNum to outStmtLoanNum.
                   move stmtLoanLine to documentLine
                   perform PutDocumentLine.
                   if lmProduct = 'S'
                       perform WriteStudentStatus
                   end-if.
                   evaluate true
                       when lmProduct = 'R'
                           perform WriteLineFigures
                       when lmProduct = 'S' and lmDeferCode not = spaces
                           continue
                       when other
                           move amountDue to outStmtDue
                           move spaces to outStmtDueDate(1:10)
                           move dwYear to outStmtDueDate(1:4)
                           move '/' to outStmtDueDate(5:1)
                           move dwMonth to outStmtDueDate(6:2)
                           move '/' to outStmtDueDate(8:1)
                           move dwDay to outStmtDueDate(9:2)
                           move stmtDueLine to documentLine
                           perform PutDocumentLine
                   end-evaluate.
                   if hFound = 'Y' and hLastDate(hIdx) > 0
                       move hLastAmount(hIdx) to outStmtLastPay
                       move spaces to outStmtLastDate(1:10)
                       move '/' to outStmtLastDate(8:1)
                       move hLastDate(hIdx)(7:2)
                           to outStmtLastDate(9:2)
                       move stmtLastPayLine to documentLine
                       perform PutDocumentLine
                   else
                       move stmtNoPayLine to documentLine
                       perform PutDocumentLine
                   end-if.
                   move lmCurrentBalance to outStmtBalance.
                   move stmtBalanceLine to documentLine
                   perform PutDocumentLine.
                   if hFound = 'Y'
                       move hYtdInterest(hIdx) to outStmtYtdInt
                       move hYtdPrincipal(hIdx) to outStmtYtdPrin
                       move zeros to outStmtYtdInt
                       move zeros to outStmtYtdPrin
                   end-if.
                   move stmtYtdIntLine to documentLine
                   perform PutDocumentLine.
                   move stmtYtdPrinLine to documentLine
                   perform PutDocumentLine.
                   if hFound = 'Y' and hPending(hIdx) > 0
                       move hPending(hIdx) to outStmtPending
                       move stmtPendingLine to documentLine
                       perform PutDocumentLine
                   end-if.
                   if lmFeesDue is numeric and lmFeesDue > 0
                       move lmFeesDue to outStmtFees
                       move stmtFeesLine to documentLine
                       perform PutDocumentLine
                   end-if.
                   move breakLine to documentLine
                   perform PutDocumentLine.
                   if mailHeld = 'N'
                       add 1 to statementCount
                   end-if.

               *> one line of the statement, to the print file or -
               *> for returned mail - to the hold file
               PutDocumentLine.
                   if mailHeld = 'Y'
                       perform HoldDocumentLine
                   else
                       write statementLine from documentLine
                   end-if.

               copy "mail-hold-io".

               *> a revolving line's minimum for the cycle: the
               *> policy percentage of the balance, plus the interest
               *> DailyAccrual has built up, plus any fees and
               *> escrow - lifted to the floor, but never past what
               *> it would take to pay the line off outright
               ComputeLineMinimum.
                   move zeros to lineInterest.
                   if lmAccruedInt is numeric and lmAccruedInt > 0
                       move lmAccruedInt to lineInterest
                   end-if.
                   move zeros to minimumDue.
                   move zeros to linePayoff.
                   if lmCurrentBalance > 0
                       compute minimumDue rounded =
                           lmCurrentBalance * LineMinPaymentPercent
                               / PercentBasis
                       compute linePayoff =
                           lmCurrentBalance + lineInterest
                   else
                       move lineInterest to linePayoff
                   end-if.
                   add lineInterest to minimumDue.
                   if lmFeesDue is numeric
                       add lmFeesDue to minimumDue
                       add lmFeesDue to linePayoff
                   end-if.
                   if minimumDue < LineMinPaymentFloor
                       move LineMinPaymentFloor to minimumDue
                   end-if.
                   if minimumDue > linePayoff
                       move linePayoff to minimumDue
                   end-if.
                   move minimumDue to amountDue.
                   if lmEscrowPayment is numeric
                       add lmEscrowPayment to amountDue
                   end-if.
                   move zeros to availableCredit.
                   if lmLineAmount is numeric
                       and lmLineAmount > lmCurrentBalance
                       compute availableCredit =
                           lmLineAmount - lmCurrentBalance
                   end-if.

               *> a student loan's standing: the deferment or grace
               *> it is in and the interest building up unbilled
               *> meanwhile, or - once repaying - its plan
               WriteStudentStatus.
                   if lmDeferCode not = spaces
                       if lmDeferCode = 'G'
                           move 'In grace' to outStmtDeferText
                       else
                           move 'In deferment' to outStmtDeferText
                       end-if
                       move spaces to outStmtDeferEnd(1:10)
                       move lmDeferEnd(1:4) to outStmtDeferEnd(1:4)
                       move '/' to outStmtDeferEnd(5:1)
                       move lmDeferEnd(5:2) to outStmtDeferEnd(6:2)
                       move '/' to outStmtDeferEnd(8:1)
                       move lmDeferEnd(7:2) to outStmtDeferEnd(9:2)
                       move stmtDeferLine to documentLine
                       perform PutDocumentLine
                       if lmAccruedInt is numeric
                           and lmAccruedInt > 0
                           move lmAccruedInt to outStmtUnbilled
                           if lmCapRule = 'C'
                               move ' - capitalised at repayment)'
                                   to outStmtCapNote
                           else
                               move ')' to outStmtCapNote
                           end-if
                           move stmtUnbilledLine to documentLine
                           perform PutDocumentLine
                       end-if
                   end-if.
                   if lmRepayPlan = 'I'
                       move 'Income-driven' to outStmtPlan
                   else
                       move 'Standard' to outStmtPlan
                   end-if.
                   move stmtPlanLine to documentLine
                   perform PutDocumentLine.

               WriteLineFigures.
                   if lmLineAmount is numeric
                       move lmLineAmount to outStmtLineLimit
                   else
                       move zeros to outStmtLineLimit
                   end-if.
                   move stmtLineLimitLine to documentLine
                   perform PutDocumentLine.
                   move availableCredit to outStmtAvailable.
                   move stmtAvailableLine to documentLine
                   perform PutDocumentLine.
                   move lineInterest to outStmtLineInt.
                   move stmtLineIntLine to documentLine
                   perform PutDocumentLine.
                   move amountDue to outStmtMinDue.
                   move spaces to outStmtMinDueDate(1:10).
                   move dwYear to outStmtMinDueDate(1:4).
                   move '/' to outStmtMinDueDate(5:1).
                   move dwMonth to outStmtMinDueDate(6:2).
                   move '/' to outStmtMinDueDate(8:1).
                   move dwDay to outStmtMinDueDate(9:2).
                   move stmtMinDueLine to documentLine
                   perform PutDocumentLine.

               *> the due day rides on the first-payment date (or
               *> origination for an old-format loan); the amount
                           move zeros to hLastAmount(hIdx)
                           move zeros to hYtdInterest(hIdx)
                           move zeros to hYtdPrincipal(hIdx)
                           move zeros to hPending(hIdx)
                           move 'Y' to hFound
                       end-if
                   end-if.
                   if hFound = 'Y'
                       move phPayDate to payDateParts
                       if phTranType = 'R' or phTranType = 'F'
                           if payYear = runYear
                               subtract phInterest
                                   from hYtdInterest(hIdx)
                       end-if
                   end-if.

               *> payments the borrower has scheduled on the
               *> warehouse (see copybook/scheduled-payment.cpy) and
               *> not yet released, totalled per loan into the same
               *> slots the history figures use
               LoadPendingPayments.
                   open input warehouseFile.
                   if warehouseStatus = "00"
                       perform until warehouseStatus = "10"
                           read warehouseFile
                               at end
                                   continue
                               not at end
                                   if wpStatus = 'P'
                                       and wpAmount is numeric
                                       perform AddOnePending
                                   end-if
                           end-read
                       end-perform
                       close warehouseFile
                   end-if.

               AddOnePending.
                   move wpLoanNum to lmLoanNum.
                   perform FindHistorySlot.
                   if hFound = 'N'
                       if histCount < maxLoans
                           add 1 to histCount
                           move histCount to hIdx
                           move wpLoanNum to hLoanNum(hIdx)
                           move zeros to hLastDate(hIdx)
                           move zeros to hLastAmount(hIdx)
                           move zeros to hYtdInterest(hIdx)
                           move zeros to hYtdPrincipal(hIdx)
                           move zeros to hPending(hIdx)
                           move 'Y' to hFound
                       end-if
                   end-if.
                   if hFound = 'Y'
                       add wpAmount to hPending(hIdx)
                   end-if.

               FindHistorySlot.
                   move 'N' to hFound.
                   move 1 to hIdx.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
