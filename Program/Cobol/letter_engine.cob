               file status is custStatus.
           select letterFile assign to dynamic letterFileName
               organization is line sequential.
           select mailHoldFile assign to "mailhold.dat"
               organization is line sequential
               file status is mailHoldStatus.
           select letterParamFile assign to "letter.par"
               organization is line sequential
               file status is letterParamStatus.
           *> line, with merge tags in the body - <NAME>, <ADDR1>,
           *> <ADDR2>, <CITY>, <LOAN>, <BALANCE>, <PAYMENT>,
           *> <AMTDUE>, <DATE> - so a new notice is a template
           *> edit, not a new WRITE routine; <REF> and <REASON>
           *> carry the trigger's own reference and reason text
           01 templateLine pic X(70).

           fd triggerFile.
           *> one trigger per letter wanted: the loan and the
           *> letter code - DelinquencyAging writes the 30/60/90
           *> triggers every aging run, LoanApplication the
           *> adverse-action notices - see copybook/letter-trigger.cpy
               copy "letter-trigger".

           fd loanMaster.
               copy "loan-master".
           fd letterFile.
           01 letterLine pic X(80).

           fd mailHoldFile.
               copy "mail-hold".

           fd letterParamFile.
           01 letterParamRecord pic X(30).

           01 custStatus pic X(2).
           01 letterParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               value zeros.
           77 custOnFile pic X(1).
           77 custFileAvailable pic X(1) value 'N'.
           *> a customer whose mail has come back gets no printed
           *> letter - see copybook/mail-hold-io.cpy
           copy "mail-hold-fields".

           01 runDate.
               02 runYear  pic 9(4).
                   stop run
               end-if.
               open output letterFile.
               move 'L' to mailSource.
               perform OpenMailHold.

               perform until triggerStatus = "10"
                   read triggerFile into triggerRecord
               close triggerFile.
               close letterFile.
               close loanMaster.
               perform CloseMailHold.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               display "Letters produced: " letterCount
                   " to " letterFileName.
               if mailHeldCount > 0
                   display "Letters held for returned mail: "
                       mailHeldCount " on mailhold.dat"
               end-if.
               if skippedCount > 0
                   display "Triggers skipped: " skippedCount
                   move WarningRunCode to return-code
                           "' - loan " trLoanNum " skipped"
                       add 1 to skippedCount
                   else
                       if trLoanNum is numeric and trLoanNum = 0
                           perform MergeCustomerLetter
                       else
                           perform MergeLoanLetter
                       end-if
                   end-if.

               MergeLoanLetter.
                   move trLoanNum to lmLoanNum
                   read loanMaster
                       invalid key
                           display "Loan " trLoanNum
                               " not on the master - skipped"
                           add 1 to skippedCount
                       not invalid key
                           perform ReadLetterCustomer
                           perform WriteMergedLetter
                   end-read.

               *> a letter about no loan - the notice on a declined
               *> application - goes to the customer the trigger
               *> names, with every loan figure in the merge blank
               *> or zero
               MergeCustomerLetter.
                   if trCustId is numeric and trCustId > 0
                       move zeros to lmLoanNum, lmCurrentBalance,
                           lmMonthlyPayment, lmEscrowPayment,
                           lmFeesDue
                       move trCustId to lmCustId
                       perform ReadLetterCustomer
                       perform WriteMergedLetter
                   else
                       display "Letter '" trLetter "' names neither "
                           "a loan nor a customer - skipped"
                       add 1 to skippedCount
                   end-if.

               FindTemplate.
               *> than a silently missing letter
               ReadLetterCustomer.
                   move 'N' to custOnFile.
                   if trCustId is numeric and trCustId > 0
                       move trCustId to lmCustId
                   end-if.
                   if custFileAvailable = 'Y' and lmCustId > 0
                       move lmCustId to IdNum
                       read custFile
                   if lmFeesDue is numeric
                       add lmFeesDue to amountDue
                   end-if.
                   move 'N' to mailHeld.
                   move zeros to mailLineNo.
                   move lmCustId to mailCustId.
                   if custOnFile = 'Y'
                       perform TestReturnedMail
                   end-if.
                   move letterBreak to documentLine
                   perform PutDocumentLine.
                   compute tplLineIdx = tpFirstLine(tplIdx).
                   perform tpLineCount(tplIdx) times
                       move tplBodyLine(tplLineIdx) to workLine
                       perform SubstituteTags
                       move outLetterLine to documentLine
                       perform PutDocumentLine
                       add 1 to tplLineIdx
                   end-perform.
                   if mailHeld = 'N'
                       add 1 to letterCount
                   end-if.

               *> one line of the letter, to the print file or - for
               *> returned mail - to the hold file
               PutDocumentLine.
                   if mailHeld = 'Y'
                       perform HoldDocumentLine
                   else
                       write letterLine from documentLine
                   end-if.

               copy "mail-hold-io".

               *> walk the template line, swapping each tag for its
               *> trimmed value - anything that isn't a recognized
                           move editedAmount to valueWork
                           move 8 to tagLen
                           perform TrimValue
                       when inPos <= 66
                           and workLine(inPos:5) = '<REF>'
                           move spaces to valueWork
                           if trRefNum is numeric
                               move trRefNum to valueWork(1:6)
                           end-if
                           move 5 to tagLen
                           perform TrimValue
                       when inPos <= 63
                           and workLine(inPos:8) = '<REASON>'
                           move trReason to valueWork
                           move 8 to tagLen
                           perform TrimValue
                       when inPos <= 65
                           and workLine(inPos:6) = '<DATE>'
                           move spaces to editedDate
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
