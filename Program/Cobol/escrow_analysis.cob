           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
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
           select escrowParamFile assign to "escrow.par"
               organization is line sequential
               file status is escrowParamStatus.
           data division.
           file section.
           fd disbFile.
           *> one row per projected coming-year disbursement - the
           *> tax office and insurer figures the desk used to keep
           *> on a card per borrower; see copybook/escrow-disb.cpy
               copy "escrow-disb".

           fd loanMaster.
               copy "loan-master".
           fd imageJournal.
               copy "image-journal".

           fd custFile.
               copy "customer-record".

           fd mailHoldFile.
               copy "mail-hold".

           fd escrowParamFile.
           01 escrowParamRecord pic X(30).

           77 savedLoanImage pic X(200).
           01 escrowParamStatus pic X(2).
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
           01 summaryLine.
               02 filler pic X(26) value ' Statements produced:     '.
               02 outStatementCount pic ZZZZ9.
           01 heldSummaryLine.
               02 filler pic X(26) value ' Held - returned mail:    '.
               02 outHeldCount pic ZZZZ9.

           procedure division.
               *> the yearly escrow analysis: projects each loan's
                   stop run
               end-if.
               open output statementFile.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               move 'E' to mailSource.
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
               perform ReleaseSharedLock.
               stop run.

                   end-if.

               WriteEscrowStatement.
                   perform StartMailDocument.
                   move breakLine to documentLine
                   perform PutDocumentLine.
                   move statementTitle to documentLine
                   perform PutDocumentLine.
                   move lmLoanNum to outStmtLoanNum.
                   move stmtLoanLine to documentLine
                   perform PutDocumentLine.
                   move lmEscrowBalance to outStmtBalance.
                   move stmtBalanceLine to documentLine
                   perform PutDocumentLine.
                   move lmEscrowPayment to outStmtOldPay.
                   move stmtOldPayLine to documentLine
                   perform PutDocumentLine.
                   move disbHeadLine to documentLine
                   perform PutDocumentLine.
                   move 1 to disbIdx.
                   perform until disbIdx > disbCount
                       if dLoanNum(disbIdx) = lmLoanNum
                           move dDueDate(disbIdx)(7:2)
                               to outDisbDue(9:2)
                           move dAmount(disbIdx) to outDisbAmount
                           move disbDetailLine to documentLine
                           perform PutDocumentLine
                       end-if
                       add 1 to disbIdx
                   end-perform.
                   move projectedTotal to outStmtProjected.
                   move stmtProjLine to documentLine
                   perform PutDocumentLine.
                   if shortageAmount > 0
                       move shortageAmount to outStmtShortage
                       move stmtShortLine to documentLine
                       perform PutDocumentLine
                   else
                       compute shortageAmount =
                           shortageAmount * -1
                       move shortageAmount to outStmtSurplus
                       move stmtSurplusLine to documentLine
                       perform PutDocumentLine
                   end-if.
                   move newEscrowPayment to outStmtNewPay.
                   move stmtNewPayLine to documentLine
                   perform PutDocumentLine.
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

               LoadDisbursements.
                   open input disbFile.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
