               file status is agingParamStatus.
           select letterTrigFile assign to "lettertrig.dat"
               organization is line sequential.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
               02 ltgLoanNum pic 9(5).
               02 ltgLetter  pic X(3).

           fd holdSkipFile.
               copy "hold-skip".

           fd auditFile.
               copy "audit-trail".

           01 masterStatus pic X(2).
           01 agingParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> bankruptcy and legal holds - see copybook/hold-io.cpy
           copy "hold-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               02 outBucketCount pic ZZZZ9.
               02 filler pic X(14) value '  Principal:  '.
               02 outBucketPrincipal pic ZZZZZZZZ9.99.
           01 heldSummary.
               02 filler pic X(40) value
           'Letters held back for held loans:       '.
               02 outHeldCount pic ZZZZ9.
           01 noDelinquentLine.
               02 filler pic X(40) value
                   '  (no delinquent loans)'.
               *> loan, replacing the hand-maintained collections list
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "DelinquencyAging" to holdSkipProgram.
               perform GetAgingParameters.
               move "LOANMAST aging pass" to auditInputsValue.
               perform WriteAuditTrail.
               move bucket90Count to outBucketCount.
               move bucket90Principal to outBucketPrincipal.
               write reportLine from bucketSummary.
               if holdSkipCount > 0
                   move holdSkipCount to outHeldCount
                   write reportLine from heldSummary
               end-if.
               close agingReport.
               close letterTrigFile.
               close loanMaster.
                           perform WriteLetterTrigger
                   end-evaluate.

               *> the report still shows a held loan in its bucket -
               *> the hold stops the letter, not the arithmetic
               WriteLetterTrigger.
                   perform CheckLoanHold.
                   if loanOnHold = 'Y'
                       move spaces to holdSkipAction
                       string 'delinquency letter ' delimited by size
                           ltgLetter delimited by space
                           ' not sent' delimited by size
                           into holdSkipAction
                       perform WriteHoldSkip
                   else
                       move lmLoanNum to ltgLoanNum
                       write letterTrigRecord
                   end-if.

               WriteAgingDetail.
                   move lmLoanNum to outLoanNum.

               copy "aging-io".

               copy "hold-io".

               *> loanage.par, if present, supplies the aging-report
               *> file name - the same operator-repointing convention
               *> used for loanbatch.par
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
