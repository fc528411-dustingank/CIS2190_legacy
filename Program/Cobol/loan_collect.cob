               file status is payHistoryStatus.
           select worklistReport assign to dynamic worklistFileName
               organization is line sequential.
           select watchListFile assign to "watchlist.dat"
               organization is line sequential
               file status is watchListStatus.
           select contactNoteFile assign to "contnote.dat"
               organization is line sequential
               file status is contactNoteStatus.
           select collectParamFile assign to "collectq.par"
               organization is line sequential
               file status is collectParamStatus.
           select holdSkipFile assign to "holdskip.log"
               organization is line sequential
               file status is holdSkipStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
               copy "pay-history".

           fd worklistReport.
           01 reportLine pic X(120).

           fd watchListFile.
               copy "watch-list".

           fd contactNoteFile.
               copy "contact-note".

           fd collectParamFile.
           01 collectParamRecord pic X(30).

           fd holdSkipFile.
               copy "hold-skip".

           fd auditFile.
               copy "audit-trail".

           01 queueStatus pic X(2).
           01 updateStatus pic X(2).
           01 payHistoryStatus pic X(2).
           01 watchListStatus pic X(2).
           01 collectParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> bankruptcy and legal holds - see copybook/hold-io.cpy
           copy "hold-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> a fixed, documented limit in the shop's usual style.
           *> qCured marks an entry whose loan has come back current
           *> (dropped on rewrite); qPaidSince marks one whose loan
           *> has a payment on or after its promise date. qNote
           *> holds the borrower's latest contact notes, oldest
           *> first, for the worklist
           01 maxQueue constant as 2000.
           01 maxQueueNotes constant as 3.
           77 qnIdx pic 9.
           77 queueCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 qIdx pic S9(5) usage is COMPUTATIONAL.
                   03 qPromiseAmount pic 9(7)V99.
                   03 qCured         pic X(1).
                   03 qPaidSince     pic X(1).
                   03 qCustId        pic 9(6).
                   03 qNoteCount     pic 9.
                   03 qNote occurs maxQueueNotes times pic X(94).

           *> the early-delinquency watch list EarlyWatchList
           *> leaves in watchlist.dat - a current loan on it is
           *> carried in the pre-delinquent watch tier, bucket 0,
           *> instead of dropping off as cured
           01 maxWatch constant as 2000.
           77 watchCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 wIdx pic S9(5) usage is COMPUTATIONAL.
           77 wFound pic X(1).
           01 watchArea.
               02 watchEntry occurs maxWatch times.
                   03 wLoanNum pic 9(5).

           *> the contact notes history - see
           *> copybook/contact-note-io.cpy
           copy "contact-note-fields".

           77 masterEof pic X(1) value 'N'.
           copy "aging-fields".
               value zeros.
           77 brokenCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 watchedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           01 runDate.
               02 runYear  pic 9(4).
               02 outCuredCount pic ZZZZ9.
               02 filler pic X(11) value '  Broken:  '.
               02 outBrokenCount pic ZZZZ9.
               02 filler pic X(10) value '  Watch:  '.
               02 outWatchedCount pic ZZZZ9.
           01 heldSummary.
               02 filler pic X(40) value
           'Held loans kept off the queue:          '.
               02 outHeldCount pic ZZZZ9.

           procedure division.
               *> feeds the aging buckets into a persistent
               *> collections queue instead of a flat report: each
               *> run refreshes every delinquent loan's bucket,
               *> brings in the desk's collector/contact/promise
               *> updates, drops loans that have come back current
               *> (or carries them in the watch tier while
               *> EarlyWatchList still lists them), and prints the
               *> worklist of broken promises -
               *> promise date passed with no payment on the history
               *> on or after it - so follow-up stops depending on
               *> memory
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "CollectionsQueue" to holdSkipProgram.
               perform GetCollectParameters.
               move "LOANMAST -> collectq.dat" to auditInputsValue.
               perform WriteAuditTrail.

               perform LoadQueue.
               perform LoadWatchList.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "

               perform ApplyDeskUpdates.
               perform ScanPaymentsForPromises.
               perform LoadQueueNotes.
               perform WriteWorklist.
               perform RewriteQueue.
               stop run.
                       perform RefreshActiveLoan
                   end-if.

               *> a held loan comes off the queue (or never goes on)
               *> however far behind it is - the desk may not call
               *> it - and the drop is logged, not counted as a cure
               RefreshActiveLoan.
                   perform ComputePaymentsBehind.
                   perform FindQueueSlot.
                   perform CheckLoanHold.
                   if loanOnHold = 'Y'
                       if qFound = 'Y'
                           move 'Y' to qCured(qIdx)
                           move 'removed from collections queue'
                               to holdSkipAction
                           perform WriteHoldSkip
                       else
                           if paymentsBehind >= 1
                               move 'not queued for collections'
                                   to holdSkipAction
                               perform WriteHoldSkip
                           end-if
                       end-if
                   else
                       perform RefreshUnheldLoan
                   end-if.

               *> a current loan on the watch list holds (or takes)
               *> a slot in the watch tier, keeping whatever the desk
               *> has already noted against it; one that is neither
               *> behind nor watched is cured
               RefreshUnheldLoan.
                   if paymentsBehind >= 1
                       perform AddQueueSlot
                       if qFound = 'Y'
                           if paymentsBehind > 3
                               move 3 to qBucket(qIdx)
                           end-if
                       end-if
                   else
                       perform FindWatchEntry
                       if wFound = 'Y'
                           perform AddQueueSlot
                           if qFound = 'Y'
                               move 0 to qBucket(qIdx)
                           end-if
                       else
                           if qFound = 'Y'
                               move 'Y' to qCured(qIdx)
                               add 1 to curedCount
                           end-if
                       end-if
                   end-if.
                   if qFound = 'Y'
                       move lmCustId to qCustId(qIdx)
                   end-if.

               AddQueueSlot.
                   if qFound = 'N'
                       if queueCount < maxQueue
                           add 1 to queueCount
                           move queueCount to qIdx
                           move lmLoanNum to qLoanNum(qIdx)
                           move spaces to qCollector(qIdx)
                           move zeros to qContacts(qIdx)
                           move zeros to qPromiseDate(qIdx)
                           move zeros to qPromiseAmount(qIdx)
                           move 'N' to qCured(qIdx)
                           move 'N' to qPaidSince(qIdx)
                           move zeros to qCustId(qIdx)
                           move zeros to qNoteCount(qIdx)
                           add 1 to newEntryCount
                           move 'Y' to qFound
                       end-if
                   end-if.

               FindWatchEntry.
                   move 'N' to wFound.
                   move 1 to wIdx.
                   perform until wIdx > watchCount or wFound = 'Y'
                       if wLoanNum(wIdx) = lmLoanNum
                           move 'Y' to wFound
                       else
                           add 1 to wIdx
                       end-if
                   end-perform.

               *> a missing watch list just means EarlyWatchList has
               *> not run - the queue works from the aging alone
               LoadWatchList.
                   open input watchListFile.
                   if watchListStatus = "00"
                       perform until watchListStatus = "10"
                           read watchListFile into watchListRecord
                               at end
                                   continue
                               not at end
                                   if watchCount < maxWatch
                                       and wlLoanNum is numeric
                                       add 1 to watchCount
                                       move wlLoanNum
                                           to wLoanNum(watchCount)
                                   end-if
                           end-read
                       end-perform
                       close watchListFile
                   end-if.

               FindQueueSlot.

               copy "aging-io".

               copy "hold-io".

               copy "contact-note-io".

               *> the desk's keyed updates, applied to the matching
               *> queue entries - an update for a loan not on the
               *> queue is simply noted on the console, since the
                           and qPromiseDate(qIdx) > 0
                           and phPayDate >= qPromiseDate(qIdx)
                           and phTranType not = 'R'
                           and phTranType not = 'F'
                           move 'Y' to qPaidSince(qIdx)
                       end-if
                       add 1 to qIdx
                   move 1 to qIdx.
                   perform until qIdx > queueCount
                       if qCured(qIdx) = 'N'
                           if qBucket(qIdx) = 0
                               add 1 to watchedCount
                           end-if
                           perform WriteQueueDetail
                       end-if
                       add 1 to qIdx
                   move newEntryCount to outNewCount.
                   move curedCount to outCuredCount.
                   move brokenCount to outBrokenCount.
                   move watchedCount to outWatchedCount.
                   write reportLine from reportSummary.
                   if holdSkipCount > 0
                       move holdSkipCount to outHeldCount
                       write reportLine from heldSummary
                   end-if.
                   close worklistReport.

               WriteQueueDetail.
                   move qLoanNum(qIdx) to outLoanNum.
                   evaluate qBucket(qIdx)
                       when 0
                           move 'Watch   ' to outBucket
                       when 1
                           move '30 days ' to outBucket
                       when 2
                   end-if.
                   move qPromiseAmount(qIdx) to outPromiseAmount.
                   write reportLine from reportDetail.
                   move qNoteCount(qIdx) to qnIdx.
                   perform until qnIdx < 1
                       move qNote(qIdx, qnIdx) to shownNote
                       perform FormatNoteLine
                       write reportLine from noteShowLine
                       subtract 1 from qnIdx
                   end-perform.

               *> one pass over the contact notes: each note for a
               *> queued borrower joins that entry's latest few, the
               *> oldest sliding off once they are full - so the
               *> worklist shows what was said on the last calls,
               *> not just how many there were
               LoadQueueNotes.
                   open input contactNoteFile.
                   if contactNoteStatus = "00"
                       perform until contactNoteStatus = "10"
                           read contactNoteFile
                               at end
                                   continue
                               not at end
                                   perform MatchNoteToQueue
                           end-read
                       end-perform
                       close contactNoteFile
                   end-if.

               MatchNoteToQueue.
                   move 1 to qIdx.
                   perform until qIdx > queueCount
                       if qCustId(qIdx) = cnCustId
                           and qCured(qIdx) = 'N'
                           perform KeepQueueNote
                       end-if
                       add 1 to qIdx
                   end-perform.

               KeepQueueNote.
                   if qNoteCount(qIdx) < maxQueueNotes
                       add 1 to qNoteCount(qIdx)
                   else
                       move 1 to qnIdx
                       perform until qnIdx >= maxQueueNotes
                           move qNote(qIdx, qnIdx + 1)
                               to qNote(qIdx, qnIdx)
                           add 1 to qnIdx
                       end-perform
                   end-if.
                   move contactNoteRecord
                       to qNote(qIdx, qNoteCount(qIdx)).

               *> a missing queue file just means the desk is
               *> starting fresh - the first delinquent loan
                                           to qCured(queueCount)
                                       move 'N'
                                           to qPaidSince(queueCount)
                                       move zeros
                                           to qCustId(queueCount)
                                       move zeros
                                           to qNoteCount(queueCount)
                                   end-if
                           end-read
                       end-perform
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
