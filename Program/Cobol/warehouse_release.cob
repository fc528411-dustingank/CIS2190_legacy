           identification division.
           program-id. WarehouseRelease.

           environment division.

           input-output section.
           file-control.
           select warehouseFile assign to "pmtware.dat"
               organization is line sequential
               file status is warehouseStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select paymentOutFile assign to dynamic paymentFileName
               organization is line sequential
               file status is paymentOutStatus.
           select warehouseKeepFile assign to "pmtware.new"
               organization is line sequential
               file status is warehouseKeepStatus.
           select warehouseHistFile assign to "pmtware.hist"
               organization is line sequential
               file status is warehouseHistStatus.
           select releaseReport assign to "pmtware.rpt"
               organization is line sequential.
           select postParamFile assign to "pmtbatch.par"
               organization is line sequential
               file status is postParamStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd warehouseFile.
               copy "scheduled-payment".

           fd warehouseKeepFile.
           01 warehouseKeepRecord pic X(91).

           fd warehouseHistFile.
           01 warehouseHistRecord pic X(91).

           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd paymentOutFile.
           *> one payment transaction per released entry, byte for
           *> byte the payment record PaymentPosting reads, added to
           *> the end of whatever input pmtbatch.par names - so the
           *> step runs ahead of the posting run and the day's
           *> scheduled payments post through the normal payment
           *> path alongside everything else
           01 releasedPayment.
               02 rpLoanNum  pic 9(5).
               02 rpPayDate  pic 9(8).
               02 rpAmount   pic 9(7)V99.
               02 rpTranType pic X(1).
               02 rpSource   pic X(1).

           fd releaseReport.
           01 reportLine pic X(90).

           fd postParamFile.
           01 postParamRecord pic X(30).

           fd lockFile.
           01 lockRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           copy "business-constants".

           01 warehouseStatus pic X(2).
           01 warehouseKeepStatus pic X(2).
           01 warehouseHistStatus pic X(2).
           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           77 loanHistOpen pic X(1) value 'N'.
           01 paymentOutStatus pic X(2).
           01 postParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> PaymentPosting's input - pmtbatch.par's first line
           *> when present, the posting run's own default otherwise
           01 paymentFileName pic X(30) value "pmtbatch.dat".

           *> the whole warehouse held in one table for the run
           *> and rewritten with each entry's outcome - maxEntries
           *> is the same fixed limit PaymentWarehouse keeps
           01 maxEntries constant as 5000.
           77 entryCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 eIdx pic S9(5) usage is COMPUTATIONAL.
           01 entryArea.
               02 warehouseEntry occurs maxEntries times pic X(91).
           *> rows the table could not hold - past maxEntries, or
           *> with no numeric entry id. Rewriting the file from the
           *> table would lose them, so the run stops instead
           77 entriesNotHeld pic 9(7) usage is COMPUTATIONAL
               value zeros.

           *> settled entries moved to pmtware.hist once they are
           *> WarehouseKeepMonths old
           01 settledCutoff.
               02 cutoffYear  pic 9(4).
               02 cutoffMonth pic 99.
               02 cutoffDay   pic 99.
           01 settledCutoffDate redefines settledCutoff pic 9(8).
           77 cutoffMonths pic 9(7) usage is COMPUTATIONAL.
           77 settledMoved pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 copyStatus pic S9(9) usage is COMPUTATIONAL-5.
           77 warehouseKeepName pic X(30) value "pmtware.new".
           77 warehouseLiveName pic X(30) value "pmtware.dat".

           77 rejectReason pic X(30).
           77 releasedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 rejectedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 releasedTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 rejectedTotal pic 9(9)V99 usage is COMPUTATIONAL-3
               value zeros.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runDateNumber redefines runDate pic 9(8).
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reportTitle.
               02 filler pic X(41) value
           ' Scheduled Payment Release        Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(90) value all '-'.
           01 colHeads.
               02 filler pic X(48) value
           ' Entry   Loan #        Amount  Pay date    Taken'.
               02 filler pic X(42) value
           ' by   Outcome'.
           01 reportDetail.
               02 filler pic X(1) value space.
               02 outEntryId pic 9(6).
               02 filler pic X(2) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outAmount pic Z,ZZZ,ZZ9.99.
               02 filler pic X(2) value space.
               02 outEffDate pic X(10).
               02 filler pic X(2) value space.
               02 outOperator pic X(8).
               02 filler pic X(2) value space.
               02 outOutcome pic X(38).
           01 nothingLine.
               02 filler pic X(40) value
           '  (no scheduled payments due)'.
           01 releasedSummary.
               02 filler pic X(22) value ' Released to posting: '.
               02 outReleasedCount pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outReleasedTotal pic ZZZ,ZZZ,ZZ9.99.
           01 rejectedSummary.
               02 filler pic X(22) value ' Rejected:            '.
               02 outRejectedCount pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outRejectedTotal pic ZZZ,ZZZ,ZZ9.99.
           01 archivedSummary.
               02 filler pic X(22) value ' Moved to pmtware.hist'.
               02 outMovedCount pic ZZZZ9.
               02 filler pic X(30) value
               '  settled entries past keeping'.
           01 inputLine.
               02 filler pic X(22) value ' Posting input:       '.
               02 outPaymentFile pic X(30).

           procedure division.
               *> the nightly step that turns the payment warehouse's
               *> due entries into real payments: every pending entry
               *> whose date has come (or passed, after a missed
               *> night) is checked against the loan master and
               *> written to PaymentPosting's input - unless the loan
               *> has closed or been charged off since the payment
               *> was taken, when it is rejected and named on the
               *> report for the borrower to be called back
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move "pmtware.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "pmtware.dat is in use by another "
                       "program - no release run; if nothing is "
                       "really running, remove pmtware.lck"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform ArchiveSettledEntries.
               perform LoadWarehouse.
               if entriesNotHeld > 0
                   display "pmtware.dat has " entriesNotHeld
                       " entries past the table or without an "
                       "entry id - nothing released; see the "
                       "supervisor"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - scheduled payments held"
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input loanHistory.
               if loanHistStatus = "00"
                   move 'Y' to loanHistOpen
               end-if.
               perform GetPostParameters.

               open output releaseReport.
               move runDateNumber to outRunDate.
               write reportLine from reportTitle.
               write reportLine from breakLine.
               write reportLine from colHeads.

               open extend paymentOutFile.
               if paymentOutStatus = "05" or paymentOutStatus = "35"
                   open output paymentOutFile
                   close paymentOutFile
                   open extend paymentOutFile
               end-if.
               move 1 to eIdx.
               perform until eIdx > entryCount
                   move warehouseEntry(eIdx) to warehousePayment
                   if wpStatus = 'P' and wpEffDate <= runDate
                       perform ReleaseOneEntry
                       move warehousePayment to warehouseEntry(eIdx)
                   end-if
                   add 1 to eIdx
               end-perform.
               close paymentOutFile.
               close loanMaster.
               if loanHistOpen = 'Y'
                   close loanHistory
               end-if.

               if releasedCount + rejectedCount > 0
                   perform RewriteWarehouse
               else
                   write reportLine from nothingLine
               end-if.
               write reportLine from breakLine.
               move releasedCount to outReleasedCount.
               move releasedTotal to outReleasedTotal.
               write reportLine from releasedSummary.
               move rejectedCount to outRejectedCount.
               move rejectedTotal to outRejectedTotal.
               write reportLine from rejectedSummary.
               move settledMoved to outMovedCount.
               write reportLine from archivedSummary.
               move paymentFileName to outPaymentFile.
               write reportLine from inputLine.
               close releaseReport.
               perform ReleaseSharedLock.

               display "Scheduled payments released: "
                   outReleasedCount "  rejected: " outRejectedCount.
               move spaces to auditInputsValue.
               string "released " delimited by size
                   outReleasedCount delimited by size
                   " rejected " delimited by size
                   outRejectedCount delimited by size
                   " -> " delimited by size
                   paymentFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.
               if rejectedCount > 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> the loan is looked at as it stands tonight, not as
               *> it stood when the payment was taken
               ReleaseOneEntry.
                   move spaces to rejectReason.
                   move wpLoanNum to lmLoanNum.
                   read loanMaster
                       invalid key
                           perform CheckArchivedLoan
                       not invalid key
                           evaluate lmStatus
                               when 'C'
                                   move 'LOAN CLOSED'
                                       to rejectReason
                               when 'O'
                                   move 'LOAN CHARGED OFF'
                                       to rejectReason
                               when other
                                   continue
                           end-evaluate
                   end-read.
                   move runDate to wpStatusDate.
                   move "RELEASE" to wpStatusBy.
                   if rejectReason = spaces
                       move wpLoanNum to rpLoanNum
                       move wpEffDate to rpPayDate
                       move wpAmount to rpAmount
                       move space to rpTranType
                       move space to rpSource
                       write releasedPayment
                       move 'R' to wpStatus
                       add 1 to releasedCount
                       add wpAmount to releasedTotal
                       move 'released to posting' to outOutcome
                   else
                       move 'J' to wpStatus
                       move rejectReason to wpReason
                       add 1 to rejectedCount
                       add wpAmount to rejectedTotal
                       move spaces to outOutcome
                       string 'REJECTED - ' delimited by size
                           rejectReason delimited by size
                           into outOutcome
                   end-if.
                   move wpEntryId to outEntryId.
                   move wpLoanNum to outLoanNum.
                   move wpAmount to outAmount.
                   move spaces to outEffDate.
                   move wpEffDate(1:4) to outEffDate(1:4).
                   move '/' to outEffDate(5:1).
                   move wpEffDate(5:2) to outEffDate(6:2).
                   move '/' to outEffDate(8:1).
                   move wpEffDate(7:2) to outEffDate(9:2).
                   move wpOperator to outOperator.
                   write reportLine from reportDetail.

               *> a loan gone from the master has been archived by
               *> LoanArchive - it finished closed or charged off
               CheckArchivedLoan.
                   move 'LOAN NOT ON FILE' to rejectReason.
                   if loanHistOpen = 'Y'
                       move wpLoanNum to lhLoanNum
                       read loanHistory into loanMasterRecord
                           invalid key
                               continue
                           not invalid key
                               if lmStatus = 'O'
                                   move 'LOAN CHARGED OFF'
                                       to rejectReason
                               else
                                   move 'LOAN CLOSED'
                                       to rejectReason
                               end-if
                       end-read
                   end-if.

               LoadWarehouse.
                   open input warehouseFile.
                   if warehouseStatus = "00"
                       perform until warehouseStatus = "10"
                           read warehouseFile
                               at end
                                   continue
                               not at end
                                   if entryCount < maxEntries
                                       and wpEntryId is numeric
                                       add 1 to entryCount
                                       move warehousePayment
                                         to warehouseEntry(entryCount)
                                   else
                                       add 1 to entriesNotHeld
                                   end-if
                           end-read
                       end-perform
                       close warehouseFile
                   end-if.

               *> ahead of the load, a pass over the file as it
               *> stands: an entry cancelled, released or rejected
               *> before the cutoff goes to pmtware.hist and the rest
               *> to pmtware.new, which becomes the live file - the
               *> same dated-copy machinery RetentionPurge uses. Done
               *> a record at a time, so a file already past the
               *> table is brought back within it
               ArchiveSettledEntries.
                   compute cutoffMonths = runYear * 12 + runMonth - 1
                       - WarehouseKeepMonths.
                   divide cutoffMonths by 12 giving cutoffYear
                       remainder cutoffMonth.
                   add 1 to cutoffMonth.
                   move runDay to cutoffDay.
                   open input warehouseFile.
                   if warehouseStatus = "00"
                       open output warehouseKeepFile
                       perform until warehouseStatus = "10"
                           read warehouseFile
                               at end
                                   continue
                               not at end
                                   perform ArchiveOneEntry
                           end-read
                       end-perform
                       close warehouseFile
                       close warehouseKeepFile
                       if settledMoved > 0
                           close warehouseHistFile
                       end-if
                       if settledMoved > 0
                           perform ReplaceLiveWarehouse
                       else
                           call "CBL_DELETE_FILE"
                               using warehouseKeepName
                               returning copyStatus
                       end-if
                   end-if.

               ArchiveOneEntry.
                   if wpEntryId is numeric
                       and (wpStatus = 'X' or wpStatus = 'R'
                           or wpStatus = 'J')
                       and wpStatusDate is numeric
                       and wpStatusDate < settledCutoffDate
                       perform OpenWarehouseHistory
                       move spaces to warehouseHistRecord
                       move warehousePayment to warehouseHistRecord
                       write warehouseHistRecord
                       add 1 to settledMoved
                   else
                       move spaces to warehouseKeepRecord
                       move warehousePayment to warehouseKeepRecord
                       write warehouseKeepRecord
                   end-if.

               OpenWarehouseHistory.
                   if settledMoved = 0
                       open extend warehouseHistFile
                       if warehouseHistStatus = "05"
                           or warehouseHistStatus = "35"
                           open output warehouseHistFile
                           close warehouseHistFile
                           open extend warehouseHistFile
                       end-if
                   end-if.

               *> the moved entries are already on pmtware.hist, so a
               *> failed copy leaves them on both files - the history
               *> copies must be taken back off it by hand
               ReplaceLiveWarehouse.
                   call "CBL_COPY_FILE" using warehouseKeepName
                       warehouseLiveName
                       returning copyStatus.
                   if copyStatus not = 0
                       display "pmtware.new could not be copied over "
                           "pmtware.dat - copy it by hand and remove "
                           "the last " settledMoved " entries from "
                           "pmtware.hist"
                       move ErrorRunCode to return-code
                       perform ReleaseSharedLock
                       stop run
                   end-if.
                   call "CBL_DELETE_FILE" using warehouseKeepName
                       returning copyStatus.

               RewriteWarehouse.
                   open output warehouseFile.
                   move 1 to eIdx.
                   perform until eIdx > entryCount
                       move warehouseEntry(eIdx) to warehousePayment
                       write warehousePayment
                       add 1 to eIdx
                   end-perform.
                   close warehouseFile.

               *> pmtbatch.par, if present, names the posting run's
               *> payment input on its first line - the same file
               *> PaymentPosting's own GetPostParameters reads
               GetPostParameters.
                   open input postParamFile.
                   if postParamStatus = "00"
                       read postParamFile into postParamRecord
                           at end
                               continue
                           not at end
                               if postParamRecord not = spaces
                                   move postParamRecord
                                       to paymentFileName
                               end-if
                       end-read
                       close postParamFile
                   end-if.

               copy "lock-io".

               *> record this run on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "WarehouseRelease" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
