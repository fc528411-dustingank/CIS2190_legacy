           identification division.
           program-id. AuditChainVerify.

           environment division.

           input-output section.
           file-control.
           select auditFile assign to dynamic verifyLogName
               organization is line sequential
               file status is auditStatus.
           select verifyReport assign to dynamic reportFileName
               organization is line sequential.
           select reportParamFile assign to "auditverify.par"
               organization is line sequential
               file status is reportParamStatus.

           data division.
           file section.
           *> the same record layout every program appends to the
           *> trail with - read here from each rolled log in turn
           *> and then from the live audit.log
           fd auditFile.
               copy "audit-trail".

           fd verifyReport.
           01 reportLine pic X(80).

           fd reportParamFile.
           01 reportParamRecord pic X(30).

           working-storage section.
           copy "return-codes".

           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 reportParamStatus pic X(2).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended override - auditverify.par (if present)
           *> supplies the report name, the same convention as
           *> auditroll.par
           01 reportFileName pic X(30) value "auditverify.rpt".

           *> the logs to walk: the rolled copies AuditLogRoll
           *> leaves behind (audit.log.<yyyymmdd>), found by
           *> stepping back day by day as far as its purge horizon
           *> reaches, read oldest first, then the live log
           01 purgeHorizon constant as 400.
           01 maxLogs constant as 401.
           01 verifyLogName pic X(40).
           01 liveLogName pic X(30) value "audit.log".
           77 logCount pic 9(3) usage is COMPUTATIONAL value zeros.
           77 logIdx pic 9(3) usage is COMPUTATIONAL.
           01 logArea.
               02 logEntry occurs maxLogs times.
                   03 logName pic X(40).
           77 existStatus pic S9(9) usage is COMPUTATIONAL-5.
           01 fileInfo.
               02 fileSize pic 9(18) usage is COMPUTATIONAL.
               02 fileDate pic 9(8)   usage is COMPUTATIONAL.
               02 fileTime pic 9(8)   usage is COMPUTATIONAL.
           77 daysBack pic 9(3) usage is COMPUTATIONAL.
           77 logEof pic X(1).

           *> where the walk stands: has the first chained record
           *> been met, the sequence number the next record should
           *> carry, and the check value it should be chained from
           77 chainStarted pic X(1) value 'N'.
           77 expectedSeq pic 9(9) value zeros.
           77 priorCheck pic 9(10) value zeros.
           77 lineNumber pic 9(7) usage is COMPUTATIONAL.
           77 breakReason pic X(40).

           77 logsRead pic 9(5) usage is COMPUTATIONAL value zeros.
           77 linesRead pic 9(9) usage is COMPUTATIONAL value zeros.
           77 legacyCount pic 9(9) usage is COMPUTATIONAL
               value zeros.
           77 chainedCount pic 9(9) usage is COMPUTATIONAL
               value zeros.
           77 breakCount pic 9(7) usage is COMPUTATIONAL value zeros.

           01 walkDate.
               02 walkYear  pic 9(4).
               02 walkMonth pic 99.
               02 walkDay   pic 99.
           77 leapRemainder pic 9(4) usage is COMPUTATIONAL.
           77 leapQuotient pic 9(4) usage is COMPUTATIONAL.
           77 leapYearFlag pic X(1).
           01 monthDaysTable.
               02 filler pic X(24) value '312831303130313130313031'.
           01 filler redefines monthDaysTable.
               02 monthDays pic 99 occurs 12 times.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reportTitle.
               02 filler pic X(40) value
           ' Audit Trail Chain Verification    Run '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(72) value all '-'.
           01 logLine.
               02 filler pic X(10) value ' Reading '.
               02 outLogName pic X(40).
           01 missingLine.
               02 filler pic X(50) value
           ' No audit.log to verify - nothing read'.
           01 startLine.
               02 filler pic X(29) value
           '   chain begins at sequence  '.
               02 outStartSeq pic Z(8)9.
               02 filler pic X(9) value ' on line '.
               02 outStartLine pic Z(6)9.
           01 reportDetail.
               02 filler pic X(3) value space.
               02 filler pic X(5) value 'line '.
               02 outLineNumber pic Z(6)9.
               02 filler pic X(6) value '  seq '.
               02 outSequence pic Z(8)9.
               02 filler pic X(2) value space.
               02 outReason pic X(40).
           01 expectedDetail.
               02 filler pic X(24) value space.
               02 filler pic X(14) value 'expected seq '.
               02 outExpected pic Z(8)9.
           01 summaryLogs.
               02 filler pic X(32) value
           ' Logs read:                     '.
               02 outLogsRead pic Z(8)9.
           01 summaryLines.
               02 filler pic X(32) value
           ' Lines read:                    '.
               02 outLinesRead pic Z(8)9.
           01 summaryLegacy.
               02 filler pic X(32) value
           ' Written before chaining began: '.
               02 outLegacyCount pic Z(8)9.
           01 summaryChained.
               02 filler pic X(32) value
           ' Chained records:               '.
               02 outChainedCount pic Z(8)9.
           01 summaryBreaks.
               02 filler pic X(32) value
           ' Breaks in the chain:           '.
               02 outBreakCount pic Z(8)9.
           01 verdictIntact.
               02 filler pic X(40) value
           ' Chain intact'.
           01 verdictBroken.
               02 filler pic X(50) value
           ' CHAIN BROKEN - audit trail cannot be relied on'.

           procedure division.
               *> the nightly proof that audit.log is what the
               *> programs wrote: every rolled log still on hand and
               *> then the live log are read oldest first, each
               *> chained record's sequence number is checked against
               *> the one before and its check value worked out again
               *> from its own fields and the previous check. A gap, a
               *> record out of order or repeated, a line without a
               *> link where the chain has already begun, or a line
               *> whose check no longer matches is listed with its
               *> log and line number, and any break ends the run
               *> with ErrorRunCode so NightlyBatch stops the night
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetReportParameters.
               perform CollectRolledLogs.

               open output verifyReport.
               move runDate to outRunDate.
               write reportLine from reportTitle.
               write reportLine from breakLine.
               perform VerifyOneLog
                   varying logIdx from logCount by -1
                   until logIdx < 1.
               move liveLogName to verifyLogName.
               perform VerifyLog.
               write reportLine from breakLine.

               move logsRead to outLogsRead.
               write reportLine from summaryLogs.
               move linesRead to outLinesRead.
               write reportLine from summaryLines.
               move legacyCount to outLegacyCount.
               write reportLine from summaryLegacy.
               move chainedCount to outChainedCount.
               write reportLine from summaryChained.
               move breakCount to outBreakCount.
               write reportLine from summaryBreaks.
               if breakCount > 0
                   write reportLine from verdictBroken
               else
                   write reportLine from verdictIntact
               end-if.
               close verifyReport.

               display "Audit chain verification written to "
                   reportFileName.
               display "Lines read: " outLinesRead
                   "  breaks: " outBreakCount.
               move spaces to auditInputsValue.
               string "lines " delimited by size
                   outLinesRead delimited by size
                   " breaks " delimited by size
                   outBreakCount delimited by size
                   into auditInputsValue.
               move liveLogName to verifyLogName.
               perform WriteAuditTrail.
               if breakCount > 0
                   move ErrorRunCode to return-code
               end-if.
               stop run.

               *> the same day-by-day walk AuditLogRoll's purge makes,
               *> newest first - so the table is read back to front
               CollectRolledLogs.
                   move runDate to walkDate.
                   move zeros to daysBack.
                   perform until daysBack > purgeHorizon
                       move spaces to verifyLogName
                       string liveLogName delimited by space
                           '.' delimited by size
                           walkDate delimited by size
                           into verifyLogName
                       call "CBL_CHECK_FILE_EXIST"
                           using verifyLogName fileInfo
                           returning existStatus
                       if existStatus = 0
                           and logCount < maxLogs
                           add 1 to logCount
                           move verifyLogName to logName(logCount)
                       end-if
                       perform StepBackOneDay
                       add 1 to daysBack
                   end-perform.

               VerifyOneLog.
                   move logName(logIdx) to verifyLogName.
                   perform VerifyLog.

               VerifyLog.
                   open input auditFile.
                   if auditStatus not = "00"
                       if verifyLogName = liveLogName
                           write reportLine from missingLine
                       end-if
                   else
                       add 1 to logsRead
                       move verifyLogName to outLogName
                       write reportLine from logLine
                       move zeros to lineNumber
                       move 'N' to logEof
                       perform until logEof = 'Y'
                           read auditFile
                               at end
                                   move 'Y' to logEof
                               not at end
                                   add 1 to lineNumber
                                   add 1 to linesRead
                                   perform VerifyRecord
                           end-read
                       end-perform
                       close auditFile
                   end-if.

               *> lines written before chaining began carry no link
               *> and are only counted; once the chain has begun every
               *> line must carry one
               VerifyRecord.
                   if auditSequence is numeric
                       and auditCheck is numeric
                       add 1 to chainedCount
                       if chainStarted = 'N'
                           perform StartChain
                       else
                           perform FollowChain
                       end-if
                   else
                       if chainStarted = 'N'
                           add 1 to legacyCount
                       else
                           move zeros to auditSequence
                           move 'line carries no chain link'
                               to breakReason
                           perform ReportBreak
                       end-if
                   end-if.

               *> the first chained record on hand. Sequence 1 starts
               *> from a zero check and can be proved; anything later
               *> means the older rolled logs have been purged, and
               *> the walk picks the chain up from there
               StartChain.
                   move 'Y' to chainStarted.
                   if auditSequence = 1
                       move zeros to priorCheck
                       perform CheckRecordLink
                   else
                       move auditSequence to outStartSeq
                       move lineNumber to outStartLine
                       write reportLine from startLine
                   end-if.
                   perform TakeRecordAsLink.

               *> a break is reported once and the walk resyncs on the
               *> record just read, so one removed line is one break
               *> rather than every line after it
               FollowChain.
                   evaluate true
                       when auditSequence = expectedSeq
                           perform CheckRecordLink
                       when auditSequence = 1
                           move 'chain restarted - log replaced?'
                               to breakReason
                           perform ReportExpected
                       when auditSequence > expectedSeq
                           move 'gap - records missing before this'
                               to breakReason
                           perform ReportExpected
                       when other
                           move 'out of order or repeated record'
                               to breakReason
                           perform ReportExpected
                   end-evaluate.
                   perform TakeRecordAsLink.

               CheckRecordLink.
                   move priorCheck to clPriorCheck.
                   move auditRecord(1:94) to clRecordBody.
                   move auditSequence to clSequence.
                   perform ComputeAuditCheck.
                   if chainHash not = auditCheck
                       move 'check value wrong - line altered'
                           to breakReason
                       perform ReportBreak
                   end-if.

               TakeRecordAsLink.
                   compute expectedSeq = auditSequence + 1.
                   move auditCheck to priorCheck.

               ReportExpected.
                   perform ReportBreak.
                   move expectedSeq to outExpected.
                   write reportLine from expectedDetail.

               ReportBreak.
                   add 1 to breakCount.
                   move lineNumber to outLineNumber.
                   move auditSequence to outSequence.
                   move breakReason to outReason.
                   write reportLine from reportDetail.

               StepBackOneDay.
                   if walkDay > 1
                       subtract 1 from walkDay
                   else
                       if walkMonth > 1
                           subtract 1 from walkMonth
                       else
                           move 12 to walkMonth
                           subtract 1 from walkYear
                       end-if
                       move monthDays(walkMonth) to walkDay
                       if walkMonth = 2
                           perform CheckLeapYear
                           if leapYearFlag = 'Y'
                               move 29 to walkDay
                           end-if
                       end-if
                   end-if.

               *> divisible by 4, except centuries unless divisible
               *> by 400
               CheckLeapYear.
                   move 'N' to leapYearFlag.
                   divide walkYear by 4 giving leapQuotient
                       remainder leapRemainder.
                   if leapRemainder = 0
                       move 'Y' to leapYearFlag
                       divide walkYear by 100 giving leapQuotient
                           remainder leapRemainder
                       if leapRemainder = 0
                           move 'N' to leapYearFlag
                           divide walkYear by 400
                               giving leapQuotient
                               remainder leapRemainder
                           if leapRemainder = 0
                               move 'Y' to leapYearFlag
                           end-if
                       end-if
                   end-if.

               *> auditverify.par, if present, supplies the report
               *> file name on its first line
               GetReportParameters.
                   open input reportParamFile.
                   if reportParamStatus = "00"
                       read reportParamFile into reportParamRecord
                           at end
                               continue
                           not at end
                               if reportParamRecord not = spaces
                                   move reportParamRecord
                                       to reportFileName
                               end-if
                       end-read
                       close reportParamFile
                   end-if.

               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "AuditChainVerify" to auditProgram.
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
