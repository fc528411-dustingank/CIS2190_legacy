           identification division.
           program-id. ReportDistribution.

           environment division.

           input-output section.
           file-control.
           select distribFile assign to "distrib.tab"
               organization is line sequential
               file status is distribStatus.
           select auditFile assign to dynamic auditLogName
               organization is line sequential
               file status is auditStatus.
           select manifestReport assign to dynamic manifestFileName
               organization is line sequential.
           select distribParamFile assign to "reportdist.par"
               organization is line sequential
               file status is distribParamStatus.

           data division.
           file section.
           fd distribFile.
               copy "report-distrib".

           *> the same record layout every program appends to the
           *> trail with - read here for the night's runs, and
           *> appended to like any other program at the end
           fd auditFile.
               copy "audit-trail".

           fd manifestReport.
           01 reportLine pic X(110).

           fd distribParamFile.
           01 distribParamRecord pic X(30).
           01 streamDateRecord.
               02 parStreamDate pic 9(8).
               02 filler pic X(22).

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 distribStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 distribParamStatus pic X(2).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> reportdist.par (if present), one per line: the log to
           *> read the night from (a rolled audit.log.<yyyymmdd> to
           *> rebuild an older night's manifest), the date of the
           *> stream wanted (blank takes the last stream on the log),
           *> and the manifest's base name. The manifest is dated
           *> like the reports it lists - base.<stream date>
           01 liveLogName pic X(30) value "audit.log".
           01 auditLogName pic X(40) value "audit.log".
           01 manifestBaseName pic X(30) value "distrib.rpt".
           01 manifestFileName pic X(40).
           77 wantedDate pic 9(8) value zeros.

           *> the distribution table, loaded in one pass - maxReports
           *> is a fixed, documented limit in the shop's usual style.
           *> drRan and drRanDate are filled in from the night's
           *> audit.log records
           01 maxReports constant as 200.
           77 reportCount pic 9(3) usage is COMPUTATIONAL
               value zeros.
           77 reportIdx pic 9(3) usage is COMPUTATIONAL.
           01 reportArea.
               02 reportEntry occurs maxReports times.
                   03 drProgram    pic X(20).
                   03 drReportName pic X(30).
                   03 drDated      pic X(1).
                   03 drRecipients pic X(30).
                   03 drCopies     pic 99.
                   03 drRetainDays pic 999.
                   03 drExpected   pic X(1).
                   03 drRan        pic X(1).
                   03 drRanDate    pic 9(8).
           77 distribEof pic X(1).
           77 tableOverflow pic X(1) value 'N'.

           *> programs that ran in the stream with no row in the
           *> table - listed so a new report gets a row before
           *> anyone goes looking for it
           01 maxUnlisted constant as 100.
           77 unlistedCount pic 9(3) usage is COMPUTATIONAL
               value zeros.
           77 unlistedIdx pic 9(3) usage is COMPUTATIONAL.
           01 unlistedArea.
               02 unlistedProgram pic X(20) occurs maxUnlisted times.
           77 programListed pic X(1).
           77 unlistedFound pic X(1).

           *> the nightly stream is the run of records from
           *> NightlyBatch's "stream started" record to the next one;
           *> a log with no such record (rolled part way through the
           *> night) is taken from its first line
           01 streamStartText pic X(22) value
               "nightly stream started".
           77 auditEof pic X(1).
           77 collecting pic X(1).
           77 streamFound pic X(1) value 'N'.
           77 streamDate pic 9(8) value zeros.

           *> one report's file name for the night
           01 reportFileName pic X(40).
           01 ranDateText pic X(8).
           77 existStatus pic S9(9) usage is COMPUTATIONAL-5.
           77 deleteStatus pic S9(9) usage is COMPUTATIONAL-5.
           01 fileInfo.
               02 fileSize pic 9(18) usage is COMPUTATIONAL.
               02 fileDate pic 9(8)   usage is COMPUTATIONAL.
               02 fileTime pic 9(8)   usage is COMPUTATIONAL.

           *> generations past their retention days are deleted by
           *> the same day-by-day walk back AuditLogRoll's purge
           *> makes, out to the same horizon
           01 purgeHorizon constant as 400.
           77 daysBack pic 9(3) usage is COMPUTATIONAL.
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

           77 producedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 copyTotal pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 byteTotal pic 9(12) usage is COMPUTATIONAL
               value zeros.
           77 purgedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 errorCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 warningCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 findReason pic X(44).

           01 reportTitle.
               02 filler pic X(37) value
                   ' Report Distribution Manifest  Night '.
               02 outStreamDate pic 9999/99/99.
               02 filler pic X(10) value '   Run on '.
               02 outRunDate pic 9999/99/99.
           01 sourceLine.
               02 filler pic X(15) value ' Read from log '.
               02 outLogName pic X(40).
           01 breakLine.
               02 filler pic X(110) value all '-'.
           01 manifestHeading.
               02 filler pic X(42) value
                   ' Report file'.
               02 filler pic X(21) value 'Produced by'.
               02 filler pic X(16) value '      Bytes'.
               02 filler pic X(31) value 'Cps  Recipients'.
           01 manifestDetail.
               02 filler pic X(1) value space.
               02 outReportFile pic X(40).
               02 filler pic X(1) value space.
               02 outProducer pic X(20).
               02 filler pic X(1) value space.
               02 outSize pic ZZZ,ZZZ,ZZ9.
               02 filler pic X(3) value space.
               02 outCopies pic Z9.
               02 filler pic X(3) value space.
               02 outRecipients pic X(30).
           01 noReportsLine.
               02 filler pic X(40) value
                   '  (no listed report produced)'.
           01 findingHeading.
               02 filler pic X(40) value ' Findings'.
           01 findingDetail.
               02 filler pic X(1) value space.
               02 outSeverity pic X(8).
               02 filler pic X(2) value space.
               02 outFindFile pic X(40).
               02 filler pic X(2) value space.
               02 outFindReason pic X(44).
           01 noFindingsLine.
               02 filler pic X(30) value '  (no findings)'.
           01 purgeHeading.
               02 filler pic X(40) value
                   ' Generations past retention'.
           01 purgedDetail.
               02 filler pic X(11) value '   deleted '.
               02 outPurgedName pic X(40).
           01 noPurgeLine.
               02 filler pic X(30) value '  (none)'.
           01 totalsLine.
               02 filler pic X(19) value ' Reports produced: '.
               02 outProducedCount pic ZZZZ9.
               02 filler pic X(16) value '   Copies due:  '.
               02 outCopyTotal pic ZZZZ9.
               02 filler pic X(16) value '   Total bytes: '.
               02 outByteTotal pic ZZZ,ZZZ,ZZZ,ZZ9.
           01 reportSummary.
               02 filler pic X(19) value ' Errors:           '.
               02 outErrorCount pic ZZZZ9.
               02 filler pic X(16) value '   Warnings:    '.
               02 outWarningCount pic ZZZZ9.
               02 filler pic X(16) value '   Purged:      '.
               02 outPurgedCount pic ZZZZ9.

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

           procedure division.
               *> the last step of the nightly stream: every report
               *> the night's programs wrote is found from their
               *> audit.log records and listed against distrib.tab -
               *> its size, its copies and who it goes to - so the
               *> morning's hand-out is read off one manifest instead
               *> of worked out from a directory listing. A report
               *> the table expects every night that was not written
               *> is an error; dated generations past their retention
               *> days are deleted and named
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetDistribParameters.
               perform LoadDistribTable.
               perform ReadNightRecords.
               if streamFound = 'N' and wantedDate not = zeros
                   display "No nightly stream for " wantedDate
                       " on " auditLogName " - no manifest"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               if streamFound = 'N'
                   move runDate to streamDate
               end-if.

               move streamDate to ranDateText.
               move spaces to manifestFileName.
               string manifestBaseName delimited by space
                   '.' delimited by size
                   ranDateText delimited by size
                   into manifestFileName.
               open output manifestReport.
               move streamDate to outStreamDate.
               move runDateNumber to outRunDate.
               write reportLine from reportTitle.
               move auditLogName to outLogName.
               write reportLine from sourceLine.
               write reportLine from breakLine.
               write reportLine from manifestHeading.

               move 1 to reportIdx.
               perform until reportIdx > reportCount
                   perform ListReport
                   add 1 to reportIdx
               end-perform.
               if producedCount = 0
                   write reportLine from noReportsLine
               end-if.

               write reportLine from breakLine.
               write reportLine from findingHeading.
               move 1 to reportIdx.
               perform until reportIdx > reportCount
                   perform CheckExpectedReport
                   add 1 to reportIdx
               end-perform.
               move 1 to unlistedIdx.
               perform until unlistedIdx > unlistedCount
                   move unlistedProgram(unlistedIdx) to outFindFile
                   move 'ran tonight - no row in distrib.tab'
                       to findReason
                   perform ReportNote
                   add 1 to unlistedIdx
               end-perform.
               if tableOverflow = 'Y'
                   move "distrib.tab" to outFindFile
                   move 'more than 200 rows - the rest ignored'
                       to findReason
                   perform ReportWarning
               end-if.
               if errorCount = 0 and warningCount = 0
                   and unlistedCount = 0
                   write reportLine from noFindingsLine
               end-if.

               write reportLine from breakLine.
               write reportLine from purgeHeading.
               move 1 to reportIdx.
               perform until reportIdx > reportCount
                   if drDated(reportIdx) = 'D'
                       and drRetainDays(reportIdx) > 0
                       perform PurgeOldGenerations
                   end-if
                   add 1 to reportIdx
               end-perform.
               if purgedCount = 0
                   write reportLine from noPurgeLine
               end-if.

               write reportLine from breakLine.
               move producedCount to outProducedCount.
               move copyTotal to outCopyTotal.
               move byteTotal to outByteTotal.
               write reportLine from totalsLine.
               move errorCount to outErrorCount.
               move warningCount to outWarningCount.
               move purgedCount to outPurgedCount.
               write reportLine from reportSummary.
               close manifestReport.

               display "Report distribution: " outProducedCount
                   " reports, " outErrorCount " errors - see "
                   manifestFileName.
               move spaces to auditInputsValue.
               string "reports " delimited by size
                   outProducedCount delimited by size
                   " errors " delimited by size
                   outErrorCount delimited by size
                   " purged " delimited by size
                   outPurgedCount delimited by size
                   into auditInputsValue.
               move liveLogName to auditLogName.
               perform WriteAuditTrail.
               if errorCount > 0
                   move ErrorRunCode to return-code
               else
                   if warningCount > 0
                       move WarningRunCode to return-code
                   end-if
               end-if.
               stop run.

               *> a report with no table there is nothing to list and
               *> nothing to purge by - the step fails so the missing
               *> table is seen
               LoadDistribTable.
                   open input distribFile.
                   if distribStatus not = "00"
                       display "Distribution table distrib.tab could "
                           "not be opened - no manifest"
                       move ErrorRunCode to return-code
                       stop run
                   end-if.
                   move 'N' to distribEof.
                   perform until distribEof = 'Y'
                       read distribFile
                           at end
                               move 'Y' to distribEof
                           not at end
                               perform StoreDistribRow
                       end-read
                   end-perform.
                   close distribFile.

               *> a blank line is passed over; copies and retention
               *> read as zero where they are not numbers
               StoreDistribRow.
                   if distribRecord not = spaces
                       if reportCount < maxReports
                           add 1 to reportCount
                           move dsProgram to drProgram(reportCount)
                           move dsReportName
                               to drReportName(reportCount)
                           move dsDated to drDated(reportCount)
                           if drDated(reportCount) = 'd'
                               move 'D' to drDated(reportCount)
                           end-if
                           move dsRecipients
                               to drRecipients(reportCount)
                           if dsCopies is numeric
                               move dsCopies to drCopies(reportCount)
                           else
                               move zeros to drCopies(reportCount)
                           end-if
                           if dsRetainDays is numeric
                               move dsRetainDays
                                   to drRetainDays(reportCount)
                           else
                               move zeros to drRetainDays(reportCount)
                           end-if
                           move dsExpected to drExpected(reportCount)
                           if drExpected(reportCount) = 'y'
                               move 'Y' to drExpected(reportCount)
                           end-if
                           move 'N' to drRan(reportCount)
                           move zeros to drRanDate(reportCount)
                       else
                           move 'Y' to tableOverflow
                       end-if
                   end-if.

               *> one pass of the log; every stream start the par
               *> file allows begins the night afresh, so the last one
               *> on the log is the one reported
               ReadNightRecords.
                   if wantedDate = zeros
                       move 'Y' to collecting
                   else
                       move 'N' to collecting
                   end-if.
                   open input auditFile.
                   if auditStatus not = "00"
                       display "Audit log " auditLogName
                           " could not be opened - no manifest"
                       move ErrorRunCode to return-code
                       stop run
                   end-if.
                   move 'N' to auditEof.
                   perform until auditEof = 'Y'
                       read auditFile
                           at end
                               move 'Y' to auditEof
                           not at end
                               perform TakeAuditRecord
                       end-read
                   end-perform.
                   close auditFile.

               TakeAuditRecord.
                   if auditProgram = "NightlyBatch"
                       and auditInputs(1:22) = streamStartText
                       if wantedDate = zeros
                           or auditRunDate = wantedDate
                           perform StartNight
                       else
                           move 'N' to collecting
                       end-if
                   else
                       if collecting = 'Y'
                           perform NoteProgramRan
                       end-if
                   end-if.

               StartNight.
                   move 'Y' to collecting.
                   move 'Y' to streamFound.
                   move auditRunDate to streamDate.
                   move zeros to unlistedCount.
                   move 1 to reportIdx.
                   perform until reportIdx > reportCount
                       move 'N' to drRan(reportIdx)
                       move zeros to drRanDate(reportIdx)
                       add 1 to reportIdx
                   end-perform.

               *> a program that runs past midnight stamps its report
               *> with the date it ran, not the date the stream
               *> started - so the date is taken from its own record
               NoteProgramRan.
                   move 'N' to programListed.
                   move 1 to reportIdx.
                   perform until reportIdx > reportCount
                       if drProgram(reportIdx) = auditProgram
                           move 'Y' to programListed
                           move 'Y' to drRan(reportIdx)
                           if auditRunDate is numeric
                               move auditRunDate
                                   to drRanDate(reportIdx)
                           end-if
                       end-if
                       add 1 to reportIdx
                   end-perform.
                   if programListed = 'N'
                       perform NoteUnlistedProgram
                   end-if.

               NoteUnlistedProgram.
                   move 'N' to unlistedFound.
                   move 1 to unlistedIdx.
                   perform until unlistedIdx > unlistedCount
                       if unlistedProgram(unlistedIdx) = auditProgram
                           move 'Y' to unlistedFound
                       end-if
                       add 1 to unlistedIdx
                   end-perform.
                   if unlistedFound = 'N'
                       and unlistedCount < maxUnlisted
                       add 1 to unlistedCount
                       move auditProgram
                           to unlistedProgram(unlistedCount)
                   end-if.

               *> the file the program wrote tonight - the dated name
               *> from the date it ran, or the one fixed name
               BuildReportFileName.
                   move spaces to reportFileName.
                   if drDated(reportIdx) = 'D'
                       if drRanDate(reportIdx) = zeros
                           move streamDate to ranDateText
                       else
                           move drRanDate(reportIdx) to ranDateText
                       end-if
                       string drReportName(reportIdx)
                               delimited by space
                           '.' delimited by size
                           ranDateText delimited by size
                           into reportFileName
                   else
                       move drReportName(reportIdx) to reportFileName
                   end-if.

               ListReport.
                   if drRan(reportIdx) = 'Y'
                       perform BuildReportFileName
                       call "CBL_CHECK_FILE_EXIST"
                           using reportFileName fileInfo
                           returning existStatus
                       if existStatus = 0
                           add 1 to producedCount
                           add drCopies(reportIdx) to copyTotal
                           add fileSize to byteTotal
                           move reportFileName to outReportFile
                           move drProgram(reportIdx) to outProducer
                           move fileSize to outSize
                           move drCopies(reportIdx) to outCopies
                           move drRecipients(reportIdx)
                               to outRecipients
                           write reportLine from manifestDetail
                       end-if
                   end-if.

               *> expected and never written is an error; a report
               *> not expected every night whose program ran but left
               *> no file is a warning - the file may have been
               *> renamed by the program's own parameter file
               CheckExpectedReport.
                   perform BuildReportFileName.
                   move reportFileName to outFindFile.
                   if drRan(reportIdx) = 'N'
                       if drExpected(reportIdx) = 'Y'
                           move 'expected - program did not run'
                               to findReason
                           perform ReportError
                       end-if
                   else
                       call "CBL_CHECK_FILE_EXIST"
                           using reportFileName fileInfo
                           returning existStatus
                       if existStatus not = 0
                           move 'program ran - report file not found'
                               to findReason
                           if drExpected(reportIdx) = 'Y'
                               perform ReportError
                           else
                               perform ReportWarning
                           end-if
                       end-if
                   end-if.

               *> counted from today, the day the purge runs - every
               *> generation older than the retention days, out to the
               *> purge horizon, is deleted and named
               PurgeOldGenerations.
                   move runDate to walkDate.
                   move zeros to daysBack.
                   perform until daysBack > purgeHorizon
                       if daysBack > drRetainDays(reportIdx)
                           move spaces to reportFileName
                           string drReportName(reportIdx)
                                   delimited by space
                               '.' delimited by size
                               walkDate delimited by size
                               into reportFileName
                           call "CBL_DELETE_FILE"
                               using reportFileName
                               returning deleteStatus
                           if deleteStatus = 0
                               add 1 to purgedCount
                               move reportFileName to outPurgedName
                               write reportLine from purgedDetail
                           end-if
                       end-if
                       perform StepBackOneDay
                       add 1 to daysBack
                   end-perform.

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

               ReportError.
                   move 'ERROR   ' to outSeverity.
                   add 1 to errorCount.
                   perform WriteFinding.

               ReportWarning.
                   move 'WARNING ' to outSeverity.
                   add 1 to warningCount.
                   perform WriteFinding.

               ReportNote.
                   move 'NOTE    ' to outSeverity.
                   perform WriteFinding.

               WriteFinding.
                   move findReason to outFindReason.
                   write reportLine from findingDetail.

               *> reportdist.par, if present, supplies the log to
               *> read, the stream date and the manifest base name one
               *> per line; a blank line leaves the default
               GetDistribParameters.
                   open input distribParamFile.
                   if distribParamStatus = "00"
                       read distribParamFile into distribParamRecord
                           at end
                               continue
                           not at end
                               if distribParamRecord not = spaces
                                   move distribParamRecord
                                       to auditLogName
                               end-if
                       end-read
                       read distribParamFile into streamDateRecord
                           at end
                               continue
                           not at end
                               if parStreamDate is numeric
                                   move parStreamDate to wantedDate
                               end-if
                       end-read
                       read distribParamFile into distribParamRecord
                           at end
                               continue
                           not at end
                               if distribParamRecord not = spaces
                                   move distribParamRecord
                                       to manifestBaseName
                               end-if
                       end-read
                       close distribParamFile
                   end-if.

               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "ReportDistribution" to auditProgram.
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
