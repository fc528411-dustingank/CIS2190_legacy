           identification division.
           program-id. ConfigPreflight.

           environment division.

           input-output section.
           file-control.
           select paramFile assign to dynamic checkFileName
               organization is line sequential
               file status is paramStatus.
           select tableFile assign to dynamic checkFileName
               organization is line sequential
               file status is tableStatus.
           select scheduleFile assign to "nightly.sch"
               organization is line sequential
               file status is scheduleStatus.
           select checkReport assign to dynamic reportFileName
               organization is line sequential.
           select checkParamFile assign to "configchk.par"
               organization is line sequential
               file status is checkParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           *> every parameter file is read as plain lines - what
           *> each line has to hold comes from parSpecTable below
           fd paramFile.
           01 paramLine pic X(80).

           *> one FD serves every table; each layout is the one its
           *> programs read it with, shared copybook where there is
           *> one and the program's own where there is not
           fd tableFile.
           01 tableLine pic X(140).
               copy "rate-table".
               copy "currency-table".
               copy "usury-ceiling".
               copy "station-table".
               copy "gl-account".
               copy "close-period".
               copy "branch-officer".
               copy "operator-table".
               copy "participation".
               copy "retention-policy".
               copy "sanction-list".
               copy "climate-normals".
               copy "weather-qc-rule".
               copy "report-distrib".
           *> drug.tab, as BodySurfaceArea reads it
           01 drugTableRecord.
               02 dtCode      pic X(5).
               02 dtDosePerM2 pic 999V99.
               02 dtMaxDose   pic 9(4)V99.
               02 dtRenalCrCl pic 999.
               02 dtRenalAdj  pic 9V99.
               02 dtLifeCap   pic 9(6)V99.
               02 dtClass     pic X(8).
           *> cof.tab, as LoanProfitability reads it
           01 cofTableRecord.
               02 cfFromDate pic 9(8).
               02 cfToDate   pic 9(8).
               02 cfRate     pic 9(3)V99.
           *> holiday.tab, as NightlyBatch reads it
           01 holidayRecord.
               02 hdDate pic 9(8).
           *> growthpct.tab, as BodySurfaceArea reads it
           01 growthTableRecord.
               02 gpSex pic X(1).
               02 gpAge pic 99.
               02 gpMeasure pic X(1).
               02 gpP05 pic 999V9.
               02 gpP25 pic 999V9.
               02 gpP50 pic 999V9.
               02 gpP75 pic 999V9.
               02 gpP95 pic 999V9.
           *> arrival.tab, as NightlyBatch reads it
           01 arrivalRecord.
               02 arStepNum   pic 99.
               02 arFileName  pic X(30).
               02 arDateAt    pic X(1).
               02 arDatePos   pic 999.
               02 arWaitUntil pic X(4).
               02 arWaitTime redefines arWaitUntil.
                   03 arWaitHour   pic 99.
                   03 arWaitMinute pic 99.

           *> nightly.sch, as NightlyBatch reads it
           fd scheduleFile.
           01 scheduleRecord.
               02 schStepNum   pic 99.
               02 schDependsOn pic 99.
               02 schCommand   pic X(60).
               02 schFreq      pic X(8).

           fd checkReport.
           01 reportLine pic X(90).

           fd checkParamFile.
           01 checkParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 paramStatus pic X(2).
           01 tableStatus pic X(2).
           01 scheduleStatus pic X(2).
           01 checkParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> unattended override for the report file name -
           *> configchk.par (if present) supplies it, the same
           *> convention as integrity.par
           01 reportFileName pic X(30) value "configchk.rpt".
           01 checkFileName pic X(30).

           *> what each parameter file's lines must hold, in line
           *> order, three characters a line: a type and a width.
           *>   O  a file the step writes - any name, but not one
           *>      starting with a blank
           *>   I  a file the step reads - it must exist
           *>   A  a feed delivered for the night - named like any
           *>      file; one not there yet is a warning, since
           *>      NightlyBatch holds its step for it (arrival.tab)
           *>   N  a number in the first nn columns
           *>   D  a yyyymmdd date     P  a yyyymm period
           *>   Y  a yyyy year         F  a Y/N switch
           *>   R  the restart switch (R or N)
           *>   X  free text the program reads as it stands
           *> A blank line always stands for the program's own
           *> default. A '*' entry covers that line and every line
           *> after it with one of the repeating row layouts: LF
           *> late-fee rule, RV reserve percentage, AO allocation
           *> order, XX free text. Lines past the last entry are
           *> never read by the program and are warned about
           01 parSpecCount constant as 79.
           01 parSpecTable.
               02 filler pic X(16) value 'accrual.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'achdebit.par'.
               02 filler pic X(36) value
                   'O30O30O30'.
               02 filler pic X(16) value 'achret.par'.
               02 filler pic X(36) value
                   'A30O30O30'.
               02 filler pic X(16) value 'adtfeed.par'.
               02 filler pic X(36) value
                   'A30O30O30'.
               02 filler pic X(16) value 'allocord.par'.
               02 filler pic X(36) value
                   '*AO'.
               02 filler pic X(16) value 'approval.par'.
               02 filler pic X(36) value
                   'O30N03'.
               02 filler pic X(16) value 'auditroll.par'.
               02 filler pic X(36) value
                   'N03O30'.
               02 filler pic X(16) value 'auditrpt.par'.
               02 filler pic X(36) value
                   'X30D08D08O30*XX'.
               02 filler pic X(16) value 'auditverify.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'bondhold.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'bsabatch.par'.
               02 filler pic X(36) value
                   'A30O30N07N16O30X30N03N03'.
               02 filler pic X(16) value 'bureau.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'chargeoff.par'.
               02 filler pic X(36) value
                   'O30N03'.
               02 filler pic X(16) value 'climate.par'.
               02 filler pic X(36) value
                   'X30O30P06N03N03'.
               02 filler pic X(16) value 'climnorm.par'.
               02 filler pic X(36) value
                   'N02'.
               02 filler pic X(16) value 'closeout.par'.
               02 filler pic X(36) value
                   'X30'.
               02 filler pic X(16) value 'collectq.par'.
               02 filler pic X(36) value
                   'O30A30'.
               02 filler pic X(16) value 'configchk.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'creditref.par'.
               02 filler pic X(36) value
                   'O30N03N07'.
               02 filler pic X(16) value 'custlist.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'custxref.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'dashboard.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'escrow.par'.
               02 filler pic X(36) value
                   'O30O30'.
               02 filler pic X(16) value 'escrowpay.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'fcstver.par'.
               02 filler pic X(36) value
                   'I30X30O30P06'.
               02 filler pic X(16) value 'fxreval.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'heldloan.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'household.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'integrity.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'invremit.par'.
               02 filler pic X(36) value
                   'P06O30'.
               02 filler pic X(16) value 'latefee.par'.
               02 filler pic X(36) value
                   'O30*LF'.
               02 filler pic X(16) value 'letter.par'.
               02 filler pic X(36) value
                   'I30A30X30'.
               02 filler pic X(16) value 'linedraw.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'loanage.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'loanapp.par'.
               02 filler pic X(36) value
                   'O30O30O30'.
               02 filler pic X(16) value 'loanarch.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'loanbatch.par'.
               02 filler pic X(36) value
                   'A30O30D08R01'.
               02 filler pic X(16) value 'loanedit.par'.
               02 filler pic X(36) value
                   'A30O30O30F01'.
               02 filler pic X(16) value 'loanmast.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'lockbox.par'.
               02 filler pic X(36) value
                   'A30O30O30O30'.
               02 filler pic X(16) value 'ltvrpt.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'mailhold.par'.
               02 filler pic X(36) value
                   'O30O30'.
               02 filler pic X(16) value 'monthly.par'.
               02 filler pic X(36) value
                   'X30'.
               02 filler pic X(16) value 'nightly.par'.
               02 filler pic X(36) value
                   'R01'.
               02 filler pic X(16) value 'pharchive.par'.
               02 filler pic X(36) value
                   'Y04'.
               02 filler pic X(16) value 'pmtbatch.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'portfolio.par'.
               02 filler pic X(36) value
                   'A30O30O30X30D08'.
               02 filler pic X(16) value 'prepay.par'.
               02 filler pic X(36) value
                   'P06O30'.
               02 filler pic X(16) value 'prodrpt.par'.
               02 filler pic X(36) value
                   'P06O30'.
               02 filler pic X(16) value 'profit.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'ratecap.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'recall.par'.
               02 filler pic X(36) value
                   'O30N04'.
               02 filler pic X(16) value 'recast.par'.
               02 filler pic X(36) value
                   'O30N05'.
               02 filler pic X(16) value 'reportdist.par'.
               02 filler pic X(36) value
                   'I30D08O30'.
               02 filler pic X(16) value 'reprice.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'reserve.par'.
               02 filler pic X(36) value
                   'O30*RV'.
               02 filler pic X(16) value 'retention.par'.
               02 filler pic X(36) value
                   'O30F01'.
               02 filler pic X(16) value 'rollrate.par'.
               02 filler pic X(36) value
                   'P06N02O30'.
               02 filler pic X(16) value 'runtrend.par'.
               02 filler pic X(36) value
                   'O30N03'.
               02 filler pic X(16) value 'sanction.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'settle.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'statfix.par'.
               02 filler pic X(36) value
                   'I30O30'.
               02 filler pic X(16) value 'statbenf.par'.
               02 filler pic X(36) value
                   'I30O30F01'.
               02 filler pic X(16) value 'stathist.par'.
               02 filler pic X(36) value
                   'I30O30N08'.
               02 filler pic X(16) value 'statmatrix.par'.
               02 filler pic X(36) value
                   'I30O30O30N05N02*XX'.
               02 filler pic X(16) value 'statnew.par'.
               02 filler pic X(36) value
                   'I30O30O30X30N03O30I30X30N03'.
               02 filler pic X(16) value 'statpair.par'.
               02 filler pic X(36) value
                   'I30O30O30'.
               02 filler pic X(16) value 'statprof.par'.
               02 filler pic X(36) value
                   'I30O30'.
               02 filler pic X(16) value 'statreg.par'.
               02 filler pic X(36) value
                   'I30O30O30N02N02N03'.
               02 filler pic X(16) value 'statspc.par'.
               02 filler pic X(36) value
                   'I30O30N03'.
               02 filler pic X(16) value 'stnrecs.par'.
               02 filler pic X(36) value
                   'X30'.
               02 filler pic X(16) value 'trialbal.par'.
               02 filler pic X(36) value
                   'P06O30'.
               02 filler pic X(16) value 'tvmbatch.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'vintage.par'.
               02 filler pic X(36) value
                   'O30'.
               02 filler pic X(16) value 'watch.par'.
               02 filler pic X(36) value
                   'O30N02N02N02'.
               02 filler pic X(16) value 'windbatch.par'.
               02 filler pic X(36) value
                   'A30O30'.
               02 filler pic X(16) value 'wxqc.par'.
               02 filler pic X(36) value
                   'A30O30O30'.
               02 filler pic X(16) value 'wxroll.par'.
               02 filler pic X(36) value
                   'A30O30O30O30'.
               02 filler pic X(16) value 'yearend.par'.
               02 filler pic X(36) value
                   'Y04O30'.
           01 filler redefines parSpecTable.
               02 parSpec occurs parSpecCount times.
                   03 specFileName pic X(16).
                   03 specToken occurs 12 times.
                       04 tkType  pic X(1).
                       04 tkWidth pic 99.
                       04 tkRule redefines tkWidth pic X(2).
           77 parIdx pic 99 usage is COMPUTATIONAL.
           01 currentToken.
               02 curType  pic X(1).
               02 curWidth pic 99.
               02 curRule redefines curWidth pic X(2).
           01 repeatToken pic X(3).
           77 paramEof pic X(1).

           *> the row layouts repeated to the end of a parameter
           *> file, taken apart for checking
           01 feeRuleText.
               02 frtBucket pic X(1).
               02 frtMethod pic X(1).
               02 frtAmount pic X(7).
           01 reserveRuleText.
               02 rrtTier   pic X(1).
               02 rrtBucket pic X(1).
               02 rrtPct    pic X(5).
               02 rrtPctValue redefines rrtPct pic 9(3)V99.
           01 allocRuleText.
               02 artTier  pic X(1).
               02 artOrder pic X(4).
           77 letterCount pic 9 usage is COMPUTATIONAL.
           77 orderError pic X(1).

           *> which table is being read, and its row-by-row state
           77 tableKind pic X(4).
           77 tableEof pic X(1).
           77 lineNumber pic 9(7) usage is COMPUTATIONAL.

           *> key ranges gathered from a table for the overlap
           *> check - an effective-dated row is its key and date
           *> range; a table whose key may appear only once gathers
           *> its keys with a range that always overlaps
           01 maxRanges constant as 1000.
           77 rangeCount pic 9(4) usage is COMPUTATIONAL.
           77 rangeI pic 9(4) usage is COMPUTATIONAL.
           77 rangeJ pic 9(4) usage is COMPUTATIONAL.
           77 rangeFull pic X(1).
           01 rangeArea.
               02 rangeEntry occurs maxRanges times.
                   03 rgKey  pic X(12).
                   03 rgFrom pic 9(8).
                   03 rgTo   pic 9(8).
                   03 rgLine pic 9(7) usage is COMPUTATIONAL.
           77 rangeKey pic X(12).
           77 qcSeasonIdx pic S9(3) usage is COMPUTATIONAL.
           77 overlapText pic X(36).
           77 overlapSeverity pic X(1).
           01 effFromText pic X(8).
           01 effToText pic X(8).
           77 effFromValue pic 9(8).
           77 effToValue pic 9(8).

           *> the active participation shares, so no loan is sold
           *> past 100 percent
           01 maxShares constant as 1000.
           77 shareCount pic 9(4) usage is COMPUTATIONAL.
           01 shareArea.
               02 shareEntry occurs maxShares times.
                   03 shLoan pic 9(5).
                   03 shPct  pic 9(3)V99.
                   03 shLine pic 9(7) usage is COMPUTATIONAL.
           77 shareTotal pic 9(5)V99.
           77 shareFirst pic X(1).

           *> nightly.sch - the steps seen so far, so a dependency
           *> can be held to a step that runs before it
           01 stepSeenArea.
               02 stepSeen occurs 99 times pic X(1).
           77 stepRows pic 9(4) usage is COMPUTATIONAL.
           77 freqScan pic 9 usage is COMPUTATIONAL.
           77 freqError pic X(1).
           01 maxSteps constant as 20.
           01 maxHolidays constant as 50.

           *> date, period and year checking
           01 checkDateText pic X(8).
           01 checkDate redefines checkDateText.
               02 checkYear  pic 9(4).
               02 checkMonth pic 99.
               02 checkDay   pic 99.
           77 dateValid pic X(1).
           01 checkPeriodText pic X(6).
           01 checkPeriod redefines checkPeriodText.
               02 periodYear  pic 9(4).
               02 periodMonth pic 99.
           77 monthLength pic 99.
           77 leapRemainder pic 9(4) usage is COMPUTATIONAL.
           77 leapQuotient pic 9(4) usage is COMPUTATIONAL.
           77 leapYearFlag pic X(1).
           01 monthDaysTable.
               02 filler pic X(24) value '312831303130313130313031'.
           01 filler redefines monthDaysTable.
               02 monthDays pic 99 occurs 12 times.

           77 existStatus pic S9(9) usage is COMPUTATIONAL-5.
           01 fileInfo.
               02 fileSize pic 9(18) usage is COMPUTATIONAL.
               02 fileDate pic 9(8)   usage is COMPUTATIONAL.
               02 fileTime pic 9(8)   usage is COMPUTATIONAL.

           77 errorCount pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 warningCount pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 filesChecked pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 filesAbsent pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 findReason pic X(44).

           01 findingDetail.
               02 outSeverity pic X(8).
               02 filler pic X(2) value space.
               02 outFindFile pic X(16).
               02 filler pic X(2) value space.
               02 outFindPlace.
                   03 outFindLabel pic X(5).
                   03 outFindLine pic Z(5)9.
               02 filler pic X(2) value space.
               02 outFindReason pic X(44).
           01 overlapReason.
               02 ovText pic X(37).
               02 ovLine pic Z(5)9.
           01 breakLine.
               02 filler pic X(85) value all '-'.
           01 reportTitle.
               02 filler pic X(42) value
           ' Configuration Pre-flight Check    Run on '.
               02 outRunDate pic 9999/99/99.
           01 noFindingsLine.
               02 filler pic X(30) value '  (no findings)'.
           01 reportSummary.
               02 filler pic X(16) value 'Files checked: '.
               02 outFilesChecked pic ZZZZ9.
               02 filler pic X(12) value '  Absent:   '.
               02 outFilesAbsent pic ZZZZ9.
               02 filler pic X(11) value '  Errors:  '.
               02 outErrorCount pic ZZZZZ9.
               02 filler pic X(13) value '  Warnings:  '.
               02 outWarningCount pic ZZZZZ9.

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
               *> step one of the nightly stream: every parameter
               *> file and table the night's programs read is checked
               *> line by line against the layout its program expects
               *> - numbers where numbers are read, real dates and
               *> periods, effective-date ranges that do not overlap,
               *> keys that are not repeated, and file names that
               *> point at files that are there. A bad line is found
               *> here at the start of the night instead of by the
               *> step that trips over it at 2 a.m.; any error ends
               *> the run with ErrorRunCode, so NightlyBatch stops the
               *> stream before anything posts
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetCheckParameters.

               open output checkReport.
               move runDateNumber to outRunDate.
               write reportLine from reportTitle.
               write reportLine from breakLine.

               move 1 to parIdx.
               perform until parIdx > parSpecCount
                   perform CheckParameterFile
                   add 1 to parIdx
               end-perform.

               move "loanrate.tab" to checkFileName.
               move "RATE" to tableKind.
               perform CheckTableFile.
               move "currency.tab" to checkFileName.
               move "CURR" to tableKind.
               perform CheckTableFile.
               move "usury.tab" to checkFileName.
               move "USRY" to tableKind.
               perform CheckTableFile.
               move "cof.tab" to checkFileName.
               move "COF " to tableKind.
               perform CheckTableFile.
               move "holiday.tab" to checkFileName.
               move "HOLI" to tableKind.
               perform CheckTableFile.
               move "closeper.tab" to checkFileName.
               move "CLOS" to tableKind.
               perform CheckTableFile.
               move "glaccts.tab" to checkFileName.
               move "GLAC" to tableKind.
               perform CheckTableFile.
               move "branchofc.tab" to checkFileName.
               move "BRCH" to tableKind.
               perform CheckTableFile.
               move "operator.tab" to checkFileName.
               move "OPER" to tableKind.
               perform CheckTableFile.
               move "particip.tab" to checkFileName.
               move "PART" to tableKind.
               perform CheckTableFile.
               move "retention.tab" to checkFileName.
               move "RETN" to tableKind.
               perform CheckTableFile.
               move "sanction.tab" to checkFileName.
               move "SANC" to tableKind.
               perform CheckTableFile.
               move "station.tab" to checkFileName.
               move "STAT" to tableKind.
               perform CheckTableFile.
               move "climnorm.tab" to checkFileName.
               move "NORM" to tableKind.
               perform CheckTableFile.
               move "wxqc.tab" to checkFileName.
               move "WXQC" to tableKind.
               perform CheckTableFile.
               move "arrival.tab" to checkFileName.
               move "ARRV" to tableKind.
               perform CheckTableFile.
               move "drug.tab" to checkFileName.
               move "DRUG" to tableKind.
               perform CheckTableFile.
               move "growthpct.tab" to checkFileName.
               move "GROW" to tableKind.
               perform CheckTableFile.
               move "distrib.tab" to checkFileName.
               move "DIST" to tableKind.
               perform CheckTableFile.
               perform CheckSchedule.

               if errorCount = 0 and warningCount = 0
                   write reportLine from noFindingsLine
               end-if.
               write reportLine from breakLine.
               move filesChecked to outFilesChecked.
               move filesAbsent to outFilesAbsent.
               move errorCount to outErrorCount.
               move warningCount to outWarningCount.
               write reportLine from reportSummary.
               close checkReport.

               display "Configuration pre-flight: " outErrorCount
                   " errors, " outWarningCount " warnings - see "
                   reportFileName.
               move spaces to auditInputsValue.
               string "errors " delimited by size
                   outErrorCount delimited by size
                   " warnings " delimited by size
                   outWarningCount delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.
               if errorCount > 0
                   move ErrorRunCode to return-code
               else
                   if warningCount > 0
                       move WarningRunCode to return-code
                   end-if
               end-if.
               stop run.

               *> a parameter file that is not there is no fault -
               *> every program falls back to its own defaults - but
               *> it is listed, so a file that should be there and
               *> went missing is seen
               CheckParameterFile.
                   move specFileName(parIdx) to checkFileName.
                   open input paramFile.
                   if paramStatus not = "00"
                       add 1 to filesAbsent
                       move zeros to lineNumber
                       move 'not present - program defaults stand'
                           to findReason
                       perform ReportNote
                   else
                       add 1 to filesChecked
                       move zeros to lineNumber
                       move spaces to repeatToken
                       move 'N' to paramEof
                       perform until paramEof = 'Y'
                           read paramFile
                               at end
                                   move 'Y' to paramEof
                               not at end
                                   add 1 to lineNumber
                                   perform CheckParameterLine
                           end-read
                       end-perform
                       close paramFile
                   end-if.

               CheckParameterLine.
                   if repeatToken not = spaces
                       move repeatToken to currentToken
                   else
                       if lineNumber <= 12
                           move specToken(parIdx, lineNumber)
                               to currentToken
                       else
                           move spaces to currentToken
                       end-if
                       if curType = '*'
                           move currentToken to repeatToken
                       end-if
                   end-if.
                   if curType = spaces
                       if paramLine not = spaces
                           move 'extra line the program never reads'
                               to findReason
                           perform ReportWarning
                       end-if
                   else
                       if paramLine not = spaces
                           perform CheckParameterValue
                       end-if
                   end-if.

               *> a blank line never gets here - it stands for the
               *> program's default
               CheckParameterValue.
                   evaluate curType
                       when 'O'
                           perform CheckFileNameText
                       when 'I'
                           perform CheckFileNameText
                           perform CheckInputExists
                       when 'A'
                           perform CheckFileNameText
                           perform CheckFeedExists
                       when 'N'
                           if paramLine(1:curWidth) is not numeric
                               move spaces to findReason
                               string 'not a number in the first '
                                   delimited by size
                                   curWidth delimited by size
                                   ' columns' delimited by size
                                   into findReason
                               perform ReportError
                           end-if
                       when 'D'
                           move paramLine(1:8) to checkDateText
                           perform ValidateDate
                           if dateValid = 'N'
                               move 'not a valid yyyymmdd date'
                                   to findReason
                               perform ReportError
                           end-if
                       when 'P'
                           move paramLine(1:6) to checkPeriodText
                           perform ValidatePeriod
                       when 'Y'
                           if paramLine(1:4) is not numeric
                               or paramLine(1:4) < "1900"
                               move 'not a valid yyyy year'
                                   to findReason
                               perform ReportError
                           end-if
                       when 'F'
                           if paramLine(1:1) not = 'Y'
                               and paramLine(1:1) not = 'y'
                               and paramLine(1:1) not = 'N'
                               and paramLine(1:1) not = 'n'
                               move 'switch must be Y or N'
                                   to findReason
                               perform ReportError
                           end-if
                       when 'R'
                           if paramLine(1:1) not = 'R'
                               and paramLine(1:1) not = 'r'
                               and paramLine(1:1) not = 'N'
                               and paramLine(1:1) not = 'n'
                               move 'restart switch must be R or N'
                                   to findReason
                               perform ReportError
                           end-if
                       when '*'
                           evaluate curRule
                               when 'LF'
                                   perform CheckFeeRuleLine
                               when 'RV'
                                   perform CheckReserveRuleLine
                               when 'AO'
                                   perform CheckAllocRuleLine
                               when other
                                   continue
                           end-evaluate
                       when other
                           continue
                   end-evaluate.

               CheckFileNameText.
                   if paramLine(1:1) = space
                       move 'file name starts with a blank'
                           to findReason
                       perform ReportError
                   end-if.

               CheckInputExists.
                   call "CBL_CHECK_FILE_EXIST"
                       using paramLine(1:30) fileInfo
                       returning existStatus.
                   if existStatus not = 0
                       move 'names a file that does not exist'
                           to findReason
                       perform ReportError
                   end-if.

               *> the night's feeds may still be on their way when
               *> the stream starts - one not there is a warning
               CheckFeedExists.
                   call "CBL_CHECK_FILE_EXIST"
                       using paramLine(1:30) fileInfo
                       returning existStatus.
                   if existStatus not = 0
                       move 'names a feed that has not arrived'
                           to findReason
                       perform ReportWarning
                   end-if.

               *> latefee.par rows: bucket 1-3, 'F' flat or 'P'
               *> percent, the amount - LateFeeAssessment takes any
               *> other method letter as flat and drops the rest
               CheckFeeRuleLine.
                   move paramLine to feeRuleText.
                   if frtBucket < '1' or frtBucket > '3'
                       move 'fee rule bucket must be 1, 2 or 3'
                           to findReason
                       perform ReportError
                   else
                       if frtMethod not = 'F' and frtMethod not = 'f'
                           and frtMethod not = 'P'
                           and frtMethod not = 'p'
                           move 'fee method must be F or P'
                               to findReason
                           perform ReportError
                       else
                           if frtAmount is not numeric
                               move 'fee amount is not a number'
                                   to findReason
                               perform ReportError
                           end-if
                       end-if
                   end-if.

               *> reserve.par rows: tier 0-9, bucket 0-3, and a
               *> percentage no greater than 100
               CheckReserveRuleLine.
                   move paramLine to reserveRuleText.
                   if rrtTier is not numeric
                       move 'reserve tier must be 0 to 9'
                           to findReason
                       perform ReportError
                   else
                       if rrtBucket < '0' or rrtBucket > '3'
                           move 'reserve bucket must be 0 to 3'
                               to findReason
                           perform ReportError
                       else
                           if rrtPct is not numeric
                               move 'reserve percentage is not a number'
                                   to findReason
                               perform ReportError
                           else
                               if rrtPctValue > 100
                                   move 'reserve percentage over 100'
                                       to findReason
                                   perform ReportError
                               end-if
                           end-if
                       end-if
                   end-if.

               *> allocord.par rows: tier 0-9 and an order using
               *> each of E, I, P and F exactly once
               CheckAllocRuleLine.
                   move paramLine to allocRuleText.
                   move 'N' to orderError.
                   if artTier is not numeric
                       move 'allocation tier must be 0 to 9'
                           to findReason
                       perform ReportError
                   else
                       move zeros to letterCount
                       inspect artOrder tallying letterCount
                           for all 'E'
                       if letterCount not = 1
                           move 'Y' to orderError
                       end-if
                       move zeros to letterCount
                       inspect artOrder tallying letterCount
                           for all 'I'
                       if letterCount not = 1
                           move 'Y' to orderError
                       end-if
                       move zeros to letterCount
                       inspect artOrder tallying letterCount
                           for all 'P'
                       if letterCount not = 1
                           move 'Y' to orderError
                       end-if
                       move zeros to letterCount
                       inspect artOrder tallying letterCount
                           for all 'F'
                       if letterCount not = 1
                           move 'Y' to orderError
                       end-if
                       if orderError = 'Y'
                           move 'order must use E, I, P and F once each'
                               to findReason
                           perform ReportError
                       end-if
                   end-if.

               *> every table is read the same way; each row goes to
               *> its table's own check, and the keys and date ranges
               *> gathered along the way are cross-checked at the end
               CheckTableFile.
                   move zeros to rangeCount.
                   move zeros to shareCount.
                   move 'N' to rangeFull.
                   move zeros to lineNumber.
                   open input tableFile.
                   if tableStatus not = "00"
                       add 1 to filesAbsent
                       move 'not present - program defaults stand'
                           to findReason
                       perform ReportNote
                   else
                       add 1 to filesChecked
                       move 'N' to tableEof
                       perform until tableEof = 'Y'
                           read tableFile
                               at end
                                   move 'Y' to tableEof
                               not at end
                                   add 1 to lineNumber
                                   perform CheckTableRow
                           end-read
                       end-perform
                       close tableFile
                       perform CheckRangeOverlaps
                       if tableKind = "PART"
                           perform CheckShareTotals
                       end-if
                       if tableKind = "HOLI"
                           and lineNumber > maxHolidays
                           move zeros to lineNumber
                           move 'NightlyBatch reads only 50 holidays'
                               to findReason
                           perform ReportWarning
                       end-if
                   end-if.

               CheckTableRow.
                   if tableLine = spaces
                       move 'blank line' to findReason
                       perform ReportWarning
                   else
                       evaluate tableKind
                           when "RATE"
                               perform CheckRateRow
                           when "CURR"
                               perform CheckCurrencyRow
                           when "USRY"
                               perform CheckUsuryRow
                           when "COF "
                               perform CheckCofRow
                           when "HOLI"
                               perform CheckHolidayRow
                           when "CLOS"
                               perform CheckClosePeriodRow
                           when "GLAC"
                               perform CheckGlAccountRow
                           when "BRCH"
                               perform CheckBranchOfficerRow
                           when "OPER"
                               perform CheckOperatorRow
                           when "PART"
                               perform CheckParticipationRow
                           when "RETN"
                               perform CheckRetentionRow
                           when "SANC"
                               perform CheckSanctionRow
                           when "STAT"
                               perform CheckStationRow
                           when "NORM"
                               perform CheckNormalsRow
                           when "WXQC"
                               perform CheckQcRuleRow
                           when "DRUG"
                               perform CheckDrugRow
                           when "GROW"
                               perform CheckGrowthRow
                           when "ARRV"
                               perform CheckArrivalRow
                           when "DIST"
                               perform CheckDistribRow
                       end-evaluate
                   end-if.

               *> loanrate.tab - one tier's adder may change over
               *> time, but two rows for a tier may never be in
               *> force on the same day
               CheckRateRow.
                   if rtCode is not numeric
                       move 'tier code is not a digit' to findReason
                       perform ReportError
                   end-if.
                   if rtAdder is not numeric
                       move 'rate adder is not a number' to findReason
                       perform ReportError
                   end-if.
                   move rtEffFrom to effFromText.
                   move rtEffTo to effToText.
                   perform ParseEffectiveDates.
                   move spaces to rangeKey.
                   move rtCode to rangeKey.
                   move 'E' to overlapSeverity.
                   move 'dates overlap the same tier on line'
                       to overlapText.
                   perform AddRange.

               CheckCurrencyRow.
                   if cyCode = spaces
                       move 'currency code is blank' to findReason
                       perform ReportError
                   end-if.
                   if cyRate is not numeric
                       move 'exchange rate is not a number'
                           to findReason
                       perform ReportError
                   else
                       if cyRate = 0
                           move 'exchange rate is zero' to findReason
                           perform ReportError
                       end-if
                   end-if.
                   move cyEffFrom to effFromText.
                   move cyEffTo to effToText.
                   perform ParseEffectiveDates.
                   move spaces to rangeKey.
                   move cyCode to rangeKey.
                   move 'E' to overlapSeverity.
                   move 'dates overlap the same currency on line'
                       to overlapText.
                   perform AddRange.

               CheckUsuryRow.
                   if ucRegion = spaces or ucProduct = spaces
                       move 'region or product is blank' to findReason
                       perform ReportError
                   end-if.
                   if ucCeiling is not numeric
                       move 'ceiling is not a number' to findReason
                       perform ReportError
                   else
                       if ucCeiling = 0
                           move 'ceiling is zero' to findReason
                           perform ReportError
                       end-if
                   end-if.
                   move ucEffFrom to effFromText.
                   move ucEffTo to effToText.
                   perform ParseEffectiveDates.
                   move spaces to rangeKey.
                   move ucRegion to rangeKey(1:2).
                   move ucProduct to rangeKey(3:1).
                   move 'E' to overlapSeverity.
                   move 'dates overlap the same ceiling on line'
                       to overlapText.
                   perform AddRange.

               *> cof.tab - the periods must not overlap, whatever
               *> their rates
               CheckCofRow.
                   move cfFromDate to checkDateText.
                   perform ValidateDate.
                   if dateValid = 'N'
                       move 'from date is not a valid date'
                           to findReason
                       perform ReportError
                   end-if.
                   move cfToDate to checkDateText.
                   perform ValidateDate.
                   if dateValid = 'N'
                       move 'to date is not a valid date' to findReason
                       perform ReportError
                   end-if.
                   if cfRate is not numeric
                       move 'cost-of-funds rate is not a number'
                           to findReason
                       perform ReportError
                   end-if.
                   if cfFromDate is numeric and cfToDate is numeric
                       if cfFromDate > cfToDate
                           move 'to date is before from date'
                               to findReason
                           perform ReportError
                       else
                           move cfFromDate to effFromValue
                           move cfToDate to effToValue
                           move "COF" to rangeKey
                           move 'E' to overlapSeverity
                           move 'period overlaps the period on line'
                               to overlapText
                           perform AddRange
                       end-if
                   end-if.

               CheckHolidayRow.
                   move hdDate to checkDateText.
                   perform ValidateDate.
                   if dateValid = 'N'
                       move 'not a valid yyyymmdd date' to findReason
                       perform ReportError
                   else
                       move hdDate to effFromValue
                       move hdDate to effToValue
                       move "HOLIDAY" to rangeKey
                       move 'W' to overlapSeverity
                       move 'same date as line' to overlapText
                       perform AddRange
                   end-if.

               *> closeper.tab is appended to as periods close and
               *> reopen, so a period may appear more than once
               CheckClosePeriodRow.
                   move cpPeriod to checkPeriodText.
                   perform ValidatePeriod.
                   if cpStatus not = 'C' and cpStatus not = 'O'
                       move 'status must be C or O' to findReason
                       perform ReportError
                   end-if.

               CheckGlAccountRow.
                   if gaCode = spaces
                       move 'account code is blank' to findReason
                       perform ReportError
                   end-if.
                   if gaType not = 'A' and gaType not = 'L'
                       and gaType not = 'I' and gaType not = 'E'
                       move 'account type must be A, L, I or E'
                           to findReason
                       perform ReportError
                   end-if.
                   if gaActive not = 'A' and gaActive not = 'I'
                       move 'active flag must be A or I' to findReason
                       perform ReportError
                   end-if.
                   move gaCode to rangeKey.
                   perform AddKey.

               CheckBranchOfficerRow.
                   evaluate boType
                       when 'B'
                           if boOfficer not = spaces
                               move 'branch row carries an officer'
                                   to findReason
                               perform ReportError
                           end-if
                       when 'O'
                           if boOfficer = spaces
                               move 'officer row has no officer code'
                                   to findReason
                               perform ReportError
                           end-if
                       when other
                           move 'row type must be B or O' to findReason
                           perform ReportError
                   end-evaluate.
                   if boBranch = spaces
                       move 'branch code is blank' to findReason
                       perform ReportError
                   end-if.
                   if boCommission is not numeric
                       move 'commission rate is not a number'
                           to findReason
                       perform ReportError
                   end-if.
                   if boActive not = 'A' and boActive not = 'I'
                       move 'active flag must be A or I' to findReason
                       perform ReportError
                   end-if.
                   move boType to rangeKey(1:1).
                   move boBranch to rangeKey(2:3).
                   move boOfficer to rangeKey(5:4).
                   move spaces to rangeKey(9:4).
                   perform AddKey.

               *> rows from before roles and passwords read blank
               *> there, which is allowed
               CheckOperatorRow.
                   if opId = spaces
                       move 'operator id is blank' to findReason
                       perform ReportError
                   end-if.
                   if opActive not = 'A' and opActive not = 'I'
                       move 'active flag must be A or I' to findReason
                       perform ReportWarning
                   end-if.
                   if opRole not = space and opRole not = 'I'
                       and opRole not = 'P' and opRole not = 'M'
                       and opRole not = 'S' and opRole not = 'R'
                       move 'role must be I, P, M, S or R'
                           to findReason
                       perform ReportError
                   end-if.
                   move opPwDate to checkDateText.
                   if checkDateText not = spaces
                       and checkDateText not = "00000000"
                       perform ValidateDate
                       if dateValid = 'N'
                           move 'password date is not a valid date'
                               to findReason
                           perform ReportError
                       end-if
                   end-if.
                   move opId to rangeKey.
                   perform AddKey.

               CheckParticipationRow.
                   if paLoanNum is not numeric
                       move 'loan number is not a number' to findReason
                       perform ReportError
                   end-if.
                   if paInvestor = spaces
                       move 'investor code is blank' to findReason
                       perform ReportError
                   end-if.
                   if paPassRate is not numeric
                       or paServFee is not numeric
                       move 'pass-through rate or fee not a number'
                           to findReason
                       perform ReportError
                   end-if.
                   move paSoldDate to checkDateText.
                   perform ValidateDate.
                   if dateValid = 'N'
                       move 'sale date is not a valid date'
                           to findReason
                       perform ReportError
                   end-if.
                   if paActive not = 'A' and paActive not = 'I'
                       move 'active flag must be A or I' to findReason
                       perform ReportError
                   end-if.
                   if paPercent is not numeric
                       move 'percentage sold is not a number'
                           to findReason
                       perform ReportError
                   else
                       if paPercent > 100
                           move 'percentage sold is over 100'
                               to findReason
                           perform ReportError
                       else
                           if paActive = 'A' and paLoanNum is numeric
                               and shareCount < maxShares
                               add 1 to shareCount
                               move paLoanNum to shLoan(shareCount)
                               move paPercent to shPct(shareCount)
                               move lineNumber to shLine(shareCount)
                           end-if
                       end-if
                   end-if.

               CheckRetentionRow.
                   if rtRecordType not = 'CUST'
                       and rtRecordType not = 'PAT '
                       and rtRecordType not = 'LOAN'
                       move 'record type must be CUST, PAT or LOAN'
                           to findReason
                       perform ReportError
                   end-if.
                   if rtYears is not numeric
                       move 'years kept is not a number' to findReason
                       perform ReportError
                   else
                       if rtYears = 0
                           move 'years kept is zero' to findReason
                           perform ReportError
                       end-if
                   end-if.
                   move rtRecordType to rangeKey.
                   perform AddKey.

               *> sanction.tab is built by SanctionsRefresh - only a
               *> row that could never be matched is reported
               CheckSanctionRow.
                   if slEntryId = spaces
                       move 'entry number is blank' to findReason
                       perform ReportError
                   end-if.
                   if slName = spaces or slNormal = spaces
                       move 'listed name is blank' to findReason
                       perform ReportError
                   end-if.

               CheckStationRow.
                   if smId = spaces
                       move 'station id is blank' to findReason
                       perform ReportError
                   end-if.
                   if smElev not = spaces and smElev is not numeric
                       move 'elevation is not a number' to findReason
                       perform ReportError
                   end-if.
                   if smActive not = space and smActive not = 'A'
                       and smActive not = 'I'
                       move 'active flag must be A, I or blank'
                           to findReason
                       perform ReportError
                   end-if.
                   move smId to rangeKey.
                   perform AddKey.

               *> wxqc.tab - WeatherQC's limits per station, '****'
               *> for every station without a row of its own
               CheckQcRuleRow.
                   if qrStation = spaces
                       move 'station id is blank' to findReason
                       perform ReportError
                   end-if.
                   if qrTempStep is not numeric
                       or qrWindStep is not numeric
                       or qrFlatRun is not numeric
                       or qrWindMax is not numeric
                       or qrNeighbourTol is not numeric
                       move 'a limit is not a number' to findReason
                       perform ReportError
                   end-if.
                   move 1 to qcSeasonIdx.
                   perform until qcSeasonIdx > 4
                       if qrTempMin(qcSeasonIdx) is not numeric
                           or qrTempMax(qcSeasonIdx) is not numeric
                           move 'a season range is not a number'
                               to findReason
                           perform ReportError
                       else
                           if qrTempMin(qcSeasonIdx)
                               > qrTempMax(qcSeasonIdx)
                               move 'season minimum above its maximum'
                                   to findReason
                               perform ReportError
                           end-if
                       end-if
                       add 1 to qcSeasonIdx
                   end-perform.
                   move qrStation to rangeKey.
                   perform AddKey.

               CheckNormalsRow.
                   if cnStation = spaces
                       move 'station id is blank' to findReason
                       perform ReportError
                   end-if.
                   if cnMonth is not numeric
                       or cnMonth < 1 or cnMonth > 12
                       move 'month must be 01 to 12' to findReason
                       perform ReportError
                   end-if.
                   if cnMeanTemp is not numeric
                       or cnHdd is not numeric
                       or cnCdd is not numeric
                       or cnRain is not numeric
                       or cnYears is not numeric
                       move 'a normal is not a number' to findReason
                       perform ReportError
                   end-if.
                   move cnStation to rangeKey(1:4).
                   move cnMonth to rangeKey(5:2).
                   move spaces to rangeKey(7:6).
                   perform AddKey.

               *> the renal and lifetime columns came later and read
               *> blank on older rows
               CheckDrugRow.
                   if dtCode = spaces
                       move 'drug code is blank' to findReason
                       perform ReportError
                   end-if.
                   if dtDosePerM2 is not numeric
                       or dtMaxDose is not numeric
                       move 'dose or cap is not a number' to findReason
                       perform ReportError
                   end-if.
                   if (dtRenalCrCl not = spaces
                           and dtRenalCrCl is not numeric)
                       or (dtRenalAdj not = spaces
                           and dtRenalAdj is not numeric)
                       or (dtLifeCap not = spaces
                           and dtLifeCap is not numeric)
                       move 'renal or lifetime column not a number'
                           to findReason
                       perform ReportError
                   end-if.
                   move dtCode to rangeKey.
                   perform AddKey.

               CheckGrowthRow.
                   if gpSex not = 'M' and gpSex not = 'F'
                       move 'sex must be M or F' to findReason
                       perform ReportError
                   end-if.
                   if gpMeasure not = 'H' and gpMeasure not = 'W'
                       move 'measure must be H or W' to findReason
                       perform ReportError
                   end-if.
                   if gpAge is not numeric
                       move 'age is not a number' to findReason
                       perform ReportError
                   end-if.
                   if gpP05 is not numeric or gpP25 is not numeric
                       or gpP50 is not numeric or gpP75 is not numeric
                       or gpP95 is not numeric
                       move 'a percentile is not a number'
                           to findReason
                       perform ReportError
                   else
                       if gpP05 > gpP25 or gpP25 > gpP50
                           or gpP50 > gpP75 or gpP75 > gpP95
                           move 'percentiles are not in rising order'
                               to findReason
                           perform ReportError
                       end-if
                   end-if.
                   move gpSex to rangeKey(1:1).
                   move gpAge to rangeKey(2:2).
                   move gpMeasure to rangeKey(4:1).
                   move spaces to rangeKey(5:8).
                   perform AddKey.

               *> a row NightlyBatch cannot use is dropped or read
               *> wrongly, and the step then runs without waiting
               CheckArrivalRow.
                   if arStepNum is not numeric or arStepNum = 0
                       move 'step number is not 01 to 99'
                           to findReason
                       perform ReportError
                   end-if.
                   if arFileName = spaces
                       or arFileName(1:1) = space
                       move 'file name is blank or starts blank'
                           to findReason
                       perform ReportError
                   end-if.
                   evaluate arDateAt
                       when space
                           continue
                       when 'H'
                       when 'T'
                           if arDatePos is not numeric
                               or arDatePos < 1 or arDatePos > 193
                               move 'date column must be 1 to 193'
                                   to findReason
                               perform ReportError
                           end-if
                       when other
                           move 'date place must be H, T or blank'
                               to findReason
                           perform ReportError
                   end-evaluate.
                   if arWaitUntil not = spaces
                       if arWaitUntil is not numeric
                           move 'wait time is not a valid hhmm'
                               to findReason
                           perform ReportError
                       else
                           if arWaitHour > 23 or arWaitMinute > 59
                               move 'wait time is not a valid hhmm'
                                   to findReason
                               perform ReportError
                           end-if
                       end-if
                   end-if.

               *> a row ReportDistribution cannot match or name never
               *> lists its report, and never purges it
               CheckDistribRow.
                   if dsProgram = spaces
                       move 'producing program is blank' to findReason
                       perform ReportError
                   end-if.
                   if dsReportName = spaces
                       or dsReportName(1:1) = space
                       move 'report name is blank or starts blank'
                           to findReason
                       perform ReportError
                   end-if.
                   if dsDated not = 'D' and dsDated not = 'd'
                       and dsDated not = space
                       move 'dated flag must be D or blank'
                           to findReason
                       perform ReportError
                   end-if.
                   if dsCopies is not numeric
                       move 'copy count is not a number' to findReason
                       perform ReportError
                   end-if.
                   if dsRetainDays is not numeric
                       move 'retention days is not a number'
                           to findReason
                       perform ReportError
                   else
                       if dsRetainDays > 0 and dsDated = space
                           move 'retention is only used on dated names'
                               to findReason
                           perform ReportWarning
                       end-if
                   end-if.
                   if dsExpected not = 'Y' and dsExpected not = 'y'
                       and dsExpected not = 'N' and dsExpected not = 'n'
                       and dsExpected not = space
                       move 'expected flag must be Y, N or blank'
                           to findReason
                       perform ReportError
                   end-if.

               *> the programs read a blank, zero or non-numeric
               *> effective date as "always" - so a mistyped date
               *> silently puts a row in force for all time, which is
               *> exactly what has to be caught here
               ParseEffectiveDates.
                   if effFromText = spaces or effFromText = "00000000"
                       move zeros to effFromValue
                   else
                       move effFromText to checkDateText
                       perform ValidateDate
                       if dateValid = 'N'
                           move 'effective-from is not a valid date'
                               to findReason
                           perform ReportError
                           move zeros to effFromValue
                       else
                           move checkDate to effFromValue
                       end-if
                   end-if.
                   if effToText = spaces or effToText = "00000000"
                       move 99999999 to effToValue
                   else
                       move effToText to checkDateText
                       perform ValidateDate
                       if dateValid = 'N'
                           move 'effective-to is not a valid date'
                               to findReason
                           perform ReportError
                           move 99999999 to effToValue
                       else
                           move checkDate to effToValue
                       end-if
                   end-if.
                   if effFromValue > effToValue
                       move 'effective-to is before effective-from'
                           to findReason
                       perform ReportError
                   end-if.

               *> a key that may appear only once is gathered as a
               *> range that always overlaps its twin
               AddKey.
                   move zeros to effFromValue.
                   move 99999999 to effToValue.
                   move 'E' to overlapSeverity.
                   move 'repeats the key on line' to overlapText.
                   perform AddRange.

               AddRange.
                   if rangeCount < maxRanges
                       add 1 to rangeCount
                       move rangeKey to rgKey(rangeCount)
                       move effFromValue to rgFrom(rangeCount)
                       move effToValue to rgTo(rangeCount)
                       move lineNumber to rgLine(rangeCount)
                   else
                       move 'Y' to rangeFull
                   end-if.

               *> every later row against every earlier one with the
               *> same key; the later row is the one reported
               CheckRangeOverlaps.
                   move 2 to rangeJ.
                   perform until rangeJ > rangeCount
                       move 1 to rangeI
                       perform until rangeI >= rangeJ
                           if rgKey(rangeI) = rgKey(rangeJ)
                               and rgFrom(rangeI) <= rgTo(rangeJ)
                               and rgFrom(rangeJ) <= rgTo(rangeI)
                               perform ReportOverlap
                           end-if
                           add 1 to rangeI
                       end-perform
                       add 1 to rangeJ
                   end-perform.
                   if rangeFull = 'Y'
                       move zeros to lineNumber
                       move 'too many rows - not all cross-checked'
                           to findReason
                       perform ReportWarning
                   end-if.

               ReportOverlap.
                   move rgLine(rangeJ) to lineNumber.
                   move overlapText to ovText.
                   move rgLine(rangeI) to ovLine.
                   move overlapReason to findReason.
                   if overlapSeverity = 'W'
                       perform ReportWarning
                   else
                       perform ReportError
                   end-if.

               *> each loan's active shares added up once, at its
               *> first row
               CheckShareTotals.
                   move 1 to rangeI.
                   perform until rangeI > shareCount
                       move 'Y' to shareFirst
                       move 1 to rangeJ
                       perform until rangeJ >= rangeI
                           if shLoan(rangeJ) = shLoan(rangeI)
                               move 'N' to shareFirst
                           end-if
                           add 1 to rangeJ
                       end-perform
                       if shareFirst = 'Y'
                           move zeros to shareTotal
                           move rangeI to rangeJ
                           perform until rangeJ > shareCount
                               if shLoan(rangeJ) = shLoan(rangeI)
                                   add shPct(rangeJ) to shareTotal
                               end-if
                               add 1 to rangeJ
                           end-perform
                           if shareTotal > 100
                               move shLine(rangeI) to lineNumber
                               move 'active shares pass 100 percent'
                                   to findReason
                               perform ReportError
                           end-if
                       end-if
                       add 1 to rangeI
                   end-perform.

               *> nightly.sch itself - a step with no number, a
               *> dependency on a step that has not run before it, or
               *> a frequency rule NightlyBatch does not know would
               *> all go wrong quietly in the night
               CheckSchedule.
                   move "nightly.sch" to checkFileName.
                   move zeros to lineNumber.
                   move spaces to stepSeenArea.
                   move zeros to stepRows.
                   open input scheduleFile.
                   if scheduleStatus not = "00"
                       move 'schedule missing - nothing would run'
                           to findReason
                       perform ReportError
                   else
                       add 1 to filesChecked
                       move 'N' to tableEof
                       perform until tableEof = 'Y'
                           read scheduleFile
                               at end
                                   move 'Y' to tableEof
                               not at end
                                   add 1 to lineNumber
                                   perform CheckScheduleRow
                           end-read
                       end-perform
                       close scheduleFile
                       if stepRows > maxSteps
                           move zeros to lineNumber
                           move 'NightlyBatch reads only 20 steps'
                               to findReason
                           perform ReportError
                       end-if
                   end-if.

               CheckScheduleRow.
                   add 1 to stepRows.
                   if schStepNum is not numeric or schStepNum = 0
                       move 'step number is not 01 to 99'
                           to findReason
                       perform ReportError
                   else
                       if stepSeen(schStepNum) = 'Y'
                           move 'step number used twice' to findReason
                           perform ReportError
                       end-if
                   end-if.
                   if schDependsOn is not numeric
                       move 'dependency is not a step number'
                           to findReason
                       perform ReportError
                   else
                       if schDependsOn not = 0
                           if stepSeen(schDependsOn) not = 'Y'
                               move 'depends on a later or unknown step'
                                   to findReason
                               perform ReportError
                           end-if
                       end-if
                   end-if.
                   if schCommand = spaces
                       move 'command is blank' to findReason
                       perform ReportError
                   end-if.
                   perform CheckFrequencyRule.
                   if schStepNum is numeric and schStepNum > 0
                       move 'Y' to stepSeen(schStepNum)
                   end-if.

               *> blank or DAILY, Wnnn weekdays 1-7, ME, or Dnn day
               *> of the month - with an 'H' anywhere to run on
               *> holidays as well
               CheckFrequencyRule.
                   move 'N' to freqError.
                   evaluate true
                       when schFreq = spaces
                       when schFreq(1:5) = 'DAILY'
                       when schFreq(1:2) = 'ME'
                       when schFreq(1:1) = 'H'
                           continue
                       when schFreq(1:1) = 'W'
                           move 2 to freqScan
                           perform until freqScan > 8
                               if schFreq(freqScan:1) not = space
                                   and schFreq(freqScan:1) not = 'H'
                                   and (schFreq(freqScan:1) < '1'
                                     or schFreq(freqScan:1) > '7')
                                   move 'Y' to freqError
                               end-if
                               add 1 to freqScan
                           end-perform
                       when schFreq(1:1) = 'D'
                           if schFreq(2:2) is not numeric
                               or schFreq(2:2) < "01"
                               or schFreq(2:2) > "31"
                               move 'Y' to freqError
                           end-if
                       when other
                           move 'Y' to freqError
                   end-evaluate.
                   if freqError = 'Y'
                       move 'frequency rule not recognised'
                           to findReason
                       perform ReportError
                   end-if.

               *> a real calendar date from 1900 on
               ValidateDate.
                   move 'Y' to dateValid.
                   if checkDateText is not numeric
                       move 'N' to dateValid
                   else
                       if checkYear < 1900 or checkMonth < 1
                           or checkMonth > 12 or checkDay < 1
                           move 'N' to dateValid
                       else
                           move monthDays(checkMonth) to monthLength
                           if checkMonth = 2
                               perform CheckLeapYear
                               if leapYearFlag = 'Y'
                                   move 29 to monthLength
                               end-if
                           end-if
                           if checkDay > monthLength
                               move 'N' to dateValid
                           end-if
                       end-if
                   end-if.

               ValidatePeriod.
                   if checkPeriodText is not numeric
                       move 'not a valid yyyymm period' to findReason
                       perform ReportError
                   else
                       if periodYear < 1900 or periodMonth < 1
                           or periodMonth > 12
                           move 'not a valid yyyymm period'
                               to findReason
                           perform ReportError
                       end-if
                   end-if.

               *> divisible by 4, except centuries unless divisible
               *> by 400
               CheckLeapYear.
                   move 'N' to leapYearFlag.
                   divide checkYear by 4 giving leapQuotient
                       remainder leapRemainder.
                   if leapRemainder = 0
                       move 'Y' to leapYearFlag
                       divide checkYear by 100 giving leapQuotient
                           remainder leapRemainder
                       if leapRemainder = 0
                           move 'N' to leapYearFlag
                           divide checkYear by 400
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

               *> line 0 is a finding about the file as a whole
               WriteFinding.
                   move checkFileName to outFindFile.
                   if lineNumber = 0
                       move spaces to outFindPlace
                   else
                       move 'line ' to outFindLabel
                       move lineNumber to outFindLine
                   end-if.
                   move findReason to outFindReason.
                   write reportLine from findingDetail.

               *> configchk.par, if present, supplies the report file
               *> name on its first line
               GetCheckParameters.
                   open input checkParamFile.
                   if checkParamStatus = "00"
                       read checkParamFile into checkParamRecord
                           at end
                               continue
                           not at end
                               if checkParamRecord not = spaces
                                   move checkParamRecord
                                       to reportFileName
                               end-if
                       end-read
                       close checkParamFile
                   end-if.

               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "ConfigPreflight" to auditProgram.
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
