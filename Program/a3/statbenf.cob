identification division.
program-id. statBenford.

*> Benford's-law digit test over the siValue column of any feed in
*> the shared stat-input layout (see copybook/stat-input.cpy), for
*> the auditors' analytical review of what goes into stateNew:
*> observed against expected first-digit and first-two-digit
*> frequencies, a chi-square and a mean-absolute-deviation result
*> for each, for all records and again for each siGroup. For the
*> first-two digits that run furthest over their Benford share it
*> lists the siId rows behind them, so the auditors know exactly
*> which records to pull. Zero values have no leading digit and
*> non-numeric values cannot be tested; both are counted, not
*> tested. Reads the fixed layout, or stateNew's comma-delimited
*> rows (value,id,weight,group) when the options line says so.
*> Exits with WarningRunCode when any series of 100 or more values
*> lands in Nigrini's nonconformity band for either test.

environment division.

input-output section.
file-control.
select inputFile assign to dynamic dataFileName
    organization is line sequential
    file status is inputStatus.
select reportFile assign to dynamic reportFileName
    organization is line sequential.
select controlFile assign to "statbenf.par"
    organization is line sequential
    file status is controlStatus.

data division.
file section.
fd inputFile.
01 sampleInput pic X(80).
fd reportFile.
01 reportLine pic X(90).
fd controlFile.
01 controlRecord pic X(30).

working-storage section.
*> shared return-code convention - see copybook/return-codes.cpy
copy "return-codes".
copy "stat-input".

*> series 1 is every record; series 2 on are the siGroup codes,
*> up to stateNew's own limit of 20 groups, with any beyond that
*> folded into a '***' series the way stateNew folds them.
*> maxTop caps how many over-represented first-two digits are
*> followed up, maxPulls the rows the follow-up list can hold
01 maxGroups constant as 20.
01 maxSeries constant as 21.
01 maxTop constant as 10.
01 defaultTop constant as 5.
01 defaultPullLimit constant as 100.
01 maxPulls constant as 20000.
01 minTested constant as 100.

77 dataFileName pic X(30) value "statbenf.dat".
77 reportFileName pic X(30) value "statbenf.rpt".
77 inputStatus pic X(02).
77 controlStatus pic X(02).

*> statbenf.par line 3: the delimited-input switch, how many
*> first-two digits to follow up (01-10), and how many rows to
*> list under each of them (001-999)
01 controlOptionsRecord.
    02 ctrlDelimited pic X(01).
    02 ctrlTopDigits pic 9(02).
    02 ctrlPullLimit pic 9(03).
    02 filler pic X(24).

77 delimitedInput pic X(01) value 'N'.
77 topDigits pic S9(4) usage is COMPUTATIONAL value 5.
77 pullLimit pic S9(7) usage is COMPUTATIONAL value 100.

77 endOfFile pic A(1) value 'N'.
77 rowCount pic S9(7) usage is COMPUTATIONAL value zero.
77 valueOk pic X(01).
77 runNonconform pic X(01) value 'N'.
77 passNumber pic 9(01).

*> delimited-row parse work, the same hand parse stateNew uses
77 csvValueText  pic X(20).
77 csvIdText     pic X(20).
77 csvWeightText pic X(20).
77 csvGroupText  pic X(03).
77 decText     pic X(20).
77 decWork     pic X(20).
77 decIntDigits  pic X(14).
77 decFracDigits pic X(10).
77 decIntText  pic X(14).
77 decFracText pic X(04).
77 decNegative pic X(01).
77 decDigitsSeen pic X(01).
77 decOk       pic X(01).
77 decScan     pic S9(4) usage is COMPUTATIONAL.
77 decLen      pic S9(4) usage is COMPUTATIONAL.
77 decIntPart  pic 9(14).
77 decFracPart pic 9(4).
77 parsedValue pic S9(14)V9(4) usage is COMPUTATIONAL-3.

*> leading-digit work: the magnitude laid out as 18 digits so the
*> first non-zero one and the one after it can be picked off
77 absValue pic 9(14)V9(4).
01 digitArea.
    02 digitValue pic 9(14)V9(4).
01 digitChars redefines digitArea.
    02 digitChar pic 9 occurs 18 times.
77 leadPos pic S9(4) usage is COMPUTATIONAL.
77 firstDigit pic S9(4) usage is COMPUTATIONAL.
77 secondDigit pic S9(4) usage is COMPUTATIONAL.
77 twoDigits pic S9(4) usage is COMPUTATIONAL.
77 twoIdx pic S9(4) usage is COMPUTATIONAL.

*> Benford's expected proportions, log10(1 + 1/d), worked out at
*> start-up from ln((d+1)/d) = 2 * atanh(1/(2d+1)) - a series that
*> needs no more than a few dozen terms at this precision
01 expectedArea.
    02 expFirst pic S9V9(12) usage is COMPUTATIONAL-3
        occurs 9 times.
    02 expTwo pic S9V9(12) usage is COMPUTATIONAL-3
        occurs 90 times.
77 lnTen pic 9V9(15) value 2.302585092994046.
77 lnD pic S9(4) usage is COMPUTATIONAL.
77 lnK pic S9(4) usage is COMPUTATIONAL.
77 lnY pic S9V9(18) usage is COMPUTATIONAL-3.
77 lnY2 pic S9V9(18) usage is COMPUTATIONAL-3.
77 lnPower pic S9V9(18) usage is COMPUTATIONAL-3.
77 lnSum pic S9V9(18) usage is COMPUTATIONAL-3.
77 lnResult pic S9V9(12) usage is COMPUTATIONAL-3.

77 seriesCount pic S9(4) usage is COMPUTATIONAL value 1.
77 seriesIdx pic S9(4) usage is COMPUTATIONAL.
77 groupSeries pic S9(4) usage is COMPUTATIONAL.
77 seriesFound pic X(01).
01 seriesArea.
    02 seriesEntry occurs maxSeries times.
        03 srCode pic X(03).
        03 srTested pic S9(7) usage is COMPUTATIONAL.
        03 srSkipped pic S9(7) usage is COMPUTATIONAL.
        03 srFirst pic S9(7) usage is COMPUTATIONAL
            occurs 9 times.
        03 srTwo pic S9(7) usage is COMPUTATIONAL
            occurs 90 times.
        03 srFirstChi pic S9(9)V9(4) usage is COMPUTATIONAL-3.
        03 srFirstMad pic S9V9(8) usage is COMPUTATIONAL-3.
        03 srTwoChi pic S9(9)V9(4) usage is COMPUTATIONAL-3.
        03 srTwoMad pic S9V9(8) usage is COMPUTATIONAL-3.
        03 srTopDigit pic S9(4) usage is COMPUTATIONAL
            occurs maxTop times.
        03 srTopListed pic S9(7) usage is COMPUTATIONAL
            occurs maxTop times.
        03 srTopMore pic S9(7) usage is COMPUTATIONAL
            occurs maxTop times.

*> the rows behind the followed-up digits, gathered on the second
*> pass and printed under their series and digit
77 pullCount pic S9(7) usage is COMPUTATIONAL value zero.
77 pullIdx pic S9(7) usage is COMPUTATIONAL.
01 pullArea.
    02 pullEntry occurs maxPulls times.
        03 pullSeries pic S9(4) usage is COMPUTATIONAL.
        03 pullRank pic S9(4) usage is COMPUTATIONAL.
        03 pullId pic X(20).
        03 pullGroup pic X(03).
        03 pullValue pic S9(14)V9(4) usage is COMPUTATIONAL-3.

77 digitIdx pic S9(4) usage is COMPUTATIONAL.
77 rankIdx pic S9(4) usage is COMPUTATIONAL.
77 chosenIdx pic S9(4) usage is COMPUTATIONAL.
77 alreadyChosen pic X(01).
77 bestDigit pic S9(4) usage is COMPUTATIONAL.
77 bestExcess pic S9(9)V9(4) usage is COMPUTATIONAL-3.
77 expCount pic S9(9)V9(4) usage is COMPUTATIONAL-3.
77 excessCount pic S9(9)V9(4) usage is COMPUTATIONAL-3.
77 diffCount pic S9(9)V9(4) usage is COMPUTATIONAL-3.
77 propDiff pic S9V9(8) usage is COMPUTATIONAL-3.
77 chiWork pic S9(9)V9(4) usage is COMPUTATIONAL-3.
77 madWork pic S9(3)V9(8) usage is COMPUTATIONAL-3.
77 actualPct pic S9(3)V9(3) usage is COMPUTATIONAL-3.
77 benfordPct pic S9(3)V9(3) usage is COMPUTATIONAL-3.

*> 5% critical values of chi-square for the two tests' degrees of
*> freedom (8 for nine first digits, 89 for ninety first-two)
77 firstCritical pic 9(3)V9(3) value 15.507.
77 twoCritical pic 9(3)V9(3) value 112.022.
77 critWork pic 9(3)V9(3).

01 runDate.
    02 runYear  pic 9(4).
    02 runMonth pic 99.
    02 runDay   pic 99.
01 runTime.
    02 runHour   pic 99.
    02 runMinute pic 99.
    02 runSecond pic 99.
    02 runHundredth pic 99.

01 titleLine.
    02 filler pic X(36) value
        '      Benford Digit Test   Run on '.
    02 outRunDate pic 9999/99/99.
    02 filler pic X(1) value space.
    02 outRunTime pic 99B99B99.
01 breakLine.
    02 filler pic X(70) value all '-'.
01 inputLine.
    02 filler pic X(22) value ' Input file =         '.
    02 outInputName pic X(30).
    02 filler pic X(3) value space.
    02 outInputMode pic X(15).
01 rowCountLine.
    02 filler pic X(22) value ' Records read =       '.
    02 outRowCount pic ZZZZZZ9.
01 seriesAllLine.
    02 filler pic X(40) value ' Series: all records'.
01 seriesGroupLine.
    02 filler pic X(18) value ' Series: siGroup  '.
    02 outSeriesCode pic X(03).
01 testedLine.
    02 filler pic X(22) value ' Values tested =      '.
    02 outTested pic ZZZZZZ9.
    02 filler pic X(29) value
        '   zero or non-numeric =    '.
    02 outSkipped pic ZZZZZZ9.
01 smallSampleLine.
    02 filler pic X(66) value
        ' (under 100 values tested - read the results as indicative only)'.
01 noValuesLine.
    02 filler pic X(40) value
        ' No testable values in this series'.
01 firstHeading.
    02 filler pic X(62) value
        ' First digit   Observed   Actual %  Benford %  Difference'.
01 twoHeading.
    02 filler pic X(62) value
        ' First two     Observed   Actual %  Benford %  Difference'.
01 digitDetail.
    02 filler pic X(6) value space.
    02 outDigit pic Z9.
    02 filler pic X(5) value space.
    02 outObserved pic ZZZZZZZZ9.
    02 filler pic X(4) value space.
    02 outActualPct pic ZZ9.999.
    02 filler pic X(4) value space.
    02 outBenfordPct pic ZZ9.999.
    02 filler pic X(4) value space.
    02 outDiffPct pic -(3)9.999.
01 chiLine.
    02 filler pic X(16) value '   Chi-square = '.
    02 outChi pic ZZZZZZZZ9.99.
    02 filler pic X(11) value ' (critical '.
    02 outCritical pic ZZ9.999.
    02 filler pic X(7) value ' at 5%)'.
    02 filler pic X(3) value ' - '.
    02 outChiVerdict pic X(20).
01 madLine.
    02 filler pic X(16) value '   MAD =        '.
    02 outMad pic 9.999999.
    02 filler pic X(3) value ' - '.
    02 outMadVerdict pic X(24).
01 topHeading.
    02 filler pic X(60) value
        ' Most over-represented first-two digits, rows to pull:'.
01 topDetail.
    02 filler pic X(4) value space.
    02 outTopDigit pic 99.
    02 filler pic X(12) value '  observed '.
    02 outTopObserved pic ZZZZZZ9.
    02 filler pic X(12) value '  expected '.
    02 outTopExpected pic ZZZZZZ9.9.
    02 filler pic X(10) value '  excess '.
    02 outTopExcess pic ZZZZZZ9.9.
01 noTopLine.
    02 filler pic X(60) value
        '    no first-two digit runs over its Benford share'.
01 pullDetail.
    02 filler pic X(8) value space.
    02 outPullId pic X(20).
    02 filler pic X(2) value space.
    02 outPullGroup pic X(3).
    02 filler pic X(2) value space.
    02 outPullValue pic -(13)9.9(4).
01 pullMoreLine.
    02 filler pic X(16) value '        ... and '.
    02 outPullMore pic ZZZZZZ9.
    02 filler pic X(20) value ' more rows'.
01 verdictCleanLine.
    02 filler pic X(60) value
        ' Verdict: every series of 100+ values conforms to Benford'.
01 verdictOffLine.
    02 filler pic X(60) value
        ' Verdict: NONCONFORMITY - pull the rows listed above'.

procedure division.
       perform GetRunParameters.
       accept runDate from date yyyymmdd.
       accept runTime from time.
       move spaces to outRunDate(1:10).
       move spaces to outRunTime(1:8).
       move runYear to outRunDate(1:4).
       move '/' to outRunDate(5:1).
       move runMonth to outRunDate(6:2).
       move '/' to outRunDate(8:1).
       move runDay to outRunDate(9:2).
       move runHour to outRunTime(1:2).
       move runMinute to outRunTime(4:2).
       move runSecond to outRunTime(7:2).

       perform ComputeExpected.
       perform ClearSeries.

       *> first pass counts the digits, second pass gathers the rows
       *> behind whichever digits the first pass shows running high
       move 1 to passNumber.
       perform ReadInputPass.
       perform EvaluateSeries.
       move 2 to passNumber.
       perform ReadInputPass.

       perform WriteBenfordReport.
       if runNonconform = 'Y'
           move WarningRunCode to return-code
       end-if.
       stop run.

       *> one pass over the input; a file that will not open stops
       *> the run with ErrorRunCode before any report is written
       ReadInputPass.
           open input inputFile.
           if inputStatus not = "00"
               display "Input file " dataFileName
                   " could not be opened"
               move ErrorRunCode to return-code
               stop run
           end-if.
           move 'N' to endOfFile.
           perform until endOfFile = 'Y'
               read inputFile
                   at end move 'Y' to endOfFile
                   not at end
                   perform LoadOneRow
                   if passNumber = 1
                       perform CountOneRow
                   else
                       perform PullOneRow
                   end-if
               end-read
           end-perform.
           close inputFile.

       *> the raw line into statInputRecord, either straight across
       *> (the fixed layout) or through the delimited parse
       LoadOneRow.
           move 'Y' to valueOk.
           if delimitedInput = 'Y'
               perform ParseDelimitedRow
           else
               move sampleInput to statInputRecord
               if siValue is not numeric
                   move 'N' to valueOk
               end-if
           end-if.
           perform FindSeries.

       CountOneRow.
           compute rowCount = rowCount + 1.
           if valueOk = 'Y'
               if siValue = 0
                   move 'N' to valueOk
               end-if
           end-if.
           if valueOk = 'N'
               compute srSkipped(1) = srSkipped(1) + 1
               compute srSkipped(groupSeries) =
                   srSkipped(groupSeries) + 1
           else
               perform ExtractDigits
               move 1 to seriesIdx
               perform TallyDigits
               move groupSeries to seriesIdx
               perform TallyDigits
           end-if.

       TallyDigits.
           compute srTested(seriesIdx) = srTested(seriesIdx) + 1.
           compute srFirst(seriesIdx, firstDigit) =
               srFirst(seriesIdx, firstDigit) + 1.
           compute srTwo(seriesIdx, twoIdx) =
               srTwo(seriesIdx, twoIdx) + 1.

       *> the first significant digit and the one after it; a value
       *> with a single significant digit (5, 0.3) reads as d0
       ExtractDigits.
           if siValue < 0
               compute absValue = siValue * -1
           else
               move siValue to absValue
           end-if.
           move absValue to digitValue.
           move 1 to leadPos.
           perform until leadPos > 18 or digitChar(leadPos) not = 0
               compute leadPos = leadPos + 1
           end-perform.
           move digitChar(leadPos) to firstDigit.
           if leadPos < 18
               move digitChar(leadPos + 1) to secondDigit
           else
               move zero to secondDigit
           end-if.
           compute twoDigits = (firstDigit * 10) + secondDigit.
           compute twoIdx = twoDigits - 9.

       *> series for the row's siGroup, added on first sight; once
       *> the table is one short of full every new code shares the
       *> last slot as '***', the same overflow rule stateNew uses
       FindSeries.
           move 'N' to seriesFound.
           move 2 to groupSeries.
           perform until groupSeries > seriesCount
               or seriesFound = 'Y'
               if srCode(groupSeries) = siGroup
                   move 'Y' to seriesFound
               else
                   compute groupSeries = groupSeries + 1
               end-if
           end-perform.
           if seriesFound = 'N'
               if seriesCount < maxSeries - 1
                   compute seriesCount = seriesCount + 1
                   move siGroup to srCode(seriesCount)
                   move seriesCount to groupSeries
               else
                   if seriesCount < maxSeries
                       move maxSeries to seriesCount
                       move '***' to srCode(maxSeries)
                   end-if
                   move maxSeries to groupSeries
               end-if
           end-if.

       *> second pass: a row whose first-two digits are among its
       *> series' followed-up digits goes on that digit's pull list
       PullOneRow.
           if valueOk = 'Y'
               if siValue = 0
                   move 'N' to valueOk
               end-if
           end-if.
           if valueOk = 'Y'
               perform ExtractDigits
               move 1 to seriesIdx
               perform MatchTopDigit
               move groupSeries to seriesIdx
               perform MatchTopDigit
           end-if.

       MatchTopDigit.
           move 1 to rankIdx.
           perform until rankIdx > topDigits
               if srTopDigit(seriesIdx, rankIdx) = twoDigits
                   perform AddPullRow
               end-if
               compute rankIdx = rankIdx + 1
           end-perform.

       AddPullRow.
           if srTopListed(seriesIdx, rankIdx) < pullLimit
               and pullCount < maxPulls
               compute pullCount = pullCount + 1
               move seriesIdx to pullSeries(pullCount)
               move rankIdx to pullRank(pullCount)
               move siId to pullId(pullCount)
               move siGroup to pullGroup(pullCount)
               move siValue to pullValue(pullCount)
               compute srTopListed(seriesIdx, rankIdx) =
                   srTopListed(seriesIdx, rankIdx) + 1
           else
               compute srTopMore(seriesIdx, rankIdx) =
                   srTopMore(seriesIdx, rankIdx) + 1
           end-if.

       ClearSeries.
           move 1 to seriesIdx.
           perform until seriesIdx > maxSeries
               move spaces to srCode(seriesIdx)
               move zero to srTested(seriesIdx), srSkipped(seriesIdx)
               move 1 to digitIdx
               perform until digitIdx > 9
                   move zero to srFirst(seriesIdx, digitIdx)
                   compute digitIdx = digitIdx + 1
               end-perform
               move 1 to digitIdx
               perform until digitIdx > 90
                   move zero to srTwo(seriesIdx, digitIdx)
                   compute digitIdx = digitIdx + 1
               end-perform
               move 1 to rankIdx
               perform until rankIdx > maxTop
                   move zero to srTopDigit(seriesIdx, rankIdx)
                   move zero to srTopListed(seriesIdx, rankIdx)
                   move zero to srTopMore(seriesIdx, rankIdx)
                   compute rankIdx = rankIdx + 1
               end-perform
               compute seriesIdx = seriesIdx + 1
           end-perform.
           move 'ALL' to srCode(1).

       ComputeExpected.
           move 1 to lnD.
           perform until lnD > 99
               perform ComputeLogShare
               if lnD < 10
                   move lnResult to expFirst(lnD)
               else
                   move lnResult to expTwo(lnD - 9)
               end-if
               compute lnD = lnD + 1
           end-perform.

       *> log10(1 + 1/lnD) into lnResult
       ComputeLogShare.
           compute lnY rounded = 1 / ((2 * lnD) + 1).
           compute lnY2 rounded = lnY * lnY.
           move lnY to lnPower.
           move lnY to lnSum.
           move 1 to lnK.
           perform until lnK > 40
               compute lnPower rounded = lnPower * lnY2
               compute lnSum rounded =
                   lnSum + (lnPower / ((2 * lnK) + 1))
               compute lnK = lnK + 1
           end-perform.
           compute lnResult rounded = (2 * lnSum) / lnTen.

       *> chi-square, MAD and the followed-up digits for every
       *> series that has something to test
       EvaluateSeries.
           move 1 to seriesIdx.
           perform until seriesIdx > seriesCount
               if srTested(seriesIdx) > 0
                   perform ScoreFirstDigits
                   perform ScoreTwoDigits
                   perform ChooseTopDigits
                   if srTested(seriesIdx) >= minTested
                       if srFirstMad(seriesIdx) > 0.015
                           or srTwoMad(seriesIdx) > 0.0022
                           move 'Y' to runNonconform
                       end-if
                   end-if
               end-if
               compute seriesIdx = seriesIdx + 1
           end-perform.

       ScoreFirstDigits.
           move zero to chiWork, madWork.
           move 1 to digitIdx.
           perform until digitIdx > 9
               compute expCount rounded =
                   expFirst(digitIdx) * srTested(seriesIdx)
               compute diffCount =
                   srFirst(seriesIdx, digitIdx) - expCount
               compute chiWork rounded = chiWork +
                   ((diffCount * diffCount) / expCount)
               compute propDiff rounded =
                   (srFirst(seriesIdx, digitIdx) /
                       srTested(seriesIdx)) - expFirst(digitIdx)
               if propDiff < 0
                   compute propDiff = propDiff * -1
               end-if
               compute madWork = madWork + propDiff
               compute digitIdx = digitIdx + 1
           end-perform.
           move chiWork to srFirstChi(seriesIdx).
           compute srFirstMad(seriesIdx) rounded = madWork / 9.

       ScoreTwoDigits.
           move zero to chiWork, madWork.
           move 1 to digitIdx.
           perform until digitIdx > 90
               compute expCount rounded =
                   expTwo(digitIdx) * srTested(seriesIdx)
               compute diffCount =
                   srTwo(seriesIdx, digitIdx) - expCount
               compute chiWork rounded = chiWork +
                   ((diffCount * diffCount) / expCount)
               compute propDiff rounded =
                   (srTwo(seriesIdx, digitIdx) /
                       srTested(seriesIdx)) - expTwo(digitIdx)
               if propDiff < 0
                   compute propDiff = propDiff * -1
               end-if
               compute madWork = madWork + propDiff
               compute digitIdx = digitIdx + 1
           end-perform.
           move chiWork to srTwoChi(seriesIdx).
           compute srTwoMad(seriesIdx) rounded = madWork / 90.

       *> the first-two digits with the biggest excess of observed
       *> over expected rows, largest first; a digit running under
       *> its share has nothing behind it to pull
       ChooseTopDigits.
           move 1 to rankIdx.
           perform until rankIdx > topDigits
               move zero to bestDigit, bestExcess
               move 1 to digitIdx
               perform until digitIdx > 90
                   compute excessCount = srTwo(seriesIdx, digitIdx)
                       - (expTwo(digitIdx) * srTested(seriesIdx))
                   if excessCount > bestExcess
                       perform CheckAlreadyChosen
                       if alreadyChosen = 'N'
                           move excessCount to bestExcess
                           compute bestDigit = digitIdx + 9
                       end-if
                   end-if
                   compute digitIdx = digitIdx + 1
               end-perform
               move bestDigit to srTopDigit(seriesIdx, rankIdx)
               compute rankIdx = rankIdx + 1
           end-perform.

       CheckAlreadyChosen.
           move 'N' to alreadyChosen.
           move 1 to chosenIdx.
           perform until chosenIdx >= rankIdx
               if srTopDigit(seriesIdx, chosenIdx) = digitIdx + 9
                   move 'Y' to alreadyChosen
               end-if
               compute chosenIdx = chosenIdx + 1
           end-perform.

       WriteBenfordReport.
           open output reportFile.
           write reportLine from titleLine after advancing 0 lines.
           write reportLine from breakLine after advancing 1 line.
           move dataFileName to outInputName.
           if delimitedInput = 'Y'
               move '(delimited)' to outInputMode
           else
               move '(fixed layout)' to outInputMode
           end-if.
           write reportLine from inputLine after advancing 1 line.
           move rowCount to outRowCount.
           write reportLine from rowCountLine after advancing 1 line.

           *> the all-records series, then one per group when the
           *> feed carries more than one group code
           move 1 to seriesIdx.
           perform WriteSeriesSection.
           if seriesCount > 2
               move 2 to seriesIdx
               perform until seriesIdx > seriesCount
                   perform WriteSeriesSection
                   compute seriesIdx = seriesIdx + 1
               end-perform
           end-if.

           write reportLine from breakLine after advancing 1 line.
           if runNonconform = 'Y'
               write reportLine from verdictOffLine
                   after advancing 1 line
           else
               write reportLine from verdictCleanLine
                   after advancing 1 line
           end-if.
           close reportFile.

       WriteSeriesSection.
           write reportLine from breakLine after advancing 1 line.
           if seriesIdx = 1
               write reportLine from seriesAllLine
                   after advancing 1 line
           else
               move srCode(seriesIdx) to outSeriesCode
               write reportLine from seriesGroupLine
                   after advancing 1 line
           end-if.
           move srTested(seriesIdx) to outTested.
           move srSkipped(seriesIdx) to outSkipped.
           write reportLine from testedLine after advancing 1 line.
           evaluate true
               when srTested(seriesIdx) = 0
                   write reportLine from noValuesLine
                       after advancing 1 line
               when other
                   if srTested(seriesIdx) < minTested
                       write reportLine from smallSampleLine
                           after advancing 1 line
                   end-if
                   perform WriteFirstDigitTable
                   perform WriteTwoDigitTable
                   perform WriteTopDigits
           end-evaluate.

       WriteFirstDigitTable.
           write reportLine from firstHeading after advancing 2 lines.
           move 1 to digitIdx.
           perform until digitIdx > 9
               move digitIdx to outDigit
               move srFirst(seriesIdx, digitIdx) to outObserved
               compute actualPct rounded =
                   (srFirst(seriesIdx, digitIdx) * 100) /
                       srTested(seriesIdx)
               compute benfordPct rounded = expFirst(digitIdx) * 100
               perform WriteDigitDetail
               compute digitIdx = digitIdx + 1
           end-perform.
           move srFirstChi(seriesIdx) to chiWork.
           move firstCritical to critWork.
           perform WriteChiLine.
           move srFirstMad(seriesIdx) to madWork.
           compute outMad rounded = madWork.
           *> Nigrini's first-digit MAD bands
           evaluate true
               when madWork <= 0.006
                   move 'close conformity' to outMadVerdict
               when madWork <= 0.012
                   move 'acceptable conformity' to outMadVerdict
               when madWork <= 0.015
                   move 'marginal conformity' to outMadVerdict
               when other
                   move 'NONCONFORMITY' to outMadVerdict
           end-evaluate.
           write reportLine from madLine after advancing 1 line.

       WriteTwoDigitTable.
           write reportLine from twoHeading after advancing 2 lines.
           move 1 to digitIdx.
           perform until digitIdx > 90
               compute outDigit = digitIdx + 9
               move srTwo(seriesIdx, digitIdx) to outObserved
               compute actualPct rounded =
                   (srTwo(seriesIdx, digitIdx) * 100) /
                       srTested(seriesIdx)
               compute benfordPct rounded = expTwo(digitIdx) * 100
               perform WriteDigitDetail
               compute digitIdx = digitIdx + 1
           end-perform.
           move srTwoChi(seriesIdx) to chiWork.
           move twoCritical to critWork.
           perform WriteChiLine.
           move srTwoMad(seriesIdx) to madWork.
           compute outMad rounded = madWork.
           *> Nigrini's first-two-digit MAD bands
           evaluate true
               when madWork <= 0.0012
                   move 'close conformity' to outMadVerdict
               when madWork <= 0.0018
                   move 'acceptable conformity' to outMadVerdict
               when madWork <= 0.0022
                   move 'marginal conformity' to outMadVerdict
               when other
                   move 'NONCONFORMITY' to outMadVerdict
           end-evaluate.
           write reportLine from madLine after advancing 1 line.

       WriteDigitDetail.
           move actualPct to outActualPct.
           move benfordPct to outBenfordPct.
           compute outDiffPct = actualPct - benfordPct.
           write reportLine from digitDetail after advancing 1 line.

       WriteChiLine.
           compute outChi rounded = chiWork.
           move critWork to outCritical.
           if chiWork > critWork
               move 'DOES NOT CONFORM' to outChiVerdict
           else
               move 'conforms' to outChiVerdict
           end-if.
           write reportLine from chiLine after advancing 1 line.

       WriteTopDigits.
           write reportLine from topHeading after advancing 2 lines.
           if srTopDigit(seriesIdx, 1) = 0
               write reportLine from noTopLine
                   after advancing 1 line
           end-if.
           move 1 to rankIdx.
           perform until rankIdx > topDigits
               if srTopDigit(seriesIdx, rankIdx) > 0
                   perform WriteTopDigit
               end-if
               compute rankIdx = rankIdx + 1
           end-perform.

       WriteTopDigit.
           move srTopDigit(seriesIdx, rankIdx) to outTopDigit.
           compute digitIdx = srTopDigit(seriesIdx, rankIdx) - 9.
           move srTwo(seriesIdx, digitIdx) to outTopObserved.
           compute expCount rounded =
               expTwo(digitIdx) * srTested(seriesIdx).
           compute outTopExpected rounded = expCount.
           compute outTopExcess rounded =
               srTwo(seriesIdx, digitIdx) - expCount.
           write reportLine from topDetail after advancing 1 line.
           move 1 to pullIdx.
           perform until pullIdx > pullCount
               if pullSeries(pullIdx) = seriesIdx
                   and pullRank(pullIdx) = rankIdx
                   move pullId(pullIdx) to outPullId
                   move pullGroup(pullIdx) to outPullGroup
                   move pullValue(pullIdx) to outPullValue
                   write reportLine from pullDetail
                       after advancing 1 line
               end-if
               compute pullIdx = pullIdx + 1
           end-perform.
           if srTopMore(seriesIdx, rankIdx) > 0
               move srTopMore(seriesIdx, rankIdx) to outPullMore
               write reportLine from pullMoreLine
                   after advancing 1 line
           end-if.

       *> one comma-separated row (value,id,weight,group) into the
       *> statInputRecord fields; a value that will not parse marks
       *> the row untestable rather than stopping the run
       ParseDelimitedRow.
           move spaces to csvValueText, csvIdText,
               csvWeightText, csvGroupText.
           unstring sampleInput delimited by ','
               into csvValueText csvIdText csvWeightText
                   csvGroupText.
           move spaces to statInputRecord.
           move zero to siValue.
           move csvValueText to decText.
           perform ParseDecimal.
           if decOk = 'Y'
               move parsedValue to siValue
           else
               move 'N' to valueOk
           end-if.
           move csvIdText to siId.
           move csvGroupText to siGroup.

       *> hand parse of a signed decimal written the way people and
       *> spreadsheets write them ('123.45', '-7', '.5') into
       *> parsedValue - stateNew's own parse, field for field
       ParseDecimal.
           move 'Y' to decOk.
           move 'N' to decNegative.
           move zeros to decIntPart, decFracPart.

           move 1 to decScan.
           perform until decScan > 20
               or decText(decScan:1) not = space
               compute decScan = decScan + 1
           end-perform.
           if decScan > 20
               move 'N' to decOk
           else
               if decText(decScan:1) = '-'
                   move 'Y' to decNegative
                   compute decScan = decScan + 1
               end-if
               if decScan > 20
                   move 'N' to decOk
               else
                   move spaces to decWork
                   move decText(decScan:) to decWork
                   move spaces to decIntDigits, decFracDigits
                   unstring decWork delimited by '.'
                       into decIntDigits decFracDigits
                   perform ParseDecimalDigits
               end-if
           end-if.
           if decOk = 'Y'
               compute parsedValue =
                   decIntPart + (decFracPart / 10000)
               if decNegative = 'Y'
                   compute parsedValue = parsedValue * -1
               end-if
           end-if.

       ParseDecimalDigits.
           move 'N' to decDigitsSeen.
           move zero to decLen.
           perform until decLen >= 14
               or decIntDigits(decLen + 1:1) = space
               compute decLen = decLen + 1
           end-perform.
           move all '0' to decIntText.
           if decLen > 0
               move 'Y' to decDigitsSeen
               move decIntDigits(1:decLen)
                   to decIntText(15 - decLen:decLen)
           end-if.
           if decIntText is numeric
               move decIntText to decIntPart
           else
               move 'N' to decOk
           end-if.

           move all '0' to decFracText.
           move zero to decLen.
           perform until decLen >= 10
               or decFracDigits(decLen + 1:1) = space
               compute decLen = decLen + 1
           end-perform.
           if decLen > 4
               move 4 to decLen
           end-if.
           if decLen > 0
               move 'Y' to decDigitsSeen
               move decFracDigits(1:decLen)
                   to decFracText(1:decLen)
           end-if.
           if decFracText is numeric
               move decFracText to decFracPart
           else
               move 'N' to decOk
           end-if.
           if decDigitsSeen = 'N'
               move 'N' to decOk
           end-if.

       *> statbenf.par, if present, supplies the input and report
       *> file names one per line, then an optional options line
       *> (see controlOptionsRecord); with no parameter file the
       *> operator is prompted instead, as statprof does
       GetRunParameters.
           move defaultTop to topDigits.
           move defaultPullLimit to pullLimit.
           open input controlFile.
           if controlStatus = "00"
               read controlFile into controlRecord
                   at end
                       continue
                   not at end
                       move controlRecord to dataFileName
               end-read
               read controlFile into controlRecord
                   at end
                       continue
                   not at end
                       move controlRecord to reportFileName
               end-read
               read controlFile into controlOptionsRecord
                   at end
                       continue
                   not at end
                       if ctrlDelimited = 'Y' or ctrlDelimited = 'y'
                           move 'Y' to delimitedInput
                       end-if
                       if ctrlTopDigits is numeric
                           and ctrlTopDigits >= 1
                           and ctrlTopDigits <= maxTop
                           move ctrlTopDigits to topDigits
                       end-if
                       if ctrlPullLimit is numeric
                           and ctrlPullLimit >= 1
                           move ctrlPullLimit to pullLimit
                       end-if
               end-read
               close controlFile
           else
               display "Enter the filename needs be read"
                   "(with file extention): " with no advancing
               accept dataFileName
               display "Enter the filename of the report"
                   "(with file extention): " with no advancing
               accept reportFileName
               display "Comma-delimited input (Y/N): "
                   with no advancing
               accept delimitedInput
               if delimitedInput = 'y'
                   move 'Y' to delimitedInput
               end-if
           end-if.
