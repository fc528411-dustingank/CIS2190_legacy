identification division.
program-id. statControl.

*> statistical process control charts over the permanent statistics
*> history file stateNew appends to (stathist.dat - see the shared
*> stat-history copybook). Each run is one subgroup: its count, mean
*> and standard deviation. Centre lines and control limits for the
*> mean (X-bar chart) and the spread (S chart) are set from a
*> baseline period of runs, every run is plotted against them on a
*> text chart, and the standard run rules are evaluated so a real
*> process shift can be told from noise:
*>   rule 1 - one point beyond 3 sigma
*>   rule 2 - two of three in a row beyond 2 sigma, same side
*>   rule 3 - four of five in a row beyond 1 sigma, same side
*>   rule 4 - eight in a row on one side of the centre line
*>   rule 5 - six in a row steadily rising or falling
*> Charted once for the run totals and once more for every siGroup
*> the history carries group records for. Exits with WarningRunCode
*> when any rule is broken.

environment division.

input-output section.
file-control.
select historyFile assign to dynamic historyFileName
    organization is line sequential
    file status is historyStatus.
select reportFile assign to dynamic reportFileName
    organization is line sequential.
select controlFile assign to "statspc.par"
    organization is line sequential
    file status is controlStatus.

data division.
file section.
fd historyFile.
    copy "stat-history".
fd reportFile.
01 reportLine pic X(120).
fd controlFile.
01 controlRecord pic X(30).
01 controlOptionsRecord.
    02 ctrlBaseRuns  pic 9(03).
    02 ctrlBaseFrom  pic 9(08).
    02 ctrlBaseTo    pic 9(08).
    02 filler        pic X(11).

working-storage section.
*> shared return-code convention - see copybook/return-codes.cpy
copy "return-codes".

*> maxHistRecords is the number of history records held - run
*> totals and group records together; maxSeriesRuns the runs charted
*> in one series; maxSeries the run totals plus stateNew's own group
*> limit - fixed, documented limits in the same style as
*> statHistory's maxHistRuns. Only the newest records of a longer
*> file are kept. The baseline is the first defaultBaseRuns runs of
*> each series unless statspc.par gives a run count or a date range
01 maxHistRecords constant as 5000.
01 maxSeriesRuns constant as 1000.
01 maxSeries constant as 21.
01 defaultBaseRuns constant as 20.

77 historyFileName pic X(30) value "stathist.dat".
77 reportFileName  pic X(30) value "statspc.rpt".
77 historyStatus pic X(02).
77 controlStatus pic X(02).

77 baseRuns pic S9(4) usage is COMPUTATIONAL value 20.
77 baseFrom pic 9(8) value zero.
77 baseTo   pic 9(8) value zero.

77 histCount pic S9(7) usage is COMPUTATIONAL value zero.
01 histArea.
    02 histEntry occurs maxHistRecords times.
        03 hRunDate pic 9(8).
        03 hCount   pic S9(9)       usage is COMPUTATIONAL.
        03 hMean    pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 hStd     pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 hGroup   pic X(03).

*> the series to chart - blank is the run totals, first
77 seriesCount pic S9(4) usage is COMPUTATIONAL value zero.
77 seriesIdx pic S9(4) usage is COMPUTATIONAL.
77 seriesFound pic X(01).
01 seriesArea.
    02 seriesCode pic X(03) occurs maxSeries times.

*> one series' runs, oldest first, with each run's limits and its
*> distance from the centre line in sigmas on both charts
77 runCount pic S9(7) usage is COMPUTATIONAL value zero.
77 baseCount pic S9(7) usage is COMPUTATIONAL value zero.
01 runArea.
    02 runEntry occurs maxSeriesRuns times.
        03 rDate        pic 9(8).
        03 rCount       pic S9(9) usage is COMPUTATIONAL.
        03 rMean        pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 rStd         pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 rBase        pic X(01).
        03 rMeanZ       pic S9(5)V9(4) usage is COMPUTATIONAL-3.
        03 rMeanLcl     pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 rMeanUcl     pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 rSpreadZ     pic S9(5)V9(4) usage is COMPUTATIONAL-3.
        03 rSpreadLcl   pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 rSpreadUcl   pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 rMeanFlags   pic X(05).
        03 rSpreadFlags pic X(05).

*> the rule engine's view of one chart: each run's sigma distance,
*> its plotted value (for the trend rule), and the rules it breaks
01 ruleArea.
    02 ruleEntry occurs maxSeriesRuns times.
        03 ruleZ     pic S9(5)V9(4) usage is COMPUTATIONAL-3.
        03 ruleV     pic S9(14)V9(4) usage is COMPUTATIONAL-3.
        03 ruleFlags pic X(05).
77 ruleJ pic S9(7) usage is COMPUTATIONAL.
77 ruleAbove pic S9(4) usage is COMPUTATIONAL.
77 ruleBelow pic S9(4) usage is COMPUTATIONAL.
77 ruleRising pic S9(4) usage is COMPUTATIONAL.
77 ruleFalling pic S9(4) usage is COMPUTATIONAL.
77 ruleNum pic S9(4) usage is COMPUTATIONAL.
77 violationCount pic S9(7) usage is COMPUTATIONAL value zero.
77 seriesViolations pic S9(7) usage is COMPUTATIONAL.

01 ruleTextValues.
    02 filler pic X(44) value 'one point beyond 3 sigma'.
    02 filler pic X(44) value
        'two of three beyond 2 sigma, same side'.
    02 filler pic X(44) value
        'four of five beyond 1 sigma, same side'.
    02 filler pic X(44) value
        'eight in a row on one side of centre'.
    02 filler pic X(44) value
        'six in a row steadily rising or falling'.
01 ruleTextTable redefines ruleTextValues.
    02 ruleText pic X(44) occurs 5 times.

*> baseline arithmetic - the centre of the mean chart is the
*> count-weighted grand mean of the baseline runs, and the process
*> sigma is the baseline's average of s / c4(n), c4 taken from its
*> close approximation 4(n-1)/(4n-3)
77 i pic S9(7) usage is COMPUTATIONAL.
77 baseSumN pic S9(13) usage is COMPUTATIONAL-3.
77 baseSumNX pic S9(25)V9(4) usage is COMPUTATIONAL-3.
77 baseSumSigma pic S9(18)V9(8) usage is COMPUTATIONAL-3.
77 centreMean pic S9(14)V9(4) usage is COMPUTATIONAL-3.
77 processSigma pic S9(14)V9(8) usage is COMPUTATIONAL-3.
77 c4 pic S9V9(10) usage is COMPUTATIONAL-3.
77 meanSigma pic S9(14)V9(8) usage is COMPUTATIONAL-3.
77 spreadCentre pic S9(14)V9(8) usage is COMPUTATIONAL-3.
77 spreadSigma pic S9(14)V9(8) usage is COMPUTATIONAL-3.
77 zDiff pic S9(15)V9(8) usage is COMPUTATIONAL-3.
77 zWork pic S9(24)V9(4) usage is COMPUTATIONAL-3.
77 zSigma pic S9(14)V9(8) usage is COMPUTATIONAL-3.
77 zResult pic S9(5)V9(4) usage is COMPUTATIONAL-3.
77 stripCol pic S9(7) usage is COMPUTATIONAL.
77 chartName pic X(06).
77 baseFirstDate pic 9(8).
77 baseLastDate pic 9(8).

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
    02 filler pic X(42) value
        '      Statistical Process Control Charts'.
    02 filler pic X(9) value ' Run on '.
    02 outRunDate pic 9999/99/99.
    02 filler pic X(1) value space.
    02 outRunTime pic 99B99B99.
01 breakLine.
    02 filler pic X(111) value all '-'.
01 seriesHeading.
    02 filler pic X(9) value ' Series: '.
    02 outSeriesName pic X(30).
01 tooFewLine.
    02 filler pic X(60) value
        ' Fewer than two runs of two or more values - no chart'.
01 noBaselineLine.
    02 filler pic X(60) value
        ' Fewer than two baseline runs - no limits can be set'.
01 baselineLine.
    02 filler pic X(11) value ' Baseline: '.
    02 outBaseCount pic ZZZ9.
    02 filler pic X(11) value ' runs from '.
    02 outBaseFirst pic 9999/99/99.
    02 filler pic X(4) value ' to '.
    02 outBaseLast pic 9999/99/99.
    02 filler pic X(25) value '   (marked B below)'.
01 meanChartHeading.
    02 filler pic X(30) value ' MEAN (X-bar) chart  centre '.
    02 outCentreMean pic -(13)9.9999.
    02 filler pic X(18) value '   process sigma '.
    02 outProcessSigma pic -(13)9.9999.
01 spreadChartHeading.
    02 filler pic X(30) value ' SPREAD (S) chart  centre '.
    02 outSpreadCentre pic X(18) value 'c4(n) x sigma'.
    02 filler pic X(18) value '   process sigma '.
    02 outSpreadSigma pic -(13)9.9999.
01 chartColHeads.
    02 filler pic X(56) value
        ' Run Date   B     Count           Value             LCL '.
    02 filler pic X(55) value
        '            UCL  -3s            CL           +3s  Rules'.
01 chartDetail.
    02 filler pic X(1) value space.
    02 outChartDate pic 9999/99/99.
    02 filler pic X(1) value space.
    02 outChartBase pic X(1).
    02 filler pic X(1) value space.
    02 outChartCount pic ZZZZZZZZ9.
    02 filler pic X(1) value space.
    02 outChartValue pic -(9)9.9999.
    02 filler pic X(1) value space.
    02 outChartLcl pic -(9)9.9999.
    02 filler pic X(1) value space.
    02 outChartUcl pic -(9)9.9999.
    02 filler pic X(2) value space.
    02 outChartStrip pic X(31).
    02 filler pic X(2) value space.
    02 outChartRules pic X(5).
*> the plot strip runs from -3 sigma (column 1) to +3 sigma
*> (column 31), five columns a sigma, centre line at column 16
01 stripTemplate pic X(31) value
    ':....|....|....|....|....|....:'.
01 violationHeading.
    02 filler pic X(40) value ' Rule violations by run date'.
01 violationDetail.
    02 filler pic X(1) value space.
    02 outViolDate pic 9999/99/99.
    02 filler pic X(2) value space.
    02 outViolChart pic X(6).
    02 filler pic X(7) value '  rule '.
    02 outViolRule pic 9.
    02 filler pic X(3) value ' - '.
    02 outViolText pic X(44).
01 noViolationLine.
    02 filler pic X(60) value
        ' No rule violations - the process is in control'.
01 emptyHistoryLine.
    02 filler pic X(50) value
        ' No history records on file - nothing to chart'.

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

       perform LoadHistory.

       open output reportFile.
       write reportLine from titleLine after advancing 0 lines.
       write reportLine from breakLine after advancing 1 line.
       if histCount = 0
           write reportLine from emptyHistoryLine
               after advancing 1 line
       else
           perform BuildSeriesList
           move 1 to seriesIdx
           perform until seriesIdx > seriesCount
               perform ChartOneSeries
               compute seriesIdx = seriesIdx + 1
           end-perform
       end-if.
       close reportFile.
       *> a broken rule is something for someone to look at - see
       *> copybook/return-codes.cpy
       if violationCount > 0
           move WarningRunCode to return-code
       end-if.
       stop run.

       *> the newest maxHistRecords records, sliding the older ones
       *> out the bottom as later ones arrive - statHistory's method
       LoadHistory.
           open input historyFile.
           if historyStatus = "00"
               perform until historyStatus = "10"
                   read historyFile into statHistoryRecord
                       at end
                           continue
                       not at end
                           perform StoreHistoryRecord
                   end-read
               end-perform
               close historyFile
           end-if.

       StoreHistoryRecord.
           if histCount = maxHistRecords
               move 1 to i
               perform until i = maxHistRecords
                   move histEntry(i + 1) to histEntry(i)
                   compute i = i + 1
               end-perform
           else
               compute histCount = histCount + 1
           end-if.
           move shRunDate to hRunDate(histCount).
           move shCount to hCount(histCount).
           move shMean to hMean(histCount).
           move shStd to hStd(histCount).
           move shGroup to hGroup(histCount).

       *> the run totals first, then each group in the order it
       *> first appears on the history
       BuildSeriesList.
           move 1 to seriesCount.
           move spaces to seriesCode(1).
           move 1 to i.
           perform until i > histCount
               if hGroup(i) not = spaces
                   perform RegisterSeries
               end-if
               compute i = i + 1
           end-perform.

       RegisterSeries.
           move 'N' to seriesFound.
           move 2 to seriesIdx.
           perform until seriesIdx > seriesCount or seriesFound = 'Y'
               if seriesCode(seriesIdx) = hGroup(i)
                   move 'Y' to seriesFound
               end-if
               compute seriesIdx = seriesIdx + 1
           end-perform.
           if seriesFound = 'N' and seriesCount < maxSeries
               compute seriesCount = seriesCount + 1
               move hGroup(i) to seriesCode(seriesCount)
           end-if.

       ChartOneSeries.
           move spaces to outSeriesName.
           if seriesCode(seriesIdx) = spaces
               move 'run totals' to outSeriesName
           else
               string 'siGroup ' delimited by size
                   seriesCode(seriesIdx) delimited by size
                   into outSeriesName
           end-if.
           write reportLine from seriesHeading after advancing 1 line.
           perform GatherSeriesRuns.
           if runCount < 2
               write reportLine from tooFewLine after advancing 1 line
           else
               perform MarkBaseline
               if baseCount < 2
                   write reportLine from noBaselineLine
                       after advancing 1 line
               else
                   perform ChartSeriesRuns
               end-if
           end-if.
           write reportLine from breakLine after advancing 1 line.

       *> a run of fewer than two values has no spread and is not a
       *> subgroup - it is left off the chart
       GatherSeriesRuns.
           move zero to runCount.
           move 1 to i.
           perform until i > histCount
               if hGroup(i) = seriesCode(seriesIdx) and hCount(i) > 1
                   perform StoreSeriesRun
               end-if
               compute i = i + 1
           end-perform.

       StoreSeriesRun.
           if runCount = maxSeriesRuns
               move 1 to ruleJ
               perform until ruleJ = maxSeriesRuns
                   move runEntry(ruleJ + 1) to runEntry(ruleJ)
                   compute ruleJ = ruleJ + 1
               end-perform
           else
               compute runCount = runCount + 1
           end-if.
           move hRunDate(i) to rDate(runCount).
           move hCount(i) to rCount(runCount).
           move hMean(i) to rMean(runCount).
           move hStd(i) to rStd(runCount).

       *> the runs inside statspc.par's date range, or without one
       *> the series' first baseRuns runs
       MarkBaseline.
           move zero to baseCount.
           move 1 to i.
           perform until i > runCount
               move space to rBase(i)
               if baseFrom > 0
                   if rDate(i) >= baseFrom and rDate(i) <= baseTo
                       move 'B' to rBase(i)
                   end-if
               else
                   if i <= baseRuns
                       move 'B' to rBase(i)
                   end-if
               end-if
               if rBase(i) = 'B'
                   compute baseCount = baseCount + 1
               end-if
               compute i = i + 1
           end-perform.

       ChartSeriesRuns.
           perform ComputeBaseline.
           move 1 to i.
           perform until i > runCount
               perform ComputeRunLimits
               compute i = i + 1
           end-perform.
           *> the rules run once per chart over the same engine
           move 1 to i.
           perform until i > runCount
               move rMeanZ(i) to ruleZ(i)
               move rMean(i) to ruleV(i)
               compute i = i + 1
           end-perform.
           perform EvaluateRules.
           move 1 to i.
           perform until i > runCount
               move ruleFlags(i) to rMeanFlags(i)
               move rSpreadZ(i) to ruleZ(i)
               move rStd(i) to ruleV(i)
               compute i = i + 1
           end-perform.
           perform EvaluateRules.
           move 1 to i.
           perform until i > runCount
               move ruleFlags(i) to rSpreadFlags(i)
               compute i = i + 1
           end-perform.
           perform PrintBaselineLine.
           perform PrintMeanChart.
           perform PrintSpreadChart.
           perform PrintViolations.

       ComputeBaseline.
           move zero to baseSumN.
           move zero to baseSumNX.
           move zero to baseSumSigma.
           move 1 to i.
           perform until i > runCount
               if rBase(i) = 'B'
                   add rCount(i) to baseSumN
                   compute baseSumNX = baseSumNX + (rCount(i) * rMean(i))
                   perform ComputeC4
                   compute baseSumSigma rounded =
                       baseSumSigma + (rStd(i) / c4)
               end-if
               compute i = i + 1
           end-perform.
           compute centreMean rounded = baseSumNX / baseSumN.
           compute processSigma rounded = baseSumSigma / baseCount.

       ComputeC4.
           compute c4 rounded =
               (4 * (rCount(i) - 1)) / ((4 * rCount(i)) - 3).

       *> each run's own limits - they narrow as its count grows
       ComputeRunLimits.
           perform ComputeC4.
           compute meanSigma rounded = processSigma / (rCount(i) ** 0.5).
           compute rMeanLcl(i) rounded = centreMean - (3 * meanSigma).
           compute rMeanUcl(i) rounded = centreMean + (3 * meanSigma).
           compute zDiff = rMean(i) - centreMean.
           move meanSigma to zSigma.
           perform ComputeSigmaDistance.
           move zResult to rMeanZ(i).
           compute spreadCentre rounded = c4 * processSigma.
           compute spreadSigma rounded =
               processSigma * ((1 - (c4 * c4)) ** 0.5).
           compute rSpreadLcl(i) rounded =
               spreadCentre - (3 * spreadSigma).
           if rSpreadLcl(i) < 0
               move zero to rSpreadLcl(i)
           end-if.
           compute rSpreadUcl(i) rounded =
               spreadCentre + (3 * spreadSigma).
           compute zDiff = rStd(i) - spreadCentre.
           move spreadSigma to zSigma.
           perform ComputeSigmaDistance.
           move zResult to rSpreadZ(i).

       *> zDiff in units of zSigma, held to +/-9999 sigmas; a chart
       *> with no baseline spread at all puts any move off the scale
       ComputeSigmaDistance.
           if zSigma = 0
               evaluate true
                   when zDiff > 0
                       move 9999 to zResult
                   when zDiff < 0
                       move -9999 to zResult
                   when other
                       move zero to zResult
               end-evaluate
           else
               compute zWork rounded = zDiff / zSigma
               evaluate true
                   when zWork > 9999
                       move 9999 to zResult
                   when zWork < -9999
                       move -9999 to zResult
                   when other
                       move zWork to zResult
               end-evaluate
           end-if.

       *> each run is tested as the last point of every window that
       *> ends on it, so a rule is charged to the run that breaks it
       EvaluateRules.
           move 1 to i.
           perform until i > runCount
               move spaces to ruleFlags(i)
               if ruleZ(i) > 3 or ruleZ(i) < -3
                   move '1' to ruleFlags(i)(1:1)
               end-if
               if i >= 3
                   perform CheckTwoOfThree
               end-if
               if i >= 5
                   perform CheckFourOfFive
               end-if
               if i >= 8
                   perform CheckEightOneSide
               end-if
               if i >= 6
                   perform CheckSixTrending
               end-if
               compute i = i + 1
           end-perform.

       CheckTwoOfThree.
           move zero to ruleAbove.
           move zero to ruleBelow.
           compute ruleJ = i - 2.
           perform until ruleJ > i
               if ruleZ(ruleJ) > 2
                   compute ruleAbove = ruleAbove + 1
               end-if
               if ruleZ(ruleJ) < -2
                   compute ruleBelow = ruleBelow + 1
               end-if
               compute ruleJ = ruleJ + 1
           end-perform.
           if (ruleAbove >= 2 and ruleZ(i) > 2)
               or (ruleBelow >= 2 and ruleZ(i) < -2)
               move '2' to ruleFlags(i)(2:1)
           end-if.

       CheckFourOfFive.
           move zero to ruleAbove.
           move zero to ruleBelow.
           compute ruleJ = i - 4.
           perform until ruleJ > i
               if ruleZ(ruleJ) > 1
                   compute ruleAbove = ruleAbove + 1
               end-if
               if ruleZ(ruleJ) < -1
                   compute ruleBelow = ruleBelow + 1
               end-if
               compute ruleJ = ruleJ + 1
           end-perform.
           if (ruleAbove >= 4 and ruleZ(i) > 1)
               or (ruleBelow >= 4 and ruleZ(i) < -1)
               move '3' to ruleFlags(i)(3:1)
           end-if.

       CheckEightOneSide.
           move zero to ruleAbove.
           move zero to ruleBelow.
           compute ruleJ = i - 7.
           perform until ruleJ > i
               if ruleZ(ruleJ) > 0
                   compute ruleAbove = ruleAbove + 1
               end-if
               if ruleZ(ruleJ) < 0
                   compute ruleBelow = ruleBelow + 1
               end-if
               compute ruleJ = ruleJ + 1
           end-perform.
           if ruleAbove = 8 or ruleBelow = 8
               move '4' to ruleFlags(i)(4:1)
           end-if.

       *> six points steadily rising or falling are five moves the
       *> same way in a row
       CheckSixTrending.
           move zero to ruleRising.
           move zero to ruleFalling.
           compute ruleJ = i - 4.
           perform until ruleJ > i
               if ruleV(ruleJ) > ruleV(ruleJ - 1)
                   compute ruleRising = ruleRising + 1
               end-if
               if ruleV(ruleJ) < ruleV(ruleJ - 1)
                   compute ruleFalling = ruleFalling + 1
               end-if
               compute ruleJ = ruleJ + 1
           end-perform.
           if ruleRising = 5 or ruleFalling = 5
               move '5' to ruleFlags(i)(5:1)
           end-if.

       PrintBaselineLine.
           move baseCount to outBaseCount.
           move zero to baseFirstDate.
           move zero to baseLastDate.
           move 1 to i.
           perform until i > runCount
               if rBase(i) = 'B'
                   if baseFirstDate = zero
                       move rDate(i) to baseFirstDate
                   end-if
                   move rDate(i) to baseLastDate
               end-if
               compute i = i + 1
           end-perform.
           move baseFirstDate to outBaseFirst.
           move baseLastDate to outBaseLast.
           write reportLine from baselineLine after advancing 1 line.

       PrintMeanChart.
           move centreMean to outCentreMean.
           move processSigma to outProcessSigma.
           write reportLine from meanChartHeading after advancing 1 line.
           write reportLine from chartColHeads after advancing 1 line.
           move 1 to i.
           perform until i > runCount
               move rMean(i) to outChartValue
               move rMeanLcl(i) to outChartLcl
               move rMeanUcl(i) to outChartUcl
               move rMeanZ(i) to zResult
               move rMeanFlags(i) to outChartRules
               perform WriteChartLine
               compute i = i + 1
           end-perform.

       PrintSpreadChart.
           move processSigma to outSpreadSigma.
           write reportLine from spreadChartHeading
               after advancing 1 line.
           write reportLine from chartColHeads after advancing 1 line.
           move 1 to i.
           perform until i > runCount
               move rStd(i) to outChartValue
               move rSpreadLcl(i) to outChartLcl
               move rSpreadUcl(i) to outChartUcl
               move rSpreadZ(i) to zResult
               move rSpreadFlags(i) to outChartRules
               perform WriteChartLine
               compute i = i + 1
           end-perform.

       *> the run's point on the strip, or an arrow at the edge when
       *> it is off the 3-sigma scale
       WriteChartLine.
           move spaces to outChartDate(1:10).
           move rDate(i)(1:4) to outChartDate(1:4).
           move '/' to outChartDate(5:1).
           move rDate(i)(5:2) to outChartDate(6:2).
           move '/' to outChartDate(8:1).
           move rDate(i)(7:2) to outChartDate(9:2).
           move rBase(i) to outChartBase.
           move rCount(i) to outChartCount.
           move stripTemplate to outChartStrip.
           compute stripCol rounded = 16 + (zResult * 5).
           evaluate true
               when stripCol < 1
                   move '<' to outChartStrip(1:1)
               when stripCol > 31
                   move '>' to outChartStrip(31:1)
               when other
                   move '*' to outChartStrip(stripCol:1)
           end-evaluate.
           write reportLine from chartDetail after advancing 1 line.

       *> oldest run first, mean-chart rules before spread-chart rules
       *> on the same run
       PrintViolations.
           write reportLine from violationHeading after advancing 1 line.
           move zero to seriesViolations.
           move 1 to i.
           perform until i > runCount
               move 'MEAN' to chartName
               move rMeanFlags(i) to ruleFlags(i)
               perform WriteRunViolations
               move 'SPREAD' to chartName
               move rSpreadFlags(i) to ruleFlags(i)
               perform WriteRunViolations
               compute i = i + 1
           end-perform.
           if seriesViolations = 0
               write reportLine from noViolationLine
                   after advancing 1 line
           end-if.

       WriteRunViolations.
           move 1 to ruleNum.
           perform until ruleNum > 5
               if ruleFlags(i)(ruleNum:1) not = space
                   compute seriesViolations = seriesViolations + 1
                   compute violationCount = violationCount + 1
                   move spaces to outViolDate(1:10)
                   move rDate(i)(1:4) to outViolDate(1:4)
                   move '/' to outViolDate(5:1)
                   move rDate(i)(5:2) to outViolDate(6:2)
                   move '/' to outViolDate(8:1)
                   move rDate(i)(7:2) to outViolDate(9:2)
                   move chartName to outViolChart
                   move ruleNum to outViolRule
                   move ruleText(ruleNum) to outViolText
                   write reportLine from violationDetail
                       after advancing 1 line
               end-if
               compute ruleNum = ruleNum + 1
           end-perform.

       *> statspc.par, if present, supplies the history and report
       *> file names one per line plus an optional options trailer -
       *> the baseline run count, or a baseline from/to date range
       *> (a zero to-date runs the range to the end of the file) -
       *> the same operator-repointing convention stathist.par uses
       GetRunParameters.
           open input controlFile.
           if controlStatus = "00"
               read controlFile into controlRecord
                   at end
                       continue
                   not at end
                       move controlRecord to historyFileName
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
                       perform ApplyRunOptions
               end-read
               close controlFile
           end-if.

       ApplyRunOptions.
           if ctrlBaseRuns is numeric and ctrlBaseRuns > 1
               move ctrlBaseRuns to baseRuns
           else
               move defaultBaseRuns to baseRuns
           end-if.
           if ctrlBaseFrom is numeric and ctrlBaseFrom > 0
               move ctrlBaseFrom to baseFrom
               if ctrlBaseTo is numeric and ctrlBaseTo > 0
                   move ctrlBaseTo to baseTo
               else
                   move 99999999 to baseTo
               end-if
           end-if.
