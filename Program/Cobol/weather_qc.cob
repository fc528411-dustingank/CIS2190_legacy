           identification division.
           program-id. WeatherQC.

           environment division.

           input-output section.
           file-control.
           select weatherFile assign to dynamic weatherFileName
               organization is line sequential
               file status is weatherStatus.
           select qcReport assign to dynamic qcReportName
               organization is line sequential.
           select reviewReport assign to dynamic reviewReportName
               organization is line sequential.
           select qcParamFile assign to "wxqc.par"
               organization is line sequential
               file status is qcParamStatus.
           select ruleFile assign to "wxqc.tab"
               organization is line sequential
               file status is ruleStatus.
           select stationFile assign to "station.tab"
               organization is line sequential
               file status is stationStatus.
           select stateFile assign to "wxqcstate.dat"
               organization is line sequential
               file status is stateStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd weatherFile.
               copy "weather-record".

           fd qcReport.
           01 reportLine pic X(80).

           fd reviewReport.
           01 reviewLine pic X(80).

           fd qcParamFile.
           01 qcParamRecord pic X(30).

           fd ruleFile.
           01 ruleLine pic X(80).

           fd stationFile.
           *> site metadata shared with windChill and ClimateSummary
           *> - the region column is what makes two stations
           *> neighbours for the cross-check
               copy "station-table".

           fd stateFile.
           *> the last few readings per station carried from one run
           *> to the next, so a step or a flat line that straddles
           *> two daily files is still seen - a rerun of the same
           *> file replays only what came before its first day
           01 stateRecord.
               02 ssStation pic X(4).
               02 ssDay pic 9(8).
               02 ssTemp pic S999V99.
               02 ssWind pic S999V99.
               02 ssFlag pic X(1).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           77 operatorId pic X(8) value spaces.
           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           *> the limits being applied to the current station - the
           *> shared wxqc.tab layout, loaded from the station's own
           *> row, the '****' row, or the built-in defaults
           copy "weather-qc-rule".

           01 weatherStatus pic X(2).
           01 qcParamStatus pic X(2).
           01 ruleStatus pic X(2).
           01 stationStatus pic X(2).
           01 stateStatus pic X(2).

           *> wxqc.par, if present, supplies the daily file to check,
           *> the QC report, and the review report, one per line -
           *> the daily file defaults to windChill's own, since the
           *> check runs as the step before it
           01 weatherFileName pic X(30) value "windbatch.dat".
           01 qcReportName pic X(30) value "wxqc.rpt".
           01 reviewReportName pic X(30) value "wxqcrev.rpt".

           *> the day's readings, held whole so the file can be
           *> written back with each reading's flag filled in -
           *> maxReadings is windChill's own limit
           01 maxReadings constant as 2000.
           77 readingCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 feedTruncated pic X(1) value 'N'.
           01 readingArea.
               02 readingEntry occurs maxReadings times.
                   03 rRaw pic X(36).
                   03 rDay pic 9(8).
                   03 rStation pic X(4).
                   03 rTemp pic S999V99.
                   03 rWind pic S999V99.
                   03 rValuesOk pic X(1).
                   03 rFlag pic X(1).
                   03 rReason pic X(12).
           01 dayParts.
               02 dpYear pic 9(4).
               02 dpMonth pic 99.
               02 dpDay pic 99.

           *> per-station working state for the sequence checks: the
           *> last reading that did not fail (for the step limits),
           *> the last reading of any kind and how long the current
           *> identical run is (for the flat line), and where in this
           *> file that run began
           01 maxStations constant as 20.
           77 stationCount pic S9(3) usage is COMPUTATIONAL
               value zeros.
           77 stnIdx pic S9(3) usage is COMPUTATIONAL.
           77 stationFound pic X(1).
           01 stationArea.
               02 stationEntry occurs maxStations times.
                   03 qsCode pic X(4).
                   03 qsRegion pic X(4).
                   03 qsRule pic X(52).
                   03 qsFirstDay pic 9(8).
                   03 qsHavePrev pic X(1).
                   03 qsPrevTemp pic S999V99.
                   03 qsPrevWind pic S999V99.
                   03 qsHaveLast pic X(1).
                   03 qsLastTemp pic S999V99.
                   03 qsLastWind pic S999V99.
                   03 qsRunLen pic S9(3) usage is COMPUTATIONAL.
                   03 qsRunStart pic S9(5) usage is COMPUTATIONAL.
                   03 qsGood pic S9(5) usage is COMPUTATIONAL.
                   03 qsSuspect pic S9(5) usage is COMPUTATIONAL.
                   03 qsFailed pic S9(5) usage is COMPUTATIONAL.

           *> wxqc.tab rows, held as read; a row whose limits are not
           *> numbers is set aside and counted on the report
           01 maxRules constant as 50.
           77 ruleCount pic S9(3) usage is COMPUTATIONAL value zeros.
           77 ruleIdx pic S9(3) usage is COMPUTATIONAL.
           77 rulesRejected pic S9(3) usage is COMPUTATIONAL
               value zeros.
           77 ruleValid pic X(1).
           77 seasonIdx pic S9(3) usage is COMPUTATIONAL.
           01 ruleArea.
               02 ruleRow occurs maxRules times pic X(52).
           01 defaultRule pic X(52).

           *> the stored history - historyDepth readings per station
           *> are kept, and a flat-line limit longer than that is
           *> held to it
           01 historyDepth constant as 15.
           01 maxHistory constant as 300.
           77 historyCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 histIdx pic S9(4) usage is COMPUTATIONAL.
           77 keepFrom pic S9(5) usage is COMPUTATIONAL.
           77 stnRowCount pic S9(5) usage is COMPUTATIONAL.
           01 historyArea.
               02 historyEntry occurs maxHistory times.
                   03 hsStation pic X(4).
                   03 hsDay pic 9(8).
                   03 hsTemp pic S999V99.
                   03 hsWind pic S999V99.
                   03 hsFlag pic X(1).
           01 newHistoryArea.
               02 newHistoryEntry occurs maxReadings times.
                   03 nhStation pic X(4).
                   03 nhDay pic 9(8).
                   03 nhTemp pic S999V99.
                   03 nhWind pic S999V99.
                   03 nhFlag pic X(1).
           77 newHistoryCount pic S9(5) usage is COMPUTATIONAL.

           77 i pic S9(5) usage is COMPUTATIONAL.
           77 j pic S9(5) usage is COMPUTATIONAL.
           77 seqTemp pic S999V99.
           77 seqWind pic S999V99.
           77 seqFlag pic X(1).
           77 stepWork pic S9(4)V99 usage is COMPUTATIONAL-3.
           77 neighbourCount pic S9(3) usage is COMPUTATIONAL.
           77 neighbourSum pic S9(7)V99 usage is COMPUTATIONAL-3.
           77 neighbourMean pic S999V99 usage is COMPUTATIONAL-3.
           77 flatLimit pic S9(3) usage is COMPUTATIONAL.

           77 goodCount pic S9(5) usage is COMPUTATIONAL value zeros.
           77 suspectCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 failedCount pic S9(5) usage is COMPUTATIONAL
               value zeros.

           01 reportTitle.
               02 filler pic X(25) value ' Weather Sensor QC for  '.
               02 outFileName pic X(30).
           01 reviewTitle.
               02 filler pic X(34) value
                   ' QC Review - suspect readings in '.
               02 outReviewFile pic X(30).
           01 breakLine.
               02 filler pic X(70) value all '-'.
           01 countLine.
               02 filler pic X(11) value ' Readings  '.
               02 outReadingCount pic ZZZZ9.
               02 filler pic X(9) value '   good  '.
               02 outGoodCount pic ZZZZ9.
               02 filler pic X(12) value '   suspect  '.
               02 outSuspectCount pic ZZZZ9.
               02 filler pic X(11) value '   failed  '.
               02 outFailedCount pic ZZZZ9.
           01 rulesRejectedLine.
               02 filler pic X(9) value ' wxqc.tab'.
               02 filler pic X(10) value ' rows set '.
               02 filler pic X(24) value 'aside (not numeric):    '.
               02 outRulesRejected pic ZZ9.
           01 failedHeading.
               02 filler pic X(40) value
                   ' Failed readings - left out of climate'.
           01 suspectHeading.
               02 filler pic X(40) value
                   ' Suspect readings - on the review report'.
           01 columnHeading.
               02 filler pic X(60) value
               ' Date      Station  Temp(C)  Wind(km/h)  Reason'.
           01 qcDetail.
               02 filler pic X(1) value space.
               02 outDay pic 9(8).
               02 filler pic X(2) value space.
               02 outStation pic X(4).
               02 filler pic X(3) value space.
               02 outTemp pic -ZZ9.99.
               02 filler pic X(3) value space.
               02 outWind pic -ZZ9.99.
               02 filler pic X(3) value space.
               02 outReason pic X(12).
               02 outReviewBox pic X(20).
           01 noneLine.
               02 filler pic X(20) value '   (none)'.
           01 stationSummary.
               02 filler pic X(9) value ' Station '.
               02 outStnCode pic X(4).
               02 filler pic X(8) value '   good '.
               02 outStnGood pic ZZZZ9.
               02 filler pic X(11) value '   suspect '.
               02 outStnSuspect pic ZZZZ9.
               02 filler pic X(10) value '   failed '.
               02 outStnFailed pic ZZZZ9.
           01 truncatedLine.
               02 filler pic X(60) value
                   ' *** feed exceeds maxReadings - file not flagged'.
           01 reviewTrailer.
               02 filler pic X(24) value ' Suspect readings:      '.
               02 outReviewCount pic ZZZZ9.

           procedure division.
               *> the sensor quality-control pass over a daily
               *> weather file, run before windChill uses it: each
               *> reading is checked against its station's limits -
               *> a believable range for the season, the largest
               *> believable change since the station's last reading,
               *> a stuck sensor repeating itself, and how far it
               *> sits from its region's other stations that day -
               *> and is written back flagged good, suspect or
               *> failed. ClimateSummary leaves failed readings out;
               *> suspect ones go on the review report for the desk
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetQcParameters.
               move spaces to auditInputsValue.
               string "QC " delimited by size
                   weatherFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.

               open input weatherFile.
               if weatherStatus not = "00"
                   display "Daily weather file " weatherFileName
                       " could not be opened"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform LoadReadings.
               if feedTruncated = 'Y'
                   *> a partial table can't be written back over the
                   *> file without losing the readings past the limit
                   open output qcReport
                   write reportLine from truncatedLine
                   close qcReport
                   display "Daily weather file " weatherFileName
                       " has more than 2000 readings - not checked"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform InitDefaultRule.
               perform LoadRules.
               perform LoadStationRegions.
               perform LoadHistory.
               perform SeedFromHistory.

               move 1 to i.
               perform until i > readingCount
                   perform CheckOneReading
                   add 1 to i
               end-perform.
               perform CheckNeighbours.
               perform CountFlags.

               perform WriteQcReport.
               perform WriteReviewReport.
               perform RewriteWeatherFile.
               perform RewriteHistory.
               if suspectCount > 0 or failedCount > 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

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
                   move "WeatherQC" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               LoadReadings.
                   perform until weatherStatus = "10"
                       read weatherFile
                           at end
                               continue
                           not at end
                               if readingCount < maxReadings
                                   add 1 to readingCount
                                   perform StoreOneReading
                               else
                                   move 'Y' to feedTruncated
                               end-if
                       end-read
                   end-perform.
                   close weatherFile.

               StoreOneReading.
                   move weatherRecord to rRaw(readingCount).
                   move 'G' to rFlag(readingCount).
                   move spaces to rReason(readingCount).
                   if wStation = spaces
                       move '----' to rStation(readingCount)
                   else
                       move wStation to rStation(readingCount)
                   end-if.
                   if wDay is numeric
                       move wDay to rDay(readingCount)
                   else
                       move zeros to rDay(readingCount)
                   end-if.
                   if wTemp is numeric and wWind is numeric
                       move 'Y' to rValuesOk(readingCount)
                       move wTemp to rTemp(readingCount)
                       move wWind to rWind(readingCount)
                   else
                       move 'N' to rValuesOk(readingCount)
                       move zeros to rTemp(readingCount)
                       move zeros to rWind(readingCount)
                   end-if.
                   perform RegisterStation.
                   if qsFirstDay(stnIdx) = 0
                       or rDay(readingCount) < qsFirstDay(stnIdx)
                       move rDay(readingCount) to qsFirstDay(stnIdx)
                   end-if.

               RegisterStation.
                   move 'N' to stationFound.
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       or stationFound = 'Y'
                       if qsCode(stnIdx) = rStation(readingCount)
                           move 'Y' to stationFound
                       else
                           add 1 to stnIdx
                       end-if
                   end-perform.
                   if stationFound = 'N'
                       if stationCount < maxStations
                           add 1 to stationCount
                       end-if
                       *> past the limit the last slot is shared -
                       *> the same overflow windChill tolerates
                       move stationCount to stnIdx
                       move rStation(readingCount) to qsCode(stnIdx)
                       move '----' to qsRegion(stnIdx)
                       move zeros to qsFirstDay(stnIdx)
                       move 'N' to qsHavePrev(stnIdx)
                       move 'N' to qsHaveLast(stnIdx)
                       move zeros to qsRunLen(stnIdx)
                       move zeros to qsRunStart(stnIdx)
                       move zeros to qsGood(stnIdx)
                       move zeros to qsSuspect(stnIdx)
                       move zeros to qsFailed(stnIdx)
                   end-if.

               FindStation.
                   move 'N' to stationFound.
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       or stationFound = 'Y'
                       if qsCode(stnIdx) = rStation(i)
                           move 'Y' to stationFound
                       else
                           add 1 to stnIdx
                       end-if
                   end-perform.
                   if stationFound = 'N'
                       move stationCount to stnIdx
                   end-if.

               *> the limits every station gets unless wxqc.tab says
               *> otherwise - a 15-degree day-to-day swing, a 60 km/h
               *> change in wind, five identical readings running,
               *> 200 km/h, 10 degrees off the region, and seasonal
               *> ranges wide enough for anywhere the network reaches
               InitDefaultRule.
                   move '****' to qrStation.
                   move 15.0 to qrTempStep.
                   move 60.0 to qrWindStep.
                   move 5 to qrFlatRun.
                   move 200.0 to qrWindMax.
                   move 10.0 to qrNeighbourTol.
                   move -60.0 to qrTempMin(1).
                   move 25.0 to qrTempMax(1).
                   move -45.0 to qrTempMin(2).
                   move 35.0 to qrTempMax(2).
                   move -20.0 to qrTempMin(3).
                   move 45.0 to qrTempMax(3).
                   move -45.0 to qrTempMin(4).
                   move 35.0 to qrTempMax(4).
                   move qcRuleRecord to defaultRule.

               LoadRules.
                   open input ruleFile.
                   if ruleStatus = "00"
                       perform until ruleStatus = "10"
                           read ruleFile
                               at end
                                   continue
                               not at end
                                   perform StoreOneRule
                           end-read
                       end-perform
                       close ruleFile
                   end-if.
                   *> then every station's own limits, once
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       move defaultRule to qsRule(stnIdx)
                       move 1 to ruleIdx
                       perform until ruleIdx > ruleCount
                           if ruleRow(ruleIdx)(1:4) = qsCode(stnIdx)
                               move ruleRow(ruleIdx)
                                   to qsRule(stnIdx)
                           end-if
                           add 1 to ruleIdx
                       end-perform
                       add 1 to stnIdx
                   end-perform.

               StoreOneRule.
                   move ruleLine(1:52) to qcRuleRecord.
                   move 'Y' to ruleValid.
                   if qrStation = spaces
                       or qrTempStep is not numeric
                       or qrWindStep is not numeric
                       or qrFlatRun is not numeric
                       or qrWindMax is not numeric
                       or qrNeighbourTol is not numeric
                       move 'N' to ruleValid
                   end-if.
                   move 1 to seasonIdx.
                   perform until seasonIdx > 4
                       if qrTempMin(seasonIdx) is not numeric
                           or qrTempMax(seasonIdx) is not numeric
                           move 'N' to ruleValid
                       end-if
                       add 1 to seasonIdx
                   end-perform.
                   if ruleValid = 'N'
                       add 1 to rulesRejected
                   else
                       if qrFlatRun < 2
                           move 2 to qrFlatRun
                       end-if
                       if qrFlatRun > historyDepth
                           move historyDepth to qrFlatRun
                       end-if
                       if qrStation = '****'
                           move qcRuleRecord to defaultRule
                       else
                           if ruleCount < maxRules
                               add 1 to ruleCount
                               move qcRuleRecord
                                   to ruleRow(ruleCount)
                           end-if
                       end-if
                   end-if.

               *> neighbours are stations in the same station.tab
               *> region; a station with no region has none
               LoadStationRegions.
                   open input stationFile.
                   if stationStatus = "00"
                       perform until stationStatus = "10"
                           read stationFile into stationRecord
                               at end
                                   continue
                               not at end
                                   perform MatchStationRegion
                           end-read
                       end-perform
                       close stationFile
                   end-if.

               MatchStationRegion.
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       if qsCode(stnIdx) = smId
                           and smRegion not = spaces
                           move smRegion to qsRegion(stnIdx)
                       end-if
                       add 1 to stnIdx
                   end-perform.

               LoadHistory.
                   open input stateFile.
                   if stateStatus = "00"
                       perform until stateStatus = "10"
                           read stateFile
                               at end
                                   continue
                               not at end
                                   if historyCount < maxHistory
                                       add 1 to historyCount
                                       move ssStation
                                           to hsStation(historyCount)
                                       move ssDay
                                           to hsDay(historyCount)
                                       move ssTemp
                                           to hsTemp(historyCount)
                                       move ssWind
                                           to hsWind(historyCount)
                                       move ssFlag
                                           to hsFlag(historyCount)
                                   end-if
                           end-read
                       end-perform
                       close stateFile
                   end-if.

               *> replay each station's stored readings from before
               *> this file's first day, oldest first, so the
               *> sequence checks pick up where the last run left off
               SeedFromHistory.
                   move 1 to histIdx.
                   perform until histIdx > historyCount
                       move 1 to stnIdx
                       perform until stnIdx > stationCount
                           if qsCode(stnIdx) = hsStation(histIdx)
                               and hsDay(histIdx) < qsFirstDay(stnIdx)
                               move hsTemp(histIdx) to seqTemp
                               move hsWind(histIdx) to seqWind
                               move hsFlag(histIdx) to seqFlag
                               move zeros to i
                               perform AdvanceSequence
                           end-if
                           add 1 to stnIdx
                       end-perform
                       add 1 to histIdx
                   end-perform.

               *> one reading onto its station's sequence - i is zero
               *> for a replayed history reading
               AdvanceSequence.
                   if qsHaveLast(stnIdx) = 'Y'
                       and seqTemp = qsLastTemp(stnIdx)
                       and seqWind = qsLastWind(stnIdx)
                       add 1 to qsRunLen(stnIdx)
                   else
                       move 1 to qsRunLen(stnIdx)
                       move i to qsRunStart(stnIdx)
                   end-if.
                   move 'Y' to qsHaveLast(stnIdx).
                   move seqTemp to qsLastTemp(stnIdx).
                   move seqWind to qsLastWind(stnIdx).
                   if seqFlag not = 'F'
                       move 'Y' to qsHavePrev(stnIdx)
                       move seqTemp to qsPrevTemp(stnIdx)
                       move seqWind to qsPrevWind(stnIdx)
                   end-if.

               CheckOneReading.
                   perform FindStation.
                   move qsRule(stnIdx) to qcRuleRecord.
                   move rDay(i) to dayParts.
                   if rValuesOk(i) = 'N'
                       move 'F' to rFlag(i)
                       move 'BAD VALUE' to rReason(i)
                   else
                       if dpMonth < 1 or dpMonth > 12
                           move 'F' to rFlag(i)
                           move 'BAD DATE' to rReason(i)
                       else
                           perform CheckPhysicalRange
                       end-if
                       if rFlag(i) not = 'F'
                           perform CheckStepChange
                       end-if
                       move rTemp(i) to seqTemp
                       move rWind(i) to seqWind
                       move rFlag(i) to seqFlag
                       perform AdvanceSequence
                       perform CheckFlatLine
                   end-if.

               *> the season's believable temperatures, a wind that
               *> is neither negative nor past the station's maximum,
               *> and a humidity that is a percentage
               CheckPhysicalRange.
                   evaluate dpMonth
                       when 12
                       when 1
                       when 2
                           move 1 to seasonIdx
                       when 3 thru 5
                           move 2 to seasonIdx
                       when 6 thru 8
                           move 3 to seasonIdx
                       when other
                           move 4 to seasonIdx
                   end-evaluate.
                   move rRaw(i) to weatherRecord.
                   evaluate true
                       when rTemp(i) < qrTempMin(seasonIdx)
                           or rTemp(i) > qrTempMax(seasonIdx)
                           move 'F' to rFlag(i)
                           move 'TEMP RANGE' to rReason(i)
                       when rWind(i) < 0
                           or rWind(i) > qrWindMax
                           move 'F' to rFlag(i)
                           move 'WIND RANGE' to rReason(i)
                       when wHumidity is numeric
                           and wHumidity > 100
                           move 'F' to rFlag(i)
                           move 'HUMIDITY' to rReason(i)
                       when other
                           continue
                   end-evaluate.

               *> against the station's last reading that did not
               *> fail - a big change can be a real front, so it is
               *> suspect rather than failed
               CheckStepChange.
                   if qsHavePrev(stnIdx) = 'Y'
                       compute stepWork =
                           rTemp(i) - qsPrevTemp(stnIdx)
                       if stepWork < 0
                           compute stepWork = stepWork * -1
                       end-if
                       if stepWork > qrTempStep
                           move 'S' to rFlag(i)
                           move 'TEMP STEP' to rReason(i)
                       else
                           compute stepWork =
                               rWind(i) - qsPrevWind(stnIdx)
                           if stepWork < 0
                               compute stepWork = stepWork * -1
                           end-if
                           if stepWork > qrWindStep
                               move 'S' to rFlag(i)
                               move 'WIND STEP' to rReason(i)
                           end-if
                       end-if
                   end-if.

               *> once the identical run reaches the station's limit
               *> every reading of it in this file fails - the ones
               *> before the limit was reached were the sensor stuck
               *> too, we just couldn't tell yet
               CheckFlatLine.
                   move qrFlatRun to flatLimit.
                   if qsRunLen(stnIdx) >= flatLimit
                       if qsRunStart(stnIdx) = 0
                           move 1 to j
                       else
                           move qsRunStart(stnIdx) to j
                       end-if
                       perform until j > i
                           if rStation(j) = rStation(i)
                               and rValuesOk(j) = 'Y'
                               move 'F' to rFlag(j)
                               move 'FLAT LINE' to rReason(j)
                           end-if
                           add 1 to j
                       end-perform
                   end-if.

               *> each surviving reading against the mean of the
               *> other stations in its region that day - it takes
               *> at least two neighbours to say which one is off
               CheckNeighbours.
                   move 1 to i.
                   perform until i > readingCount
                       perform FindStation
                       if rFlag(i) not = 'F'
                           and qsRegion(stnIdx) not = '----'
                           perform CheckOneNeighbourhood
                       end-if
                       add 1 to i
                   end-perform.

               CheckOneNeighbourhood.
                   move qsRule(stnIdx) to qcRuleRecord.
                   move zeros to neighbourCount.
                   move zeros to neighbourSum.
                   move 1 to j.
                   perform until j > readingCount
                       if rDay(j) = rDay(i)
                           and rStation(j) not = rStation(i)
                           and rFlag(j) not = 'F'
                           perform CheckNeighbourRegion
                       end-if
                       add 1 to j
                   end-perform.
                   if neighbourCount >= 2
                       compute neighbourMean rounded =
                           neighbourSum / neighbourCount
                       compute stepWork = rTemp(i) - neighbourMean
                       if stepWork < 0
                           compute stepWork = stepWork * -1
                       end-if
                       if stepWork > qrNeighbourTol
                           and rFlag(i) = 'G'
                           move 'S' to rFlag(i)
                           move 'NEIGHBOURS' to rReason(i)
                       end-if
                   end-if.

               CheckNeighbourRegion.
                   move 1 to ruleIdx.
                   perform until ruleIdx > stationCount
                       if qsCode(ruleIdx) = rStation(j)
                           and qsRegion(ruleIdx) = qsRegion(stnIdx)
                           add 1 to neighbourCount
                           add rTemp(j) to neighbourSum
                       end-if
                       add 1 to ruleIdx
                   end-perform.

               CountFlags.
                   move 1 to i.
                   perform until i > readingCount
                       perform FindStation
                       evaluate rFlag(i)
                           when 'F'
                               add 1 to failedCount
                               add 1 to qsFailed(stnIdx)
                           when 'S'
                               add 1 to suspectCount
                               add 1 to qsSuspect(stnIdx)
                           when other
                               add 1 to goodCount
                               add 1 to qsGood(stnIdx)
                       end-evaluate
                       add 1 to i
                   end-perform.

               WriteQcReport.
                   open output qcReport.
                   move weatherFileName to outFileName.
                   write reportLine from reportTitle.
                   write reportLine from breakLine.
                   move readingCount to outReadingCount.
                   move goodCount to outGoodCount.
                   move suspectCount to outSuspectCount.
                   move failedCount to outFailedCount.
                   write reportLine from countLine.
                   if rulesRejected > 0
                       move rulesRejected to outRulesRejected
                       write reportLine from rulesRejectedLine
                   end-if.
                   write reportLine from breakLine.
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       move qsCode(stnIdx) to outStnCode
                       move qsGood(stnIdx) to outStnGood
                       move qsSuspect(stnIdx) to outStnSuspect
                       move qsFailed(stnIdx) to outStnFailed
                       write reportLine from stationSummary
                       add 1 to stnIdx
                   end-perform.
                   write reportLine from breakLine.
                   write reportLine from failedHeading.
                   write reportLine from columnHeading.
                   move 'F' to seqFlag.
                   perform WriteFlaggedReadings.
                   write reportLine from breakLine.
                   write reportLine from suspectHeading.
                   write reportLine from columnHeading.
                   move 'S' to seqFlag.
                   perform WriteFlaggedReadings.
                   write reportLine from breakLine.
                   close qcReport.

               WriteFlaggedReadings.
                   move zeros to j.
                   move spaces to outReviewBox.
                   move 1 to i.
                   perform until i > readingCount
                       if rFlag(i) = seqFlag
                           perform FillQcDetail
                           write reportLine from qcDetail
                           add 1 to j
                       end-if
                       add 1 to i
                   end-perform.
                   if j = 0
                       write reportLine from noneLine
                   end-if.

               FillQcDetail.
                   move rDay(i) to outDay.
                   move rStation(i) to outStation.
                   move rTemp(i) to outTemp.
                   move rWind(i) to outWind.
                   move rReason(i) to outReason.

               *> the desk's worksheet: each suspect reading with a
               *> box to mark it accepted or rejected
               WriteReviewReport.
                   open output reviewReport.
                   move weatherFileName to outReviewFile.
                   write reviewLine from reviewTitle.
                   write reviewLine from breakLine.
                   write reviewLine from columnHeading.
                   move 1 to i.
                   perform until i > readingCount
                       if rFlag(i) = 'S'
                           perform FillQcDetail
                           move ' accept/reject ____' to outReviewBox
                           write reviewLine from qcDetail
                       end-if
                       add 1 to i
                   end-perform.
                   write reviewLine from breakLine.
                   move suspectCount to outReviewCount.
                   write reviewLine from reviewTrailer.
                   close reviewReport.

               RewriteWeatherFile.
                   open output weatherFile.
                   move 1 to i.
                   perform until i > readingCount
                       move rRaw(i) to weatherRecord
                       move rFlag(i) to wQcFlag
                       write weatherRecord
                       add 1 to i
                   end-perform.
                   close weatherFile.

               *> the stored readings from before this file plus this
               *> file's own, cut back to the newest historyDepth per
               *> station
               RewriteHistory.
                   move zeros to newHistoryCount.
                   move 1 to histIdx.
                   perform until histIdx > historyCount
                       perform KeepHistoryRow
                       add 1 to histIdx
                   end-perform.
                   move 1 to i.
                   perform until i > readingCount
                       if rValuesOk(i) = 'Y'
                           add 1 to newHistoryCount
                           move rStation(i)
                               to nhStation(newHistoryCount)
                           move rDay(i) to nhDay(newHistoryCount)
                           move rTemp(i) to nhTemp(newHistoryCount)
                           move rWind(i) to nhWind(newHistoryCount)
                           move rFlag(i) to nhFlag(newHistoryCount)
                       end-if
                       add 1 to i
                   end-perform.
                   open output stateFile.
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       perform WriteStationHistory
                       add 1 to stnIdx
                   end-perform.
                   *> stations not in today's file keep their rows
                   move 1 to histIdx.
                   perform until histIdx > historyCount
                       perform KeepAbsentStation
                       add 1 to histIdx
                   end-perform.
                   close stateFile.

               KeepHistoryRow.
                   move 'N' to stationFound.
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       if qsCode(stnIdx) = hsStation(histIdx)
                           move 'Y' to stationFound
                           if hsDay(histIdx) < qsFirstDay(stnIdx)
                               and newHistoryCount < maxReadings
                               add 1 to newHistoryCount
                               move hsStation(histIdx)
                                   to nhStation(newHistoryCount)
                               move hsDay(histIdx)
                                   to nhDay(newHistoryCount)
                               move hsTemp(histIdx)
                                   to nhTemp(newHistoryCount)
                               move hsWind(histIdx)
                                   to nhWind(newHistoryCount)
                               move hsFlag(histIdx)
                                   to nhFlag(newHistoryCount)
                           end-if
                       end-if
                       add 1 to stnIdx
                   end-perform.

               WriteStationHistory.
                   move zeros to stnRowCount.
                   move 1 to j.
                   perform until j > newHistoryCount
                       if nhStation(j) = qsCode(stnIdx)
                           add 1 to stnRowCount
                       end-if
                       add 1 to j
                   end-perform.
                   compute keepFrom = stnRowCount - historyDepth.
                   move zeros to stnRowCount.
                   move 1 to j.
                   perform until j > newHistoryCount
                       if nhStation(j) = qsCode(stnIdx)
                           add 1 to stnRowCount
                           if stnRowCount > keepFrom
                               move nhStation(j) to ssStation
                               move nhDay(j) to ssDay
                               move nhTemp(j) to ssTemp
                               move nhWind(j) to ssWind
                               move nhFlag(j) to ssFlag
                               write stateRecord
                           end-if
                       end-if
                       add 1 to j
                   end-perform.

               KeepAbsentStation.
                   move 'N' to stationFound.
                   move 1 to stnIdx.
                   perform until stnIdx > stationCount
                       or stationFound = 'Y'
                       if qsCode(stnIdx) = hsStation(histIdx)
                           move 'Y' to stationFound
                       end-if
                       add 1 to stnIdx
                   end-perform.
                   if stationFound = 'N'
                       move hsStation(histIdx) to ssStation
                       move hsDay(histIdx) to ssDay
                       move hsTemp(histIdx) to ssTemp
                       move hsWind(histIdx) to ssWind
                       move hsFlag(histIdx) to ssFlag
                       write stateRecord
                   end-if.

               *> wxqc.par, if present, supplies the daily file, the
               *> QC report and the review report names one per line
               GetQcParameters.
                   open input qcParamFile.
                   if qcParamStatus = "00"
                       read qcParamFile into qcParamRecord
                           at end
                               continue
                           not at end
                               move qcParamRecord to weatherFileName
                       end-read
                       read qcParamFile into qcParamRecord
                           at end
                               continue
                           not at end
                               move qcParamRecord to qcReportName
                       end-read
                       read qcParamFile into qcParamRecord
                           at end
                               continue
                           not at end
                               move qcParamRecord
                                   to reviewReportName
                       end-read
                       close qcParamFile
                   end-if.

               copy "audit-chain-io".
