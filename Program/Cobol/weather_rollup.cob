           identification division.
           program-id. HourlyRollup.

           environment division.

           input-output section.
           file-control.
           select hourlyFile assign to dynamic hourlyFileName
               organization is line sequential
               file status is hourlyStatus.
           select weatherFile assign to dynamic weatherFileName
               organization is line sequential.
           select extremesFile assign to dynamic extremesFileName
               organization is line sequential.
           select rollupReport assign to dynamic rollupReportName
               organization is line sequential.
           select rollupParamFile assign to "wxroll.par"
               organization is line sequential
               file status is rollupParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd hourlyFile.
               copy "hourly-record".

           fd weatherFile.
           *> the daily record windChill and ClimateSummary have
           *> always read - written here exactly as before
               copy "weather-record".

           fd extremesFile.
               copy "daily-extremes".

           fd rollupReport.
           01 reportLine pic X(80).

           fd rollupParamFile.
           01 rollupParamRecord pic X(30).

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

           01 hourlyStatus pic X(2).
           01 rollupParamStatus pic X(2).

           *> wxroll.par, if present, supplies the hourly feed, the
           *> daily file to build, the extremes file and the report,
           *> one per line - the daily file defaults to windChill's
           *> own input, since the roll-up runs as the step before
           *> WeatherQC and windChill
           01 hourlyFileName pic X(30) value "wxhourly.dat".
           01 weatherFileName pic X(30) value "windbatch.dat".
           01 extremesFileName pic X(30) value "wxdaily.dat".
           01 rollupReportName pic X(30) value "wxroll.rpt".

           *> one entry per station-day, each with a slot for every
           *> hour - maxStationDays is a fixed, documented limit in
           *> the shop's usual style
           01 maxStationDays constant as 400.
           77 dayCount pic S9(4) usage is COMPUTATIONAL value zeros.
           77 sdIdx pic S9(4) usage is COMPUTATIONAL.
           77 sdFound pic X(1).
           77 hourIdx pic S9(3) usage is COMPUTATIONAL.
           01 stationDayArea.
               02 stationDayEntry occurs maxStationDays times.
                   03 sdStation pic X(4).
                   03 sdDay pic 9(8).
                   03 sdHourCount pic S9(3) usage is COMPUTATIONAL.
                   03 hourEntry occurs 24 times.
                       04 hrPresent pic X(1).
                       04 hrTemp pic S999V99.
                       04 hrWind pic S999V99.
                       04 hrHumidity pic 999V99.
                       04 hrRain pic 999V9.
                       04 hrSnow pic 999V9.

           *> what was turned away on the way in
           77 hoursRead pic S9(7) usage is COMPUTATIONAL value zeros.
           77 badTimeCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 badValueCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 dupHourCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 overflowCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 incompleteDays pic S9(5) usage is COMPUTATIONAL
               value zeros.

           *> the roll-up of one station-day
           77 windSum pic S9(5)V99 usage is COMPUTATIONAL-3.
           77 humiditySum pic S9(5)V99 usage is COMPUTATIONAL-3.
           77 humidityCount pic S9(3) usage is COMPUTATIONAL.
           77 rainSum pic S9(5)V9 usage is COMPUTATIONAL-3.
           77 snowSum pic S9(5)V9 usage is COMPUTATIONAL-3.
           77 haveOvernight pic X(1).

           *> the felt-temperature arithmetic windChill uses, so an
           *> hour's wind chill or humidex is the one windChill would
           *> have printed for it
           01 temperature pic S999V99.
           01 windSpeed pic S999V99.
           01 windChill pic S99V9999.
           01 tempTooHigh pic X(1) value 'N'.
           01 humidity pic 999V99.
           01 humidex  pic S999V9999.
           01 vapourPressure pic 99V9999.

           01 reportTitle.
               02 filler pic X(28) value ' Hourly Roll-up for Daily   '.
               02 outHourlyFile pic X(30).
           01 breakLine.
               02 filler pic X(79) value all '-'.
           01 readLine.
               02 filler pic X(14) value ' Hours read   '.
               02 outHoursRead pic ZZZZZZ9.
               02 filler pic X(16) value '   station-days '.
               02 outDayCount pic ZZZ9.
               02 filler pic X(20) value '   short of 24 hours'.
               02 outIncomplete pic ZZZZ9.
           01 rejectLine.
               02 filler pic X(14) value ' Bad time     '.
               02 outBadTime pic ZZZZ9.
               02 filler pic X(14) value '   bad value  '.
               02 outBadValue pic ZZZZ9.
               02 filler pic X(14) value '   dup hour   '.
               02 outDupHour pic ZZZZ9.
               02 filler pic X(14) value '   no room    '.
               02 outOverflow pic ZZZZ9.
           01 dayHeading.
               02 filler pic X(40) value
                   ' Date     Stn   Hr   High@hr    Low@hr  '.
               02 filler pic X(40) value
                   'Peak@hr  Rain  Snow  Chill@hr  Hmdx@hr F'.
           01 dayDetail.
               02 filler pic X(1) value space.
               02 outDay pic 9(8).
               02 filler pic X(1) value space.
               02 outStation pic X(4).
               02 filler pic X(1) value space.
               02 outHours pic Z9.
               02 filler pic X(2) value space.
               02 outMaxTemp pic -(3)9.9.
               02 filler pic X(1) value '@'.
               02 outMaxHour pic 99.
               02 filler pic X(1) value space.
               02 outMinTemp pic -(3)9.9.
               02 filler pic X(1) value '@'.
               02 outMinHour pic 99.
               02 filler pic X(1) value space.
               02 outPeakWind pic ZZ9.9.
               02 filler pic X(1) value '@'.
               02 outPeakHour pic 99.
               02 filler pic X(1) value space.
               02 outRain pic ZZ9.9.
               02 filler pic X(1) value space.
               02 outSnow pic ZZ9.9.
               02 filler pic X(1) value space.
               02 outChill pic -(3)9.9.
               02 filler pic X(1) value '@'.
               02 outChillHour pic X(2).
               02 filler pic X(1) value space.
               02 outHumidex pic ZZ9.9.
               02 filler pic X(1) value '@'.
               02 outHumidexHour pic X(2).
               02 filler pic X(1) value space.
               02 outFreeze pic X(1).
           01 missingHeading.
               02 filler pic X(40) value
                   ' Missing Hours by Station-Day'.
           01 missingLine.
               02 filler pic X(1) value space.
               02 outMissDay pic 9(8).
               02 filler pic X(1) value space.
               02 outMissStation pic X(4).
               02 filler pic X(10) value '  missing '.
               02 outMissCount pic Z9.
               02 filler pic X(8) value ' hours: '.
           01 missingHoursLine.
               02 filler pic X(4) value space.
               02 outMissHours pic X(72).
           77 missPos pic S9(3) usage is COMPUTATIONAL.
           77 missHourText pic 99.
           01 noMissingLine.
               02 filler pic X(40) value
                   '  (every station-day has all 24 hours)'.

           procedure division.
               *> rolls the stations' hourly observations up into the
               *> daily weather record - the mean of the day's high
               *> and low, the mean wind and humidity, and the day's
               *> precipitation totals - so windChill and
               *> ClimateSummary carry on reading the daily file as
               *> they always have; the day's extremes and the hours
               *> they came in go beside it in the extremes file, and
               *> every hour a station-day is short of is listed
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetRollupParameters.
               move spaces to auditInputsValue.
               string hourlyFileName delimited by space
                   " -> " delimited by size
                   weatherFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.

               open input hourlyFile.
               if hourlyStatus not = "00"
                   display "Hourly observation file " hourlyFileName
                       " could not be opened"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform until hourlyStatus = "10"
                   read hourlyFile
                       at end
                           continue
                       not at end
                           add 1 to hoursRead
                           perform StoreOneHour
                   end-read
               end-perform.
               close hourlyFile.

               open output weatherFile.
               open output extremesFile.
               open output rollupReport.
               move hourlyFileName to outHourlyFile.
               write reportLine from reportTitle.
               write reportLine from breakLine.
               write reportLine from dayHeading.
               move 1 to sdIdx.
               perform until sdIdx > dayCount
                   perform RollUpOneDay
                   add 1 to sdIdx
               end-perform.
               write reportLine from breakLine.
               perform WriteMissingHours.
               write reportLine from breakLine.
               move hoursRead to outHoursRead.
               move dayCount to outDayCount.
               move incompleteDays to outIncomplete.
               write reportLine from readLine.
               move badTimeCount to outBadTime.
               move badValueCount to outBadValue.
               move dupHourCount to outDupHour.
               move overflowCount to outOverflow.
               write reportLine from rejectLine.
               close rollupReport.
               close extremesFile.
               close weatherFile.
               if incompleteDays > 0 or badTimeCount > 0
                   or badValueCount > 0 or dupHourCount > 0
                   move WarningRunCode to return-code
               end-if.
               if overflowCount > 0
                   move ErrorRunCode to return-code
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
                   move "HourlyRollup" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               *> an hour with no usable time is turned away, and one
               *> with no usable temperature or wind counts as not
               *> reported; a second report for the same hour is
               *> counted and the first one kept
               StoreOneHour.
                   if hDay is not numeric or hHour is not numeric
                       or hHour > 23
                       add 1 to badTimeCount
                   else
                       if hStation = spaces
                           move '----' to hStation
                       end-if
                       perform FindStationDay
                       if sdIdx = 0
                           add 1 to overflowCount
                       else
                           compute hourIdx = hHour + 1
                           evaluate true
                               when hTemp is not numeric
                                   or hWind is not numeric
                                   add 1 to badValueCount
                               when hrPresent(sdIdx, hourIdx) = 'Y'
                                   add 1 to dupHourCount
                               when other
                                   perform KeepOneHour
                           end-evaluate
                       end-if
                   end-if.

               KeepOneHour.
                   move 'Y' to hrPresent(sdIdx, hourIdx).
                   add 1 to sdHourCount(sdIdx).
                   move hTemp to hrTemp(sdIdx, hourIdx).
                   move hWind to hrWind(sdIdx, hourIdx).
                   if hHumidity is numeric
                       move hHumidity to hrHumidity(sdIdx, hourIdx)
                   else
                       move zeros to hrHumidity(sdIdx, hourIdx)
                   end-if.
                   if hRain is numeric
                       move hRain to hrRain(sdIdx, hourIdx)
                   else
                       move zeros to hrRain(sdIdx, hourIdx)
                   end-if.
                   if hSnow is numeric
                       move hSnow to hrSnow(sdIdx, hourIdx)
                   else
                       move zeros to hrSnow(sdIdx, hourIdx)
                   end-if.

               FindStationDay.
                   move 'N' to sdFound.
                   move 1 to sdIdx.
                   perform until sdIdx > dayCount or sdFound = 'Y'
                       if sdStation(sdIdx) = hStation
                           and sdDay(sdIdx) = hDay
                           move 'Y' to sdFound
                       else
                           add 1 to sdIdx
                       end-if
                   end-perform.
                   if sdFound = 'N'
                       if dayCount < maxStationDays
                           add 1 to dayCount
                           move dayCount to sdIdx
                           move hStation to sdStation(sdIdx)
                           move hDay to sdDay(sdIdx)
                           move zeros to sdHourCount(sdIdx)
                           move 1 to hourIdx
                           perform until hourIdx > 24
                               move 'N' to hrPresent(sdIdx, hourIdx)
                               add 1 to hourIdx
                           end-perform
                       else
                           move zeros to sdIdx
                       end-if
                   end-if.

               *> a station-day with no usable hour at all has
               *> nothing to roll up - its 24 missing hours say so
               RollUpOneDay.
                   if sdHourCount(sdIdx) < 24
                       add 1 to incompleteDays
                   end-if.
                   if sdHourCount(sdIdx) > 0
                       perform ScanDayHours
                       perform WriteDailyRecord
                       perform WriteExtremesRecord
                   end-if.

               ScanDayHours.
                   move sdDay(sdIdx) to dxDay.
                   move sdStation(sdIdx) to dxStation.
                   move zeros to windSum humiditySum
                       humidityCount rainSum snowSum.
                   move 99 to dxMaxTempHour dxMinTempHour
                       dxPeakWindHour dxChillHour dxHumidexHour.
                   move zeros to dxMaxTemp dxMinTemp dxPeakWind
                       dxWorstChill dxMaxHumidex dxOvernightMin.
                   move 'N' to haveOvernight.
                   move 1 to hourIdx.
                   perform until hourIdx > 24
                       if hrPresent(sdIdx, hourIdx) = 'Y'
                           perform ScanOneHour
                       end-if
                       add 1 to hourIdx
                   end-perform.
                   if haveOvernight = 'N'
                       move space to dxFreeze
                   else
                       if dxOvernightMin <= 0
                           move 'Y' to dxFreeze
                       else
                           move 'N' to dxFreeze
                       end-if
                   end-if.
                   move rainSum to dxRain.
                   move snowSum to dxSnow.
                   move sdHourCount(sdIdx) to dxHoursPresent.

               ScanOneHour.
                   if dxMaxTempHour = 99
                       or hrTemp(sdIdx, hourIdx) > dxMaxTemp
                       move hrTemp(sdIdx, hourIdx) to dxMaxTemp
                       compute dxMaxTempHour = hourIdx - 1
                   end-if.
                   if dxMinTempHour = 99
                       or hrTemp(sdIdx, hourIdx) < dxMinTemp
                       move hrTemp(sdIdx, hourIdx) to dxMinTemp
                       compute dxMinTempHour = hourIdx - 1
                   end-if.
                   if dxPeakWindHour = 99
                       or hrWind(sdIdx, hourIdx) > dxPeakWind
                       move hrWind(sdIdx, hourIdx) to dxPeakWind
                       compute dxPeakWindHour = hourIdx - 1
                   end-if.
                   *> overnight is midnight to seven
                   if hourIdx <= 7
                       if haveOvernight = 'N'
                           or hrTemp(sdIdx, hourIdx) < dxOvernightMin
                           move hrTemp(sdIdx, hourIdx)
                               to dxOvernightMin
                           move 'Y' to haveOvernight
                       end-if
                   end-if.
                   add hrWind(sdIdx, hourIdx) to windSum.
                   if hrHumidity(sdIdx, hourIdx) > 0
                       add hrHumidity(sdIdx, hourIdx) to humiditySum
                       add 1 to humidityCount
                   end-if.
                   add hrRain(sdIdx, hourIdx) to rainSum.
                   add hrSnow(sdIdx, hourIdx) to snowSum.
                   if hrWind(sdIdx, hourIdx) >= 0
                       move hrTemp(sdIdx, hourIdx) to temperature
                       move hrWind(sdIdx, hourIdx) to windSpeed
                       perform CalcWindChill
                       if tempTooHigh = 'N'
                           if dxChillHour = 99
                               or windChill < dxWorstChill
                               move windChill to dxWorstChill
                               compute dxChillHour = hourIdx - 1
                           end-if
                       else
                           *> humidex is a summer measure - it is
                           *> only worth a mention from 20 degrees
                           if hrHumidity(sdIdx, hourIdx) > 0
                               and temperature >= 20.0
                               move hrHumidity(sdIdx, hourIdx)
                                   to humidity
                               perform CalcHumidex
                               if dxHumidexHour = 99
                                   or humidex > dxMaxHumidex
                                   move humidex to dxMaxHumidex
                                   compute dxHumidexHour =
                                       hourIdx - 1
                               end-if
                           end-if
                       end-if
                   end-if.

               *> the daily record: the mean of the day's high and
               *> low - the usual daily mean, and the one the degree
               *> days in ClimateSummary are meant to use - with the
               *> mean wind and humidity over the hours reported and
               *> the day's precipitation; it goes to WeatherQC
               *> unflagged, like any other day's feed
               WriteDailyRecord.
                   move sdDay(sdIdx) to wDay.
                   move sdStation(sdIdx) to wStation.
                   compute wTemp rounded = (dxMaxTemp + dxMinTemp) / 2.
                   compute wWind rounded =
                       windSum / sdHourCount(sdIdx).
                   if humidityCount > 0
                       compute wHumidity rounded =
                           humiditySum / humidityCount
                   else
                       move zeros to wHumidity
                   end-if.
                   move rainSum to wRain.
                   move snowSum to wSnow.
                   move space to wQcFlag.
                   write weatherRecord.

               WriteExtremesRecord.
                   write dailyExtremesRecord.
                   move dxDay to outDay.
                   move dxStation to outStation.
                   move dxHoursPresent to outHours.
                   move dxMaxTemp to outMaxTemp.
                   move dxMaxTempHour to outMaxHour.
                   move dxMinTemp to outMinTemp.
                   move dxMinTempHour to outMinHour.
                   move dxPeakWind to outPeakWind.
                   move dxPeakWindHour to outPeakHour.
                   move dxRain to outRain.
                   move dxSnow to outSnow.
                   move dxWorstChill to outChill.
                   if dxChillHour = 99
                       move '--' to outChillHour
                   else
                       move dxChillHour to outChillHour
                   end-if.
                   move dxMaxHumidex to outHumidex.
                   if dxHumidexHour = 99
                       move '--' to outHumidexHour
                   else
                       move dxHumidexHour to outHumidexHour
                   end-if.
                   move dxFreeze to outFreeze.
                   write reportLine from dayDetail.

               WriteMissingHours.
                   write reportLine from missingHeading.
                   move 1 to sdIdx.
                   perform until sdIdx > dayCount
                       if sdHourCount(sdIdx) < 24
                           perform WriteOneMissingDay
                       end-if
                       add 1 to sdIdx
                   end-perform.
                   if incompleteDays = 0
                       write reportLine from noMissingLine
                   end-if.

               WriteOneMissingDay.
                   move sdDay(sdIdx) to outMissDay.
                   move sdStation(sdIdx) to outMissStation.
                   compute outMissCount = 24 - sdHourCount(sdIdx).
                   write reportLine from missingLine.
                   move spaces to outMissHours.
                   move 1 to missPos.
                   move 1 to hourIdx.
                   perform until hourIdx > 24
                       if hrPresent(sdIdx, hourIdx) not = 'Y'
                           compute missHourText = hourIdx - 1
                           move missHourText
                               to outMissHours(missPos:2)
                           add 3 to missPos
                       end-if
                       add 1 to hourIdx
                   end-perform.
                   write reportLine from missingHoursLine.

               *> windChill's own wind-chill arithmetic - see the
               *> matching paragraph there
               CalcWindChill.
                   move 'N' to tempTooHigh.
                   if temperature is <= 0.0 then
                       if windSpeed is >= 5.0 then
                           compute windChill =
                               13.12 + (0.6215 * temperature)
                                   - (11.37 * windSpeed ** 0.16)
                                   + (0.3965 * temperature
                                       * windSpeed ** 0.16)
                       else if windSpeed is > 0.0
                               and windSpeed is < 5.0 then
                           compute windChill =
                               temperature + ((-1.59 + 0.1345
                                   * temperature) / 5.0) * windSpeed
                           else
                               move temperature to windChill
                           end-if
                       end-if
                   else
                       move 'Y' to tempTooHigh
                   end-if.

               *> and its humidex - see CalcHumidex in windChill
               CalcHumidex.
                   compute vapourPressure rounded =
                       (humidity / 100) * 6.105 *
                           (2.718281828 **
                               ((17.27 * temperature)
                                   / (237.7 + temperature))).
                   compute humidex rounded =
                       temperature
                           + (0.5555 * (vapourPressure - 10)).
                   if humidex < temperature
                       move temperature to humidex
                   end-if.

               *> wxroll.par, if present, supplies the hourly feed,
               *> the daily file, the extremes file and the report
               *> names one per line
               GetRollupParameters.
                   open input rollupParamFile.
                   if rollupParamStatus = "00"
                       read rollupParamFile into rollupParamRecord
                           at end
                               continue
                           not at end
                               move rollupParamRecord
                                   to hourlyFileName
                       end-read
                       read rollupParamFile into rollupParamRecord
                           at end
                               continue
                           not at end
                               move rollupParamRecord
                                   to weatherFileName
                       end-read
                       read rollupParamFile into rollupParamRecord
                           at end
                               continue
                           not at end
                               move rollupParamRecord
                                   to extremesFileName
                       end-read
                       read rollupParamFile into rollupParamRecord
                           at end
                               continue
                           not at end
                               move rollupParamRecord
                                   to rollupReportName
                       end-read
                       close rollupParamFile
                   end-if.

               copy "audit-chain-io".
