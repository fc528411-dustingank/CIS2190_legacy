           select normalsFile assign to "climnorm.tab"
               organization is line sequential
               file status is normalsStatus.
           select stnRecFile assign to "stnrecs.dat"
               organization is line sequential
               file status is stnRecStatus.
           select alertFile assign to dynamic alertFileName
               organization is line sequential
               file status is alertStatus.

           data division.
           file section.
           fd normalsFile.
               copy "climate-normals".

           fd stnRecFile.
           *> record highs and lows per station and calendar day -
           *> kept with windChill, see the copybook
               copy "station-record".

           fd alertFile.
           01 alertRecord pic X(44).

           fd degDayExtract.
           *> the machine-readable degree-day line the billing
           *> spreadsheet imports instead of re-keying the print
                       usage is COMPUTATIONAL.
                   03 stnSkipped pic S9(5) usage is COMPUTATIONAL.
                   03 stnBad pic S9(5) usage is COMPUTATIONAL.
                   03 stnQcFailed pic S9(5) usage is COMPUTATIONAL.
                   03 stnHdd pic S9(5)V9 usage is COMPUTATIONAL-3.
                   03 stnCdd pic S9(5)V9 usage is COMPUTATIONAL-3.
                   03 stnSeasonHdd pic S9(5)V9
           *> ClimateNormals has built them) with a flag when the
           *> departure is extreme
           01 climHistStatus pic X(2).

           *> the station records the month's readings are weighed
           *> against - see copybook/station-record-fields.cpy; the
           *> ties and breaks are appended to windChill's dispatch
           *> alert file as a batch with its own trailer
           copy "station-record-fields".
           01 alertFileName pic X(30) value "windalert.dat".
           01 alertStatus pic X(2).
           77 alertCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           01 alertTrailer.
               02 filler pic X(7) value 'ALERTS '.
               02 alTrailerCount pic 9(5).
           01 normalsStatus pic X(2).
           *> the stored climate history held over a rewrite, this
           *> month's own old records dropped - maxClimHist is a
               value zeros.
           77 ckIdx pic S9(4) usage is COMPUTATIONAL.
           01 climKeepArea.
               02 climKeepRow occurs maxClimHist times pic X(50).
           01 maxNormals constant as 300.
           77 normalCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
               02 outSkipped pic ZZZZ9.
               02 filler pic X(17) value '   Bad readings: '.
               02 outBad pic ZZZZ9.
               02 filler pic X(14) value '   QC failed: '.
               02 outQcFailed pic ZZZZ9.
           01 regionSectionHeading.
               02 filler pic X(40) value ' By Region'.
           01 regionDetail.
                   compute seasonYear = smYear - 1
               end-if.
               perform LoadSeasonHistory.
               perform LoadStationRecords.
               move 1 to dayNumber.
               perform until dayNumber > monthLength
                   perform ReadOneDay
                   add 1 to stnIdx
               end-perform.
               perform WriteRegionRollUp.
               write reportLine from breakLine.
               perform WriteRecordsSection.
               close climateReport.
               perform WriteRecordAlertBatch.
               perform SaveStationRecords.
               perform WriteDegDayExtract.
               perform RewriteSeasonHistory.
               perform AppendClimateHistory.
                       perform ScoreDayDegreeDays
                   end-if.

               CheckReadingRecords.
                   move wDay to recDate.
                   move wStation to recStation.
                   move wTemp to recTemp.
                   move 'Y' to recTempOk.
                   move wWind to recWind.
                   move 'Y' to recWindOk.
                   move 'N' to recRainOk.
                   move 'N' to recSnowOk.
                   if wRain is numeric and wRain > 0
                       move wRain to recRain
                       move 'Y' to recRainOk
                   end-if.
                   if wSnow is numeric and wSnow > 0
                       move wSnow to recSnow
                       move 'Y' to recSnowOk
                   end-if.
                   move wQcFlag to recQcFlag.
                   if wDay is numeric
                       perform CheckStationRecords
                   end-if.

               *> only when there is something to say - a month with
               *> no ties or breaks leaves the dispatch file alone
               WriteRecordAlertBatch.
                   if recHitCount > 0
                       open extend alertFile
                       if alertStatus = "05" or alertStatus = "35"
                           open output alertFile
                           close alertFile
                           open extend alertFile
                       end-if
                       perform WriteRecordAlerts
                       move alertCount to alTrailerCount
                       write alertRecord from alertTrailer
                       close alertFile
                   end-if.

               AccumulatePrecip.
                   if wRain is numeric and wRain > 0
                       add wRain to stnRain(stnIdx)
                   perform FindStationSlot.
                   if stnIdx > 0
                       add 1 to stnReadings(stnIdx)
                       *> a reading WeatherQC failed is counted but
                       *> kept out of every figure; suspect ones
                       *> are still used until the desk says no
                       evaluate true
                           when wQcFlag = 'F'
                               add 1 to stnQcFailed(stnIdx)
                           when wWind < 0 or wTemp is not numeric
                               add 1 to stnBad(stnIdx)
                           when other
                               add wTemp to stnDayTempSum(stnIdx)
                               add 1 to stnDayTempCount(stnIdx)
                               add wTemp to stnMonthTempSum(stnIdx)
                               add 1 to stnMonthTempCount(stnIdx)
                               perform AccumulatePrecip
                               perform ScoreReading
                               perform CheckReadingRecords
                       end-evaluate
                   end-if.

               FindStationSlot.
                           move zeros to stnBandExtreme(stnIdx)
                           move zeros to stnSkipped(stnIdx)
                           move zeros to stnBad(stnIdx)
                           move zeros to stnQcFailed(stnIdx)
                           move 'N' to stnHaveChill(stnIdx)
                           move zeros to stnColdestDay(stnIdx)
                           move zeros to stnHdd(stnIdx)
                   write reportLine from bandLine.
                   move stnSkipped(stnIdx) to outSkipped.
                   move stnBad(stnIdx) to outBad.
                   move stnQcFailed(stnIdx) to outQcFailed.
                   write reportLine from skippedLine.
                   move stnHdd(stnIdx) to outMtdHdd.
                   move stnCdd(stnIdx) to outMtdCdd.
                           move stnHdd(stnIdx) to chHdd
                           move stnCdd(stnIdx) to chCdd
                           move stnRain(stnIdx) to chRain
                           move stnReadings(stnIdx) to chReadings
                           move stnQcFailed(stnIdx) to chQcFailed
                           write climateHistRecord
                       end-if
                       add 1 to stnIdx
                       close climHistory
                   end-if.

               copy "station-record-io".

               copy "station-record-report".

               GetClimateParameters.
                   move zeros to summaryMonth.
                   open input climateParamFile.
