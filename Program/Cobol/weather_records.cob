           identification division.
           program-id. StationRecords.

           environment division.

           input-output section.
           file-control.
           select historyFile assign to "climhist.dat"
               organization is line sequential
               file status is historyStatus.
           select dailyFile assign to dynamic dailyFileName
               organization is line sequential
               file status is dailyStatus.
           select recordsParamFile assign to "stnrecs.par"
               organization is line sequential
               file status is recordsParamStatus.
           select stnRecFile assign to "stnrecs.dat"
               organization is line sequential
               file status is stnRecStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd historyFile.
               copy "climate-history".

           fd dailyFile.
               copy "weather-record".

           fd recordsParamFile.
           01 recordsParamRecord pic X(30).

           fd stnRecFile.
               copy "station-record".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           01 historyStatus pic X(2).
           01 dailyStatus pic X(2).
           01 recordsParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the records table and its paragraphs - see
           *> copybook/station-record-fields.cpy
           copy "station-record-fields".

           *> stnrecs.par, if present, supplies the base name of the
           *> archived daily files - windChill leaves a dated copy
           *> <base>.<yyyymmdd> of each day's feed
           01 dailyBaseName pic X(30) value "windbatch.dat".
           01 dailyFileName pic X(40).
           01 buildDate.
               02 buildYearMonth.
                   03 buildYear pic 9(4).
                   03 buildMonth pic 99.
               02 buildDay pic 99.

           *> the months climhist.dat has a summary for - the months
           *> whose daily files are worth looking for - kept in date
           *> order so the records build up the way they happened
           01 maxMonths constant as 600.
           77 monthCount pic 9(4) usage is COMPUTATIONAL
               value zeros.
           77 monthIdx pic S9(4) usage is COMPUTATIONAL.
           77 monthFound pic X(1).
           77 monthHold pic 9(6).
           77 sortIdx pic S9(4) usage is COMPUTATIONAL.
           01 monthArea.
               02 monthEntry occurs maxMonths times pic 9(6).

           77 dayNumber pic 99.
           77 monthLength pic 99.
           77 leapRemainder pic 9(4) usage is COMPUTATIONAL.
           77 leapQuotient pic 9(4) usage is COMPUTATIONAL.

           77 filesRead pic 9(5) usage is COMPUTATIONAL value zeros.
           77 filesMissing pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 readingsUsed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 readingsFailed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 stationsBuilt pic 9(3).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           procedure division.
               *> rebuilds the station records file from scratch:
               *> every month climhist.dat holds a summary for is
               *> read back day by day from windChill's archived
               *> daily files, oldest first, and every reading that
               *> passed QC is weighed against the records built so
               *> far - the same paragraphs windChill and
               *> ClimateSummary use to keep the file current
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetRecordsParameters.
               move spaces to auditInputsValue.
               string "climhist.dat + " delimited by size
                   dailyBaseName delimited by space
                   " -> stnrecs.dat" delimited by size
                   into auditInputsValue.
               perform WriteAuditTrail.

               open input historyFile.
               if historyStatus not = "00"
                   display "Climate history climhist.dat could "
                       "not be opened - no records built"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform until historyStatus = "10"
                   read historyFile
                       at end
                           continue
                       not at end
                           perform NoteHistoryMonth
                   end-read
               end-perform.
               close historyFile.
               perform SortMonths.

               move zeros to stnRecArea.
               move zeros to recSlotCount.
               move 1 to monthIdx.
               perform until monthIdx > monthCount
                   perform ReadOneMonth
                   add 1 to monthIdx
               end-perform.
               perform SaveStationRecords.

               display "Station records built from " monthCount
                   " months: daily files read " filesRead
                   "  missing " filesMissing.
               move recSlotCount to stationsBuilt.
               display "Readings used " readingsUsed
                   "  left out for failing QC " readingsFailed
                   "  stations " stationsBuilt.
               if filesRead = 0
                   move WarningRunCode to return-code
               end-if.
               stop run.

               NoteHistoryMonth.
                   if chMonth is numeric
                       move 'N' to monthFound
                       move 1 to monthIdx
                       perform until monthIdx > monthCount
                           or monthFound = 'Y'
                           if monthEntry(monthIdx) = chMonth
                               move 'Y' to monthFound
                           else
                               add 1 to monthIdx
                           end-if
                       end-perform
                       if monthFound = 'N' and monthCount < maxMonths
                           add 1 to monthCount
                           move chMonth to monthEntry(monthCount)
                       end-if
                   end-if.

               *> a straight insertion sort - a few hundred months
               SortMonths.
                   move 2 to monthIdx.
                   perform until monthIdx > monthCount
                       move monthEntry(monthIdx) to monthHold
                       move monthIdx to sortIdx
                       perform until sortIdx < 2
                           or monthEntry(sortIdx - 1) <= monthHold
                           move monthEntry(sortIdx - 1)
                               to monthEntry(sortIdx)
                           subtract 1 from sortIdx
                       end-perform
                       move monthHold to monthEntry(sortIdx)
                       add 1 to monthIdx
                   end-perform.

               ReadOneMonth.
                   move monthEntry(monthIdx) to buildYearMonth.
                   if buildMonth >= 1 and buildMonth <= 12
                       move recMonthDays(buildMonth) to monthLength
                       if buildMonth = 2
                           perform SetFebruaryLength
                       end-if
                       move 1 to dayNumber
                       perform until dayNumber > monthLength
                           perform ReadOneDay
                           add 1 to dayNumber
                       end-perform
                   end-if.

               SetFebruaryLength.
                   move 28 to monthLength.
                   divide buildYear by 4 giving leapQuotient
                       remainder leapRemainder.
                   if leapRemainder = 0
                       move 29 to monthLength
                       divide buildYear by 100 giving leapQuotient
                           remainder leapRemainder
                       if leapRemainder = 0
                           move 28 to monthLength
                           divide buildYear by 400
                               giving leapQuotient
                               remainder leapRemainder
                           if leapRemainder = 0
                               move 29 to monthLength
                           end-if
                       end-if
                   end-if.

               ReadOneDay.
                   move dayNumber to buildDay.
                   move spaces to dailyFileName.
                   string dailyBaseName delimited by space
                       '.' delimited by size
                       buildDate delimited by size
                       into dailyFileName.
                   open input dailyFile.
                   if dailyStatus not = "00"
                       add 1 to filesMissing
                   else
                       add 1 to filesRead
                       perform until dailyStatus = "10"
                           read dailyFile
                               at end
                                   continue
                               not at end
                                   perform SeedOneReading
                           end-read
                       end-perform
                       close dailyFile
                   end-if.
                   *> ties and breaks along the way are history, not
                   *> news - nobody is listening for them here
                   move zeros to recHitCount.
                   move zeros to recHitsLost.

               SeedOneReading.
                   if wQcFlag = 'F'
                       add 1 to readingsFailed
                   else
                       if wDay is numeric
                           move wDay to recDate
                           if wStation = spaces
                               move '----' to recStation
                           else
                               move wStation to recStation
                           end-if
                           move 'N' to recTempOk
                           move 'N' to recWindOk
                           move 'N' to recRainOk
                           move 'N' to recSnowOk
                           if wTemp is numeric
                               move wTemp to recTemp
                               move 'Y' to recTempOk
                           end-if
                           if wWind is numeric and wWind >= 0
                               move wWind to recWind
                               move 'Y' to recWindOk
                           end-if
                           if wRain is numeric and wRain > 0
                               move wRain to recRain
                               move 'Y' to recRainOk
                           end-if
                           if wSnow is numeric and wSnow > 0
                               move wSnow to recSnow
                               move 'Y' to recSnowOk
                           end-if
                           move wQcFlag to recQcFlag
                           perform CheckStationRecords
                           add 1 to readingsUsed
                       end-if
                   end-if.

               *> stnrecs.par, if present, supplies the archived
               *> daily file base name on its first line
               GetRecordsParameters.
                   open input recordsParamFile.
                   if recordsParamStatus = "00"
                       read recordsParamFile
                           into recordsParamRecord
                           at end
                               continue
                           not at end
                               if recordsParamRecord not = spaces
                                   move recordsParamRecord
                                       to dailyBaseName
                               end-if
                       end-read
                       close recordsParamFile
                   end-if.

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
                   move "StationRecords" to auditProgram.
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

               copy "station-record-io".
