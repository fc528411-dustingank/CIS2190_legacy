           select stationFile assign to "station.tab"
               organization is line sequential
               file status is stationStatus.
           select stnRecFile assign to "stnrecs.dat"
               organization is line sequential
               file status is stnRecStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           *> copybook
               copy "station-table".

           fd stnRecFile.
           *> record highs and lows per station and calendar day -
           *> see the copybook
               copy "station-record".

           fd auditFile.
               copy "audit-trail".

           *> copybook/return-codes.cpy
           copy "return-codes".
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           77 operatorId pic X(8) value spaces.
           01 runDate.

           01 stationStatus pic X(2).

           *> the station records every reading is weighed against -
           *> see copybook/station-record-fields.cpy
           copy "station-record-fields".

           *> the dispatch desk's alert file - only the readings whose
           *> risk reaches the high or extreme bands, one record per
           *> event, with a trailer count written even when there are
                   03 rHumidity pic 999V99.
                   03 rRain pic 999V9.
                   03 rSnow pic 999V9.
                   03 rQcFlag pic X(1).

           *> the distinct stations seen on the feed, each validated
           *> against the station master - a code the master doesn't
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               InteractiveWeather.
                   display "(1) Celsius/km-hr or (2) Fahrenheit/mph "
                       add 1 to regIdx
                   end-perform.
                   perform CheckFeedContinuity.
                   *> any reading that ties or breaks its station's
                   *> record for the day goes in its own section and
                   *> on to the dispatch desk with the other alerts
                   perform LoadStationRecords.
                   move 1 to i.
                   perform until i > readingCount
                       perform CheckReadingRecords
                       add 1 to i
                   end-perform.
                   perform WriteRecordsSection.
                   perform WriteRecordAlerts.
                   perform SaveStationRecords.
                   move alertCount to alTrailerCount.
                   write alertRecord from alertTrailer.
                   close alertFile.
                                       move zeros
                                           to rSnow(readingCount)
                                   end-if
                                   move wQcFlag
                                       to rQcFlag(readingCount)
                                   perform RegisterStation
                               end-if
                       end-read
                       end-if
                   end-if.

               CheckReadingRecords.
                   move rDay(i) to recDate.
                   move rStation(i) to recStation.
                   move 'N' to recTempOk.
                   move 'N' to recWindOk.
                   move 'N' to recRainOk.
                   move 'N' to recSnowOk.
                   if rTemp(i) is numeric
                       move rTemp(i) to recTemp
                       move 'Y' to recTempOk
                   end-if.
                   if rWind(i) is numeric and rWind(i) >= 0
                       move rWind(i) to recWind
                       move 'Y' to recWindOk
                   end-if.
                   if rRain(i) > 0
                       move rRain(i) to recRain
                       move 'Y' to recRainOk
                   end-if.
                   if rSnow(i) > 0
                       move rSnow(i) to recSnow
                       move 'Y' to recSnowOk
                   end-if.
                   move rQcFlag(i) to recQcFlag.
                   if rDay(i) is numeric
                       perform CheckStationRecords
                   end-if.

               WriteAlertRecord.
                   move rDay(i) to alDay.
                   move rStation(i) to alStation.
                       end-read
                       close weatherParamFile
                   end-if.

               copy "audit-chain-io".

               copy "station-record-io".

               copy "station-record-report".
