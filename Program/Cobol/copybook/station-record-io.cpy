      *> station-record-io.cpy - the shared station records
      *> paragraphs, copied into the procedure division of every
      *> program that keeps stnrecs.dat (requirements are in
      *> station-record-fields.cpy). LoadStationRecords brings the
      *> file into the table, CheckStationRecords weighs one reading
      *> against its station's records for that calendar day, and
      *> SaveStationRecords writes the table back. A day with no
      *> record yet takes the first QC-passed reading quietly - it
      *> is not a record until there was something to beat. Equal
      *> to the record is a tie and leaves the older holder in
      *> place; a reading that already holds the record (a rerun)
      *> is reported again as new, against the record it replaced.
           LoadStationRecords.
               move zeros to stnRecArea.
               move zeros to recSlotCount.
               move zeros to recHitCount.
               move zeros to recHitsLost.
               open input stnRecFile.
               if stnRecStatus = "00"
                   perform until stnRecStatus = "10"
                       read stnRecFile
                           at end
                               continue
                           not at end
                               perform LoadOneStationRecord
                       end-read
                   end-perform
                   close stnRecFile
               end-if.

           LoadOneStationRecord.
               move srStation to recStation.
               move 'Y' to recPassed.
               move zeros to recIdx.
               if srMonthDay is numeric
                   move srMonthDay to recMonthDay
                   perform FindRecordEntry
               end-if.
               if recIdx > 0
                   move srHighTemp to reHighTemp(recIdx)
                   move srHighSet to reHighSet(recIdx)
                   move srHighPrev to reHighPrev(recIdx)
                   move srHighPrevSet to reHighPrevSet(recIdx)
                   move srLowTemp to reLowTemp(recIdx)
                   move srLowSet to reLowSet(recIdx)
                   move srLowPrev to reLowPrev(recIdx)
                   move srLowPrevSet to reLowPrevSet(recIdx)
                   move srMaxWind to reMaxWind(recIdx)
                   move srWindSet to reWindSet(recIdx)
                   move srWindPrev to reWindPrev(recIdx)
                   move srWindPrevSet to reWindPrevSet(recIdx)
                   move srMaxRain to reMaxRain(recIdx)
                   move srRainSet to reRainSet(recIdx)
                   move srRainPrev to reRainPrev(recIdx)
                   move srRainPrevSet to reRainPrevSet(recIdx)
                   move srMaxSnow to reMaxSnow(recIdx)
                   move srSnowSet to reSnowSet(recIdx)
                   move srSnowPrev to reSnowPrev(recIdx)
                   move srSnowPrevSet to reSnowPrevSet(recIdx)
               end-if.

      *> the row for recStation on recMonthDay, or zero in recIdx -
      *> a station new to the file gets a slot only when the reading
      *> could set a record there
           FindRecordEntry.
               move zeros to recIdx.
               if recMonth >= 1 and recMonth <= 12
                   if recDom >= 1 and recDom <= recMonthDays(recMonth)
                       perform FindRecordSlot
                       if recSlotFound = 'Y'
                           compute recIdx =
                               (recSlotIdx - 1) * 366
                                   + recDaysBefore(recMonth) + recDom
                       end-if
                   end-if
               end-if.

           FindRecordSlot.
               move 'N' to recSlotFound.
               move 1 to recSlotIdx.
               perform until recSlotIdx > recSlotCount
                   or recSlotFound = 'Y'
                   if recSlotCode(recSlotIdx) = recStation
                       move 'Y' to recSlotFound
                   else
                       add 1 to recSlotIdx
                   end-if
               end-perform.
               if recSlotFound = 'N' and recPassed = 'Y'
                   and recSlotCount < maxRecStations
                   add 1 to recSlotCount
                   move recSlotCount to recSlotIdx
                   move recStation to recSlotCode(recSlotIdx)
                   move 'Y' to recSlotFound
               end-if.

           CheckStationRecords.
               if recQcFlag not = 'F'
                   if recQcFlag = 'G' or recQcFlag = space
                       move 'Y' to recPassed
                   else
                       move 'N' to recPassed
                   end-if
                   perform FindRecordEntry
                   if recIdx > 0
                       if recTempOk = 'Y'
                           perform CheckHighTempRecord
                           perform CheckLowTempRecord
                       end-if
                       if recWindOk = 'Y'
                           perform CheckWindRecord
                       end-if
                       if recRainOk = 'Y'
                           perform CheckRainRecord
                       end-if
                       if recSnowOk = 'Y'
                           perform CheckSnowRecord
                       end-if
                   end-if
               end-if.

           CheckHighTempRecord.
               move 'HIGH TEMP' to recElement.
               move 'Y' to recHigher.
               move recTemp to recValue.
               move reHighTemp(recIdx) to recHeld.
               move reHighSet(recIdx) to recHeldSet.
               move reHighPrev(recIdx) to recPrev.
               move reHighPrevSet(recIdx) to recPrevSet.
               perform CompareRecord.
               move recHeld to reHighTemp(recIdx).
               move recHeldSet to reHighSet(recIdx).
               move recPrev to reHighPrev(recIdx).
               move recPrevSet to reHighPrevSet(recIdx).

           CheckLowTempRecord.
               move 'LOW TEMP' to recElement.
               move 'N' to recHigher.
               move recTemp to recValue.
               move reLowTemp(recIdx) to recHeld.
               move reLowSet(recIdx) to recHeldSet.
               move reLowPrev(recIdx) to recPrev.
               move reLowPrevSet(recIdx) to recPrevSet.
               perform CompareRecord.
               move recHeld to reLowTemp(recIdx).
               move recHeldSet to reLowSet(recIdx).
               move recPrev to reLowPrev(recIdx).
               move recPrevSet to reLowPrevSet(recIdx).

           CheckWindRecord.
               move 'WIND' to recElement.
               move 'Y' to recHigher.
               move recWind to recValue.
               move reMaxWind(recIdx) to recHeld.
               move reWindSet(recIdx) to recHeldSet.
               move reWindPrev(recIdx) to recPrev.
               move reWindPrevSet(recIdx) to recPrevSet.
               perform CompareRecord.
               move recHeld to reMaxWind(recIdx).
               move recHeldSet to reWindSet(recIdx).
               move recPrev to reWindPrev(recIdx).
               move recPrevSet to reWindPrevSet(recIdx).

           CheckRainRecord.
               move 'RAIN' to recElement.
               move 'Y' to recHigher.
               move recRain to recValue.
               move reMaxRain(recIdx) to recHeld.
               move reRainSet(recIdx) to recHeldSet.
               move reRainPrev(recIdx) to recPrev.
               move reRainPrevSet(recIdx) to recPrevSet.
               perform CompareRecord.
               move recHeld to reMaxRain(recIdx).
               move recHeldSet to reRainSet(recIdx).
               move recPrev to reRainPrev(recIdx).
               move recPrevSet to reRainPrevSet(recIdx).

           CheckSnowRecord.
               move 'SNOW' to recElement.
               move 'Y' to recHigher.
               move recSnow to recValue.
               move reMaxSnow(recIdx) to recHeld.
               move reSnowSet(recIdx) to recHeldSet.
               move reSnowPrev(recIdx) to recPrev.
               move reSnowPrevSet(recIdx) to recPrevSet.
               perform CompareRecord.
               move recHeld to reMaxSnow(recIdx).
               move recHeldSet to reSnowSet(recIdx).
               move recPrev to reSnowPrev(recIdx).
               move recPrevSet to reSnowPrevSet(recIdx).

      *> recOutcome comes back 'B' for a break, 'T' for a tie, or
      *> 'N' - and only a QC-passed reading moves the record
           CompareRecord.
               move 'N' to recOutcome.
               if recHeldSet = 0
                   if recPassed = 'Y'
                       move recValue to recHeld
                       move recDate to recHeldSet
                   end-if
               else
                   evaluate true
                       when recHigher = 'Y' and recValue > recHeld
                       when recHigher = 'N' and recValue < recHeld
                           move 'B' to recOutcome
                           move recHeld to recPriorValue
                           move recHeldSet to recPriorSet
                           if recPassed = 'Y'
                               move recHeld to recPrev
                               move recHeldSet to recPrevSet
                               move recValue to recHeld
                               move recDate to recHeldSet
                           end-if
                       when recValue = recHeld
                           and recHeldSet = recDate
                           if recPrevSet not = 0
                               move 'B' to recOutcome
                               move recPrev to recPriorValue
                               move recPrevSet to recPriorSet
                           end-if
                       when recValue = recHeld
                           move 'T' to recOutcome
                           move recHeld to recPriorValue
                           move recHeldSet to recPriorSet
                       when other
                           continue
                   end-evaluate
               end-if.
               if recOutcome not = 'N'
                   perform AddRecordHit
               end-if.

           AddRecordHit.
               if recHitCount < maxRecHits
                   add 1 to recHitCount
                   move recDate to rhDay(recHitCount)
                   move recStation to rhStation(recHitCount)
                   move recElement to rhElement(recHitCount)
                   move recValue to rhValue(recHitCount)
                   move recPriorValue to rhPrior(recHitCount)
                   move recPriorSet to rhPriorSet(recHitCount)
                   move recQcFlag to rhQcFlag(recHitCount)
                   if recOutcome = 'B'
                       move 'NEW' to rhKind(recHitCount)
                       move recPassed to rhKept(recHitCount)
                   else
                       move 'TIE' to rhKind(recHitCount)
                       move space to rhKept(recHitCount)
                   end-if
               else
                   add 1 to recHitsLost
               end-if.

           SaveStationRecords.
               open output stnRecFile.
               move 1 to recSlotIdx.
               perform until recSlotIdx > recSlotCount
                   move 1 to recMonth
                   perform until recMonth > 12
                       move 1 to recDom
                       perform until recDom > recMonthDays(recMonth)
                           compute recIdx =
                               (recSlotIdx - 1) * 366
                                   + recDaysBefore(recMonth) + recDom
                           perform SaveOneStationRecord
                           add 1 to recDom
                       end-perform
                       add 1 to recMonth
                   end-perform
                   add 1 to recSlotIdx
               end-perform.
               close stnRecFile.

           SaveOneStationRecord.
               if reHighSet(recIdx) not = 0
                   or reWindSet(recIdx) not = 0
                   or reRainSet(recIdx) not = 0
                   or reSnowSet(recIdx) not = 0
                   move recSlotCode(recSlotIdx) to srStation
                   move recMonthDay to srMonthDay
                   move reHighTemp(recIdx) to srHighTemp
                   move reHighSet(recIdx) to srHighSet
                   move reHighPrev(recIdx) to srHighPrev
                   move reHighPrevSet(recIdx) to srHighPrevSet
                   move reLowTemp(recIdx) to srLowTemp
                   move reLowSet(recIdx) to srLowSet
                   move reLowPrev(recIdx) to srLowPrev
                   move reLowPrevSet(recIdx) to srLowPrevSet
                   move reMaxWind(recIdx) to srMaxWind
                   move reWindSet(recIdx) to srWindSet
                   move reWindPrev(recIdx) to srWindPrev
                   move reWindPrevSet(recIdx) to srWindPrevSet
                   move reMaxRain(recIdx) to srMaxRain
                   move reRainSet(recIdx) to srRainSet
                   move reRainPrev(recIdx) to srRainPrev
                   move reRainPrevSet(recIdx) to srRainPrevSet
                   move reMaxSnow(recIdx) to srMaxSnow
                   move reSnowSet(recIdx) to srSnowSet
                   move reSnowPrev(recIdx) to srSnowPrev
                   move reSnowPrevSet(recIdx) to srSnowPrevSet
                   write stationRecordRow
               end-if.
