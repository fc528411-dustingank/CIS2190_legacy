      *> station-record-report.cpy - the shared WriteRecordsSection
      *> and WriteRecordAlerts paragraphs for a program that reports
      *> what CheckStationRecords found (see station-record-io.cpy):
      *> the records section goes to the host's reportLine, and each
      *> tie or break to its dispatch alertFile as a 44-byte
      *> RECORD line counted into alertCount.
           WriteRecordsSection.
               write reportLine from recordsHeading.
               write reportLine from recordsColumns.
               move 1 to recHitIdx.
               perform until recHitIdx > recHitCount
                   move rhDay(recHitIdx) to outRecDay
                   move rhStation(recHitIdx) to outRecStation
                   move rhElement(recHitIdx) to outRecElement
                   move rhKind(recHitIdx) to outRecKind
                   move rhValue(recHitIdx) to outRecValue
                   move rhPrior(recHitIdx) to outRecPrior
                   move rhPriorSet(recHitIdx) to recPriorDate
                   move recPriorYear to outRecPriorYear
                   if rhKept(recHitIdx) = 'N'
                       move 'QC suspect - not kept' to outRecNote
                   else
                       move spaces to outRecNote
                   end-if
                   write reportLine from recordsDetail
                   add 1 to recHitIdx
               end-perform.
               if recHitCount = 0
                   write reportLine from noRecordsLine
               end-if.
               if recHitsLost > 0
                   move recHitsLost to outRecLost
                   write reportLine from recordsLostLine
               end-if.

           WriteRecordAlerts.
               move 1 to recHitIdx.
               perform until recHitIdx > recHitCount
                   move rhDay(recHitIdx) to alRecDay
                   move rhStation(recHitIdx) to alRecStation
                   move rhElement(recHitIdx) to alRecElement
                   move rhKind(recHitIdx) to alRecKind
                   move rhValue(recHitIdx) to alRecValue
                   move rhQcFlag(recHitIdx) to alRecQcFlag
                   write alertRecord from recordAlert
                   add 1 to alertCount
                   add 1 to recHitIdx
               end-perform.
