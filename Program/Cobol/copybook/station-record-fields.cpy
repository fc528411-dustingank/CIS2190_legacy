      *> station-record-fields.cpy - shared working-storage for the
      *> station records paragraphs in station-record-io.cpy. The
      *> host program also declares the records file itself:
      *>   select stnRecFile assign to "stnrecs.dat"
      *>       organization is line sequential
      *>       file status is stnRecStatus.
      *> with an fd copying station-record.cpy. A host that also
      *> copies station-record-report.cpy names its report record
      *> reportLine, and declares alertFile with a 44-byte
      *> alertRecord and keeps its tally in alertCount, as windChill
      *> does.
      *> For each reading the host fills recDate, recStation, the
      *> four values with their ...Ok switches ('Y' when the value
      *> is there to be compared - rain and snow only when some
      *> fell) and recQcFlag, then performs CheckStationRecords.
      *> Every tie or break lands in the recHit table for the
      *> records section and the alert file; only a reading that
      *> passed QC ('G', or blank from a file that predates QC)
      *> ever changes the records.
       01 stnRecStatus pic X(2).
       01 recDate.
           02 recYear pic 9(4).
           02 recMonthDay.
               03 recMonth pic 99.
               03 recDom pic 99.
       77 recStation pic X(4).
       77 recTemp pic S999V99.
       77 recWind pic S999V99.
       77 recRain pic 999V9.
       77 recSnow pic 999V9.
       77 recTempOk pic X(1).
       77 recWindOk pic X(1).
       77 recRainOk pic X(1).
       77 recSnowOk pic X(1).
       77 recQcFlag pic X(1).
       77 recPassed pic X(1).

      *> one slot per station, each with a row for every day of a
      *> leap year - 20 stations to match the daily feed's limit,
      *> so maxRecEntries is 20 * 366
       01 maxRecStations constant as 20.
       01 maxRecEntries constant as 7320.
       77 recSlotCount pic S9(3) usage is COMPUTATIONAL
           value zeros.
       77 recSlotIdx pic S9(3) usage is COMPUTATIONAL.
       77 recSlotFound pic X(1).
       77 recIdx pic S9(5) usage is COMPUTATIONAL.
       01 recSlotArea.
           02 recSlotCode occurs maxRecStations times pic X(4).
       01 stnRecArea.
           02 stnRecEntry occurs maxRecEntries times.
               03 reHighTemp     pic S999V99.
               03 reHighSet      pic 9(8).
               03 reHighPrev     pic S999V99.
               03 reHighPrevSet  pic 9(8).
               03 reLowTemp      pic S999V99.
               03 reLowSet       pic 9(8).
               03 reLowPrev      pic S999V99.
               03 reLowPrevSet   pic 9(8).
               03 reMaxWind      pic 999V99.
               03 reWindSet      pic 9(8).
               03 reWindPrev     pic 999V99.
               03 reWindPrevSet  pic 9(8).
               03 reMaxRain      pic 999V9.
               03 reRainSet      pic 9(8).
               03 reRainPrev     pic 999V9.
               03 reRainPrevSet  pic 9(8).
               03 reMaxSnow      pic 999V9.
               03 reSnowSet      pic 9(8).
               03 reSnowPrev     pic 999V9.
               03 reSnowPrevSet  pic 9(8).
      *> days before each month in a leap year, and each month's
      *> length in one
       01 recDaysBeforeTable.
           02 filler pic X(36) value
               '000031060091121152182213244274305335'.
       01 filler redefines recDaysBeforeTable.
           02 recDaysBefore pic 999 occurs 12 times.
       01 recMonthDaysTable.
           02 filler pic X(24) value '312931303130313130313031'.
       01 filler redefines recMonthDaysTable.
           02 recMonthDays pic 99 occurs 12 times.

      *> one record element at a time, compared in CompareRecord
       77 recElement pic X(9).
       77 recHigher pic X(1).
       77 recValue pic S999V99.
       77 recHeld pic S999V99.
       77 recHeldSet pic 9(8).
       77 recPrev pic S999V99.
       77 recPrevSet pic 9(8).
       77 recOutcome pic X(1).
       77 recPriorValue pic S999V99.
       77 recPriorSet pic 9(8).

      *> the run's ties and breaks - rhKept is 'Y' when the reading
      *> now holds the record, 'N' when QC held it back, and blank
      *> for a tie
       01 maxRecHits constant as 200.
       77 recHitCount pic S9(4) usage is COMPUTATIONAL value zeros.
       77 recHitIdx pic S9(4) usage is COMPUTATIONAL.
       77 recHitsLost pic S9(5) usage is COMPUTATIONAL value zeros.
       01 recHitArea.
           02 recHit occurs maxRecHits times.
               03 rhDay pic 9(8).
               03 rhStation pic X(4).
               03 rhElement pic X(9).
               03 rhKind pic X(4).
               03 rhValue pic S999V99.
               03 rhPrior pic S999V99.
               03 rhPriorSet pic 9(8).
               03 rhQcFlag pic X(1).
               03 rhKept pic X(1).
       01 recPriorDate.
           02 recPriorYear pic 9(4).
           02 filler pic 9(4).

       01 recordsHeading.
           02 filler pic X(40) value ' Station Records Tied or Broken'.
       01 recordsColumns.
           02 filler pic X(70) value
           ' Date      Stn   Record     Kind    Value    Prior  Year'.
       01 recordsDetail.
           02 filler pic X(1) value space.
           02 outRecDay pic 9(8).
           02 filler pic X(2) value space.
           02 outRecStation pic X(4).
           02 filler pic X(2) value space.
           02 outRecElement pic X(9).
           02 filler pic X(2) value space.
           02 outRecKind pic X(4).
           02 filler pic X(1) value space.
           02 outRecValue pic -ZZ9.99.
           02 filler pic X(2) value space.
           02 outRecPrior pic -ZZ9.99.
           02 filler pic X(2) value space.
           02 outRecPriorYear pic 9(4).
           02 filler pic X(2) value space.
           02 outRecNote pic X(22).
       01 noRecordsLine.
           02 filler pic X(40) value
               '  (no station records tied or broken)'.
       01 recordsLostLine.
           02 filler pic X(30) value
               '  further records not listed: '.
           02 outRecLost pic ZZZZ9.
       01 recordAlert.
           02 alRecDay pic 9(8).
           02 filler pic X(1) value space.
           02 alRecStation pic X(4).
           02 filler pic X(1) value space.
           02 filler pic X(7) value 'RECORD '.
           02 alRecElement pic X(9).
           02 filler pic X(1) value space.
           02 alRecKind pic X(4).
           02 alRecValue pic -999.99.
           02 filler pic X(1) value space.
           02 alRecQcFlag pic X(1).
