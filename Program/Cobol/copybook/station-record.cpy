      *> station-record.cpy - shared layout for the station records
      *> file (stnrecs.dat): one row per station per calendar day
      *> (srMonthDay is MMDD, 0229 included) holding the highest and
      *> lowest wTemp, the highest wWind, and the most wRain and
      *> wSnow ever seen on that day, each with the date it was set
      *> (the year is its first four digits). A zero date means no
      *> record yet. The ...Prev pair keeps the record each one
      *> replaced, so a rerun over the day that set it still
      *> reports it as a new record against the right predecessor.
      *> StationRecords builds the file; windChill and
      *> ClimateSummary keep it current - see station-record-io.cpy.
       01 stationRecordRow.
           02 srStation      pic X(4).
           02 srMonthDay     pic 9(4).
           02 srHighTemp     pic S999V99.
           02 srHighSet      pic 9(8).
           02 srHighPrev     pic S999V99.
           02 srHighPrevSet  pic 9(8).
           02 srLowTemp      pic S999V99.
           02 srLowSet       pic 9(8).
           02 srLowPrev      pic S999V99.
           02 srLowPrevSet   pic 9(8).
           02 srMaxWind      pic 999V99.
           02 srWindSet      pic 9(8).
           02 srWindPrev     pic 999V99.
           02 srWindPrevSet  pic 9(8).
           02 srMaxRain      pic 999V9.
           02 srRainSet      pic 9(8).
           02 srRainPrev     pic 999V9.
           02 srRainPrevSet  pic 9(8).
           02 srMaxSnow      pic 999V9.
           02 srSnowSet      pic 9(8).
           02 srSnowPrev     pic 999V9.
           02 srSnowPrevSet  pic 9(8).
