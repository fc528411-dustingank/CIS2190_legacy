      *> daily-extremes.cpy - shared layout for the daily extremes
      *> file (wxdaily.dat) HourlyRollup writes beside the daily
      *> weather file: per station-day the high and low temperature,
      *> the peak wind, the precipitation totals, the worst wind
      *> chill and highest humidex, each with the hour (00-23) it
      *> came in - 99 where there was none - plus the overnight low
      *> (00:00 to 06:59) and whether it froze - blank when none of
      *> those hours reported - and how many of the 24 hours did.
       01 dailyExtremesRecord.
           02 dxDay           pic 9(8).
           02 dxStation       pic X(4).
           02 dxMaxTemp       pic S999V99.
           02 dxMaxTempHour   pic 99.
           02 dxMinTemp       pic S999V99.
           02 dxMinTempHour   pic 99.
           02 dxPeakWind      pic 999V99.
           02 dxPeakWindHour  pic 99.
           02 dxRain          pic 999V9.
           02 dxSnow          pic 999V9.
           02 dxWorstChill    pic S99V9999.
           02 dxChillHour     pic 99.
           02 dxMaxHumidex    pic S999V99.
           02 dxHumidexHour   pic 99.
           02 dxOvernightMin  pic S999V99.
           02 dxFreeze        pic X(1).
           02 dxHoursPresent  pic 99.
