      *> hourly-record.cpy - shared layout for the stations' hourly
      *> observation feed (wxhourly.dat): the same readings as the
      *> daily weather record, one per station per hour, with the
      *> observation time as hhmm. HourlyRollup folds each
      *> station-day's hours into the daily record windChill and
      *> ClimateSummary read, and its extremes into daily-extremes.
      *> hRain and hSnow are what fell in that hour.
       01 hourlyRecord.
           02 hDay      pic 9(8).
           02 hTime.
               03 hHour   pic 99.
               03 hMinute pic 99.
           02 hStation  pic X(4).
           02 hTemp     pic S999V99.
           02 hWind     pic S999V99.
           02 hHumidity pic 999V99.
           02 hRain     pic 999V9.
           02 hSnow     pic 999V9.
