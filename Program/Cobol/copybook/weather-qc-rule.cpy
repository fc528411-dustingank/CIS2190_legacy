      *> weather-qc-rule.cpy - shared layout for wxqc.tab, the
      *> per-station sensor quality-control limits WeatherQC applies
      *> to the daily weather feed: the largest believable change in
      *> temperature and in wind from one reading to the next, how
      *> many identical temperature-and-wind readings in a row mean
      *> a stuck sensor, the strongest believable wind, how far a
      *> reading may sit from the mean of its region's other
      *> stations that day, and a believable temperature range for
      *> each season (December-February, March-May, June-August,
      *> September-November). A row with station '****' replaces
      *> the built-in defaults for every station without a row of
      *> its own.
       01 qcRuleRecord.
           02 qrStation      pic X(4).
           02 qrTempStep     pic 99V9.
           02 qrWindStep     pic 999V9.
           02 qrFlatRun      pic 99.
           02 qrWindMax      pic 999V9.
           02 qrNeighbourTol pic 99V9.
           02 qrSeasonRange occurs 4 times.
               03 qrTempMin  pic S999V9.
               03 qrTempMax  pic S999V9.
