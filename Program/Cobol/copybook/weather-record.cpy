      *> leave the later fields blank and still load: blank station
      *> lands in the '----' section, blank humidity means no
      *> humidex, blank precipitation means none measured.
      *> wQcFlag is WeatherQC's verdict on the reading - 'G' good,
      *> 'S' suspect (listed for review, still used), 'F' failed
      *> (left out of the climate figures); a file that never went
      *> through QC reads blank, which counts as good.
       01 weatherRecord.
           02 wDay      pic 9(8).
           02 wTemp     pic S999V99.
           02 wHumidity pic 999V99.
           02 wRain     pic 999V9.
           02 wSnow     pic 999V9.
           02 wQcFlag   pic X(1).
