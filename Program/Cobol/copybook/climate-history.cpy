      *> run-over-run idea as stathist.dat; ClimateNormals reads the
      *> accumulated months back and averages them into per-station
      *> per-calendar-month normals once enough history exists.
      *> chReadings and chQcFailed carry how many of the month's
      *> readings the station sent and how many WeatherQC failed;
      *> records written before they were added read blank, and
      *> count as zero.
       01 climateHistRecord.
           02 chStation  pic X(4).
           02 chMonth    pic 9(6).
           02 chHdd      pic 9(5)V9.
           02 chCdd      pic 9(5)V9.
           02 chRain     pic 9(5)V9.
           02 chReadings pic 9(4).
           02 chQcFailed pic 9(4).
