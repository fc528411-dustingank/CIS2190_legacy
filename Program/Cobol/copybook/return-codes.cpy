      *>                        unopenable input file, or output that
      *>                        cannot be trusted; downstream steps
      *>                        should not run
      *>   MissedRunCode (12) - NightlyBatch only: the stream ran, but
      *>                        a step's input files never arrived by
      *>                        their wait time (see arrival.tab), so
      *>                        it and its dependents were not run
      *> Set the code just before STOP RUN; a program that says
      *> nothing still returns CleanRunCode.
       01 CleanRunCode   constant as 0.
       01 WarningRunCode constant as 4.
       01 ErrorRunCode   constant as 8.
       01 MissedRunCode  constant as 12.
