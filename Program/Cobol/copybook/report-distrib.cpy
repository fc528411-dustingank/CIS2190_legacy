      *> report-distrib.cpy - shared layout for the report
      *> distribution table (distrib.tab): one row per report the
      *> night produces - the program that writes it (as it signs
      *> its audit.log records), the report's file name, whether
      *> that name is a base the program stamps with its run date
      *> ('D' - base.yyyymmdd, the loanbatch.cat / monthly.cat
      *> style) or is written under the one name every night
      *> (blank), who it goes to, how many copies, how many days
      *> dated generations are kept (zero keeps them for good), and
      *> whether every nightly stream is expected to produce it
      *> ('Y'). A program may have more than one row, one for each
      *> report it writes. Read by ReportDistribution, which builds
      *> the morning's manifest from it and purges generations
      *> past their days.
       01 distribRecord.
           02 dsProgram    pic X(20).
           02 dsReportName pic X(30).
           02 dsDated      pic X(1).
           02 dsRecipients pic X(30).
           02 dsCopies     pic 99.
           02 dsRetainDays pic 999.
           02 dsExpected   pic X(1).
