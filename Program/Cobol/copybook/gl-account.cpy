      *> gl-account.cpy - shared FD record layout for glaccts.tab,
      *> the chart of accounts every gljournal.dat writer validates
      *> its posting legs against. One row per account: the code
      *> carried in glAccount, a description, the account type ('A'
      *> asset, 'L' liability, 'I' income, 'E' expense) and whether
      *> it may still be posted to ('A' active, 'I' inactive - an
      *> account with history is retired, never deleted).
      *> Maintained by ChartOfAccountsMaint; loaded by
      *> LoadChartOfAccounts in gl-account-io.cpy.
       01 glAccountRecord.
           02 gaCode   pic X(8).
           02 gaDesc   pic X(30).
           02 gaType   pic X(1).
           02 gaActive pic X(1).
