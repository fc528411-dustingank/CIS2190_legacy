      *> gl-account-table.cpy - shared working-storage for the
      *> in-memory chart of accounts, loaded from glaccts.tab by
      *> LoadChartOfAccounts in gl-account-io.cpy. The caller moves
      *> the account wanted into glAccount and performs
      *> ValidateGlAccount; accountUsable comes back 'Y' only for an
      *> account on the chart and active, and every account refused
      *> is counted in refusedAccountCount. A journal writer checks
      *> every account it can post to this way straight after the
      *> load and stops before touching a master if any is refused,
      *> so no leg is ever dropped from a journal part way through.
      *> maxAccounts is a fixed, documented limit in the shop's
      *> usual style.
       01 maxAccounts constant as 200.
       77 accountCount pic 9(3) value zeros.
       77 acctIdx pic 9(3).
       77 accountFound pic X(1) value 'N'.
       77 accountUsable pic X(1) value 'N'.
       77 refusedAccountCount pic 9(5) usage is COMPUTATIONAL
           value zeros.
       01 glAccountArea.
           02 glAccountEntry occurs maxAccounts times.
               03 acctCode   pic X(8).
               03 acctDesc   pic X(30).
               03 acctType   pic X(1).
               03 acctActive pic X(1).
