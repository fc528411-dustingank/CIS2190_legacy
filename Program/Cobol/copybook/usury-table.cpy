      *> usury-table.cpy - shared working-storage for the in-memory
      *> copy of usury.tab, loaded by LoadUsuryCeilings in
      *> usury-io.cpy and searched by its LookupUsuryCeiling. The
      *> caller sets usuryRegion (the borrower's custRegion),
      *> usuryProduct (the loan product, blank taken as 'U') and
      *> usuryAsOfDate before performing LookupUsuryCeiling; the
      *> ceiling lands in usuryCeiling with usuryFound 'Y', or
      *> usuryFound 'N' when the state sets none. LookupLoanRegion
      *> (usury-region.cpy) fills usuryRegion from CUSTMAST for the
      *> loan's lmCustId.
       01 maxCeilings constant as 200.
       01 usuryTableStatus pic X(2).
       77 ceilingCount pic S9(4) usage is COMPUTATIONAL
           value zeros.
       77 ceilingIdx pic S9(4) usage is COMPUTATIONAL.
       01 ceilingArea.
           02 ceilingEntry occurs maxCeilings times.
               03 ceRegion  pic X(2).
               03 ceProduct pic X(1).
               03 ceCeiling pic 99V9999.
               03 ceEffFrom pic 9(8).
               03 ceEffTo   pic 9(8).
       77 usuryRegion pic X(2).
       77 usuryProduct pic X(1).
       77 usuryAsOfDate pic 9(8).
       77 usuryCeiling pic 99V9999.
       77 usuryFound pic X(1).
       77 usuryExact pic X(1).
      *> set by HoldToUsuryCeiling (usury-cap-io.cpy) - 'Y' when
      *> the rate charged was held down to the ceiling
       77 usuryHeld pic X(1) value 'N'.
      *> the region of the customer last looked up - a loan pass
      *> reads CUSTMAST once per change of customer
       77 regionCustId pic 9(6) value zeros.
       77 regionOnFile pic X(2) value spaces.
