      *> reserve-pct-table.cpy - the reserve-percentage matrix in
      *> memory, tier 1-9 by bucket 0-3 (slot 1-4): seeded by
      *> SetDefaultPercentages and overridden row by row by
      *> StoreReserveRule - see reserve-pct-io.cpy. A tier-0
      *> parameter row re-seeds every tier's slot for that bucket.
       01 reservePctArea.
           02 reserveTierRow occurs 9 times.
               03 reservePct occurs 4 times pic 9(3)V99.
       77 tierIdx pic 9 usage is COMPUTATIONAL.
       77 bucketIdx pic 9 usage is COMPUTATIONAL.
