      *> reserve-rule.cpy - shared record layouts for reserve.par,
      *> the loss-reserve percentages. Line 1 is the reserve
      *> report's file name (LossReserve's override); every line
      *> after it is a reserve-percentage row: the tier it prices
      *> (0 = all tiers), the bucket (0 = current, 1/2/3 = the
      *> aging buckets, 3 covering 90+), and the percentage of
      *> balance to hold against it. Read by LossReserve, which
      *> applies the percentages, and by RollRateMatrix, which sets
      *> them beside the loss the roll rates imply.
       01 reserveParamRecord pic X(30).
       01 reserveRuleRecord.
           02 rpTier   pic 9.
           02 rpBucket pic 9.
           02 rpPct    pic 9(3)V99.
           02 filler   pic X(23).
