      *> duty-cap-io.cpy - the shared ApplyRateCap and
      *> LookupDutyPeriod paragraphs, copied into the procedure
      *> division of every program that charges interest (the same
      *> shared-paragraph pattern as rate-table-io.cpy; requirements
      *> are in duty-cap-fields.cpy). A loan whose customer was on
      *> active duty on capAsOfDate - on or after custDutyStart and,
      *> unless the duty is still running, on or before custDutyEnd -
      *> is charged no more than ServicememberRateCap; everyone else,
      *> and a customer not on file, pays the full rate.
           ApplyRateCap.
               move fullAnnualRate to cappedAnnualRate.
               move 'N' to rateCapped.
               perform LookupDutyPeriod.
               if dutyStart > 0
                   and capAsOfDate >= dutyStart
                   and (dutyEnd = 0 or capAsOfDate <= dutyEnd)
                   and fullAnnualRate > ServicememberRateCap
                   move ServicememberRateCap to cappedAnnualRate
                   move 'Y' to rateCapped
               end-if.

           LookupDutyPeriod.
               if lmCustId not = dutyCustId
                   move lmCustId to dutyCustId
                   move zeros to dutyStart
                   move zeros to dutyEnd
                   if custFileAvailable = 'Y' and lmCustId > 0
                       move lmCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               if custDutyStart is numeric
                                   move custDutyStart to dutyStart
                               end-if
                               if custDutyEnd is numeric
                                   move custDutyEnd to dutyEnd
                               end-if
                       end-read
                   end-if
               end-if.
