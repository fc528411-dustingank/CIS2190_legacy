      *> household-io.cpy - the shared LoadHouseholds and
      *> FindCustomerHousehold paragraphs. Requires the household.cpy
      *> FD record (file householdFile, status householdStatus) and
      *> the household-table.cpy working storage. A machine with no
      *> household.dat has no households.
           LoadHouseholds.
               move zeros to memberCount.
               open input householdFile.
               if householdStatus = "00"
                   perform until householdStatus = "10"
                       read householdFile
                           at end
                               continue
                           not at end
                               if memberCount < maxMembers
                                   and hhId is numeric
                                   and hhCustId is numeric
                                   perform KeepHouseholdMember
                               end-if
                       end-read
                   end-perform
                   close householdFile
               end-if.

           KeepHouseholdMember.
               add 1 to memberCount.
               move hhId to mbHouseholdId(memberCount).
               move hhCustId to mbCustId(memberCount).
               move hhHead to mbHead(memberCount).
               move hhRelation to mbRelation(memberCount).
               if hhLimit is numeric
                   move hhLimit to mbLimit(memberCount)
               else
                   move zeros to mbLimit(memberCount)
               end-if.

           FindCustomerHousehold.
               move 'N' to householdFound.
               move zeros to householdOfCust.
               move zeros to memberIdx.
               move zeros to headIdx.
               move 1 to mbIdx.
               perform until mbIdx > memberCount
                   or householdFound = 'Y'
                   if mbCustId(mbIdx) = householdCustId
                       move 'Y' to householdFound
                       move mbIdx to memberIdx
                       move mbHouseholdId(mbIdx) to householdOfCust
                   else
                       add 1 to mbIdx
                   end-if
               end-perform.
               if householdFound = 'Y'
                   perform FindHouseholdHead
               end-if.

      *> the head's row of householdOfCust, zero when it has none
           FindHouseholdHead.
               move zeros to headIdx.
               move 1 to mbIdx.
               perform until mbIdx > memberCount or headIdx > 0
                   if mbHouseholdId(mbIdx) = householdOfCust
                       and mbHead(mbIdx) = 'Y'
                       move mbIdx to headIdx
                   else
                       add 1 to mbIdx
                   end-if
               end-perform.
