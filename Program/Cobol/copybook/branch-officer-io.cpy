      *> branch-officer-io.cpy - the shared LoadBranchOfficers,
      *> LookupBranch and LookupOfficer paragraphs, copied into the
      *> procedure division of every program that edits or reports
      *> on the branch and officer a loan or customer belongs to, so
      *> none of them can disagree on which codes are good - the
      *> same reasoning behind gl-account-io.cpy. Requires the
      *> branch-officer.cpy FD record (file branchOfficerFile,
      *> status branchOfficerStatus) and the branch-officer-table.cpy
      *> working storage. With no branchofc.tab at all both tables
      *> are empty and the editors leave the codes unchecked, so a
      *> site that has not set its branches up keeps running exactly
      *> as before.
           LoadBranchOfficers.
               move zeros to branchCount.
               move zeros to officerCount.
               open input branchOfficerFile.
               if branchOfficerStatus = "00"
                   perform until branchOfficerStatus = "10"
                       read branchOfficerFile into branchOfficerRecord
                           at end
                               continue
                           not at end
                               perform StoreBranchOfficer
                       end-read
                   end-perform
                   close branchOfficerFile
               end-if.

           StoreBranchOfficer.
               if boType = 'B' and branchCount < maxBranches
                   add 1 to branchCount
                   move boBranch to brCode(branchCount)
                   move boName to brName(branchCount)
                   move boActive to brActive(branchCount)
               end-if.
               if boType = 'O' and officerCount < maxOfficers
                   add 1 to officerCount
                   move boOfficer to ofCode(officerCount)
                   move boBranch to ofBranch(officerCount)
                   move boName to ofName(officerCount)
                   if boCommission is numeric
                       move boCommission to ofCommission(officerCount)
                   else
                       move zeros to ofCommission(officerCount)
                   end-if
                   move boActive to ofActive(officerCount)
               end-if.

           LookupBranch.
               move 'N' to branchFound.
               move 1 to brIdx.
               perform until brIdx > branchCount
                   or branchFound = 'Y'
                   if brCode(brIdx) = branchKey
                       move 'Y' to branchFound
                   else
                       add 1 to brIdx
                   end-if
               end-perform.

           LookupOfficer.
               move 'N' to officerFound.
               move 1 to ofIdx.
               perform until ofIdx > officerCount
                   or officerFound = 'Y'
                   if ofCode(ofIdx) = officerKey
                       move 'Y' to officerFound
                   else
                       add 1 to ofIdx
                   end-if
               end-perform.
