      *> branch-officer-table.cpy - shared working-storage for the
      *> in-memory branch and officer tables, loaded from
      *> branchofc.tab by LoadBranchOfficers in branch-officer-io.cpy.
      *> The caller moves the code wanted into branchKey or
      *> officerKey and performs LookupBranch or LookupOfficer;
      *> branchFound / officerFound come back 'Y' with brIdx / ofIdx
      *> on the row. maxBranches and maxOfficers are fixed,
      *> documented limits in the shop's usual style.
       01 maxBranches constant as 50.
       01 maxOfficers constant as 200.
       77 branchCount pic 9(3) value zeros.
       77 officerCount pic 9(3) value zeros.
       77 brIdx pic 9(3).
       77 ofIdx pic 9(3).
       77 branchKey pic X(3).
       77 officerKey pic X(4).
       77 branchFound pic X(1) value 'N'.
       77 officerFound pic X(1) value 'N'.
       01 branchArea.
           02 branchEntry occurs maxBranches times.
               03 brCode   pic X(3).
               03 brName   pic X(30).
               03 brActive pic X(1).
       01 officerArea.
           02 officerEntry occurs maxOfficers times.
               03 ofCode       pic X(4).
               03 ofBranch     pic X(3).
               03 ofName       pic X(30).
               03 ofCommission pic 9V9(4).
               03 ofActive     pic X(1).
