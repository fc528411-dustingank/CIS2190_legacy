      *> approval-fields.cpy - working storage for the shared
      *> dual-control paragraphs in approval-io.cpy. The program
      *> declares approvalFile (approvals.dat, status
      *> approvalStatus) with copy "approval-entry" under its FD,
      *> and has runDate, runTime (runHour/runMinute) and operatorId
      *> of its own; the maker is always the operator signed on
      *> through the OPERATOR environment value. It performs
      *> LoadApprovals, then to see whether a change is already
      *> waiting moves the kind and key to findKind/findKey and
      *> performs FindLatestApproval (apFound, with apIdx and
      *> shownApproval on the entry found); to propose one it fills
      *> apKind, apAction, apKey and the value fields of
      *> approvalRecord and performs WriteMakerEntry
      *> (approval-maker-io.cpy), which numbers the entry under
      *> approvals.lck and hands the number back in makerEntryId -
      *> a program that proposes also declares the lock file and
      *> copies lock-fields.cpy and lock-io.cpy. After every
      *> LoadApprovals the program checks approvalsNotHeld: above
      *> zero, the queue did not fit the table and the run must
      *> stop with ErrorRunCode before it decides or proposes
      *> anything.
       01 approvalStatus pic X(2).
      *> the approval file as it stands - every entry still
      *> waiting, and for each kind and key the latest rejection
      *> until something newer is proposed for it (ChargeOffBatch
      *> needs it); an approved or stale entry, or a rejection
      *> something newer has been proposed after, gives its slot
      *> up as the file is read. maxApprovals is a fixed,
      *> documented limit in the shop's usual style
       01 maxApprovals constant as 2000.
       77 approvalCount pic S9(5) usage is COMPUTATIONAL
           value zeros.
       77 apIdx pic S9(5) usage is COMPUTATIONAL.
       77 apKeepIdx pic S9(5) usage is COMPUTATIONAL.
      *> entries the table could not hold even once the given-up
      *> slots were reclaimed
       77 approvalsNotHeld pic 9(7) usage is COMPUTATIONAL
           value zeros.
      *> approvals.lck is held only while a maker entry is
      *> numbered and written; one held past approvalLockMaxWaits
      *> seconds is taken to be left over from a crash
       77 approvalHeldLock pic X(30).
       77 approvalLockWaits pic 9(4) usage is COMPUTATIONAL.
       77 approvalLockPause pic 9(4) usage is COMPUTATIONAL value 1.
       01 approvalLockMaxWaits constant as 120.
       77 apFound pic X(1).
       77 approvalHighId pic 9(6) value zeros.
       77 makerEntryId pic 9(6) value zeros.
       77 findKind pic X(1).
       77 findKey pic X(10).
       77 findEntryId pic 9(6).
       01 makerImage pic X(581).
       01 approvalArea.
           02 approvalEntry occurs maxApprovals times.
               03 aeState       pic X(1).
               03 aeMaker       pic X(581).
               03 aeDecidedBy   pic X(8).
               03 aeDecidedDate pic 9(8).
               03 aeDecidedNote pic X(30).
       01 shownApproval.
           02 saRecordType pic X(1).
           02 saEntryId    pic 9(6).
           02 saKind       pic X(1).
           02 saAction     pic X(1).
           02 saKey        pic X(10).
           02 saOperator   pic X(8).
           02 saDate       pic 9(8).
           02 saTime       pic 9(4).
           02 saAmount     pic 9(7)V99.
           02 saCount      pic 9(3).
           02 saNote       pic X(30).
           02 saBefore     pic X(250).
           02 saAfter      pic X(250).
