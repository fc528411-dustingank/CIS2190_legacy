           identification division.
           program-id. RetentionPurge.

           environment division.

           input-output section.
           file-control.
           select policyFile assign to "retention.tab"
               organization is line sequential
               file status is policyStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select loanCustFile assign to dynamic loanCustFileName
               organization is line sequential
               file status is loanCustStatus.
           select chargeOffFile assign to "chargeoff.dat"
               organization is line sequential
               file status is chargeOffStatus.
           select disputeFile assign to "disputes.dat"
               organization is line sequential
               file status is disputeStatus.
           select patientMaster assign to "PATMAST"
               organization is indexed
               access mode is dynamic
               record key is pmPatientId
               file status is patientMasterStatus.
           select patientAllergy assign to "PATALRG"
               organization is indexed
               access mode is dynamic
               record key is paKey
               file status is allergyStatus.
           select historyFile assign to "bsahist.dat"
               organization is line sequential
               file status is historyStatus.
           select historyKeepFile assign to "bsahist.new"
               organization is line sequential
               file status is historyKeepStatus.
           select doseHistFile assign to "dosehist.dat"
               organization is line sequential
               file status is doseHistStatus.
           select doseKeepFile assign to "dosehist.new"
               organization is line sequential
               file status is doseKeepStatus.
           select orderFile assign to "phorder.dat"
               organization is line sequential
               file status is orderStatus.
           select orderKeepFile assign to "phorder.new"
               organization is line sequential
               file status is orderKeepStatus.
           select purgeRegister assign to "purgereg.dat"
               organization is line sequential
               file status is purgeRegisterStatus.
           select purgeReport assign to dynamic reportFileName
               organization is line sequential.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select retentionParamFile assign to "retention.par"
               organization is line sequential
               file status is retentionParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd policyFile.
               copy "retention-policy".

           fd custFile.
               copy "customer-record".

           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd loanCustFile.
               copy "loan-cust-xref".

           fd chargeOffFile.
               copy "charge-off".

           fd disputeFile.
               copy "dispute-record".

           fd patientMaster.
               copy "patient-record".

           fd patientAllergy.
               copy "patient-allergy".

           fd historyFile.
               copy "bsa-history".

           fd historyKeepFile.
           01 historyKeepRecord pic X(80).

           fd doseHistFile.
               copy "dose-history".

           fd doseKeepFile.
           01 doseKeepRecord pic X(80).

           fd orderFile.
               copy "pharmacy-order".

           fd orderKeepFile.
           01 orderKeepRecord pic X(120).

           fd purgeRegister.
               copy "purge-register".

           fd purgeReport.
           01 reportLine pic X(80).

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd imageJournal.
               copy "image-journal".

           fd retentionParamFile.
           01 retentionParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 policyStatus pic X(2).
           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           01 loanCustStatus pic X(2).
           *> loans LoanArchive has moved to LOANHIST, and their
           *> rows on loancust.hist, still count toward the
           *> customer's last activity
           01 loanCustFileName pic X(30).
           01 chargeOffStatus pic X(2).
           01 disputeStatus pic X(2).
           01 patientMasterStatus pic X(2).
           01 allergyStatus pic X(2).
           01 historyStatus pic X(2).
           01 historyKeepStatus pic X(2).
           01 doseHistStatus pic X(2).
           01 doseKeepStatus pic X(2).
           01 orderStatus pic X(2).
           01 orderKeepStatus pic X(2).
           01 purgeRegisterStatus pic X(2).
           77 custEof pic X(1) value 'N'.
           77 masterEof pic X(1) value 'N'.
           77 patientEof pic X(1) value 'N'.
           77 allergyEof pic X(1) value 'N'.
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 journalFile pic X(8).
           77 journalAction pic X(1).
           77 savedImage pic X(250).
           01 retentionParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> retention.par (if present): line 1 the register
           *> report's name, line 2 'Y' to carry the purge out. Any
           *> other second line - or none - is a trial run that
           *> lists what would be anonymised and changes nothing
           01 reportFileName pic X(30) value "retention.rpt".
           77 applyPurge pic X(1) value 'N'.

           *> the years each kind of record is kept - zero means the
           *> policy table has no row for it and it is not purged
           77 custRetainYears pic 9(2) value zeros.
           77 patRetainYears pic 9(2) value zeros.
           01 custCutoff.
               02 custCutoffYear  pic 9(4).
               02 custCutoffMonth pic 99.
               02 custCutoffDay   pic 99.
           01 custCutoffDate redefines custCutoff pic 9(8).
           01 patCutoff.
               02 patCutoffYear  pic 9(4).
               02 patCutoffMonth pic 99.
               02 patCutoffDay   pic 99.
           01 patCutoffDate redefines patCutoff pic 9(8).

           *> what an anonymised record carries in place of a name
           77 anonName pic X(20) value "ANONYMISED".

           *> the loan master held in one table with the date each
           *> finished loan ended - its lmClosedDate, or for a
           *> charge-off the date on chargeoff.dat. maxLoans is a
           *> fixed, documented limit in the shop's usual style
           01 maxLoans constant as 5000.
           77 loanCount pic S9(5) usage is COMPUTATIONAL value zeros.
           77 loanDropped pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 ltIdx pic S9(5) usage is COMPUTATIONAL.
           77 ltFound pic X(1).
           01 loanTableArea.
               02 loanTableEntry occurs maxLoans times.
                   03 ltLoanNum pic 9(5).
                   03 ltCustId  pic 9(6).
                   03 ltStatus  pic X(1).
                   03 ltEndDate pic 9(8).
                   03 ltHold    pic X(1).

           01 maxXrefs constant as 5000.
           77 xrefCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 xIdx pic S9(5) usage is COMPUTATIONAL.
           01 xrefArea.
               02 xrefEntry occurs maxXrefs times.
                   03 xrLoanNum pic 9(5).
                   03 xrCustId pic 9(6).

           01 maxChargeOffs constant as 5000.
           77 chargeOffCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 coIdx pic S9(5) usage is COMPUTATIONAL.
           01 chargeOffArea.
               02 chargeOffEntry occurs maxChargeOffs times.
                   03 cfLoanNum pic 9(5).
                   03 cfDate pic 9(8).

           *> the loans with a dispute still open
           01 maxDisputes constant as 2000.
           77 disputeCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 dIdx pic S9(5) usage is COMPUTATIONAL.
           01 disputeArea.
               02 openDisputeLoan occurs maxDisputes times pic 9(5).

           *> the weighing of one customer's loans
           77 custLoanCount pic 9(5) usage is COMPUTATIONAL.
           77 allEnded pic X(1).
           77 onHold pic X(1).
           77 inDispute pic X(1).
           77 lastEnded pic 9(8).
           77 customersSeen pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 customersPurged pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 customersHeld pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 customersAlready pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 loansTied pic 9(7) usage is COMPUTATIONAL
               value zeros.

           *> each patient's last reading, off bsahist.dat
           01 maxReadPatients constant as 5000.
           77 readCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 readDropped pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 rdIdx pic S9(5) usage is COMPUTATIONAL.
           77 rdFound pic X(1).
           01 readingArea.
               02 readingEntry occurs maxReadPatients times.
                   03 rdPatientId pic X(10).
                   03 rdLastDate pic 9(8).

           *> the patients to anonymise, each with the surrogate id
           *> it is re-keyed to
           01 maxPurgePatients constant as 2000.
           77 purgePatCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 purgePatDropped pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 ppIdx pic S9(5) usage is COMPUTATIONAL.
           77 ppFound pic X(1).
           01 purgePatientArea.
               02 purgePatientEntry occurs maxPurgePatients times.
                   03 ppOldId pic X(10).
                   03 ppNewId pic X(10).
                   03 ppLastDate pic 9(8).
                   03 ppLinkCount pic 9(5).
           01 surrogateId.
               02 surrogatePrefix pic X(4) value "ANON".
               02 surrogateNumber pic 9(6).
           77 highSurrogate pic 9(6) value zeros.
           77 patientsSeen pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 patientsPurged pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 patientsUnread pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 patientsAlready pic 9(5) usage is COMPUTATIONAL
               value zeros.

           *> the history control totals - what went into each
           *> rewrite against what came out
           77 historyIn pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 historyOut pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 historyRekeyed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 doseIn pic 9(7) usage is COMPUTATIONAL value zeros.
           77 doseOut pic 9(7) usage is COMPUTATIONAL value zeros.
           77 doseRekeyed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 doseTotalIn pic 9(11)V99 value zeros.
           77 doseTotalOut pic 9(11)V99 value zeros.
           77 copyStatus pic S9(9) usage is COMPUTATIONAL-5.
           77 historyKeepName pic X(30) value "bsahist.new".
           77 historyLiveName pic X(30) value "bsahist.dat".
           77 doseKeepName pic X(30) value "dosehist.new".
           77 doseLiveName pic X(30) value "dosehist.dat".
           77 allergyIn pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 allergyOut pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 allergyTally pic 9(7) usage is COMPUTATIONAL.
           77 allergyRekeyed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 orderIn pic 9(7) usage is COMPUTATIONAL value zeros.
           77 orderOut pic 9(7) usage is COMPUTATIONAL value zeros.
           77 orderRekeyed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 orderDoseIn pic 9(11)V99 value zeros.
           77 orderDoseOut pic 9(11)V99 value zeros.
           77 orderKeepName pic X(30) value "phorder.new".
           77 orderLiveName pic X(30) value "phorder.dat".

           *> one purged patient's allergies, lifted off PATALRG
           *> before any is re-keyed so the re-keying cannot
           *> disturb the walk along the old id
           01 maxHeldAllergies constant as 50.
           77 heldCount pic S9(3) usage is COMPUTATIONAL.
           77 heldDropped pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 hdIdx pic S9(3) usage is COMPUTATIONAL.
           01 heldAllergyArea.
               02 heldAllergy occurs maxHeldAllergies times
                   pic X(47).

           77 lookupPatientId pic X(10).
           77 workDate pic 9(8).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reportHeading.
               02 filler pic X(40) value
           ' Record Retention Purge Register   Run '.
               02 outRunDate pic X(10).
           01 purgeModeLine.
               02 filler pic X(40) value
               ' Purge run - the records listed have bee'.
               02 filler pic X(40) value
               'n anonymised                            '.
           01 trialModeLine.
               02 filler pic X(40) value
               ' Trial run - the records listed would be'.
               02 filler pic X(40) value
               ' anonymised; nothing has been changed   '.
           01 breakLine.
               02 filler pic X(72) value all '-'.
           01 policyLine.
               02 filler pic X(9) value ' Policy  '.
               02 outPolicyType pic X(4).
               02 filler pic X(8) value '  kept  '.
               02 outPolicyYears pic Z9.
               02 filler pic X(27) value
               ' years - quiet before      '.
               02 outPolicyCutoff pic X(10).
           01 detailHeading.
               02 filler pic X(40) value
               ' Type  Record      Quiet since  Links  '.
               02 filler pic X(20) value 'Action'.
           01 detailLine.
               02 filler pic X(1) value space.
               02 outType pic X(4).
               02 filler pic X(2) value space.
               02 outKey pic X(10).
               02 filler pic X(2) value space.
               02 outQuietSince pic X(10).
               02 filler pic X(3) value space.
               02 outLinks pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outAction pic X(30).
           01 countLine.
               02 filler pic X(1) value space.
               02 outCountText pic X(40).
               02 outCount pic Z,ZZZ,ZZ9.
           01 tieLine.
               02 filler pic X(1) value space.
               02 outTieText pic X(22).
               02 filler pic X(4) value ' in '.
               02 outTieIn pic ZZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(5) value ' out '.
               02 outTieOut pic ZZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outTieResult pic X(12).
           01 certifyLine1.
               02 filler pic X(40) value
               ' Certified: the records above were anony'.
               02 filler pic X(40) value
               'mised under the retention policy shown, '.
           01 certifyLine2.
               02 filler pic X(40) value
               ' none under legal hold or open dispute, '.
               02 filler pic X(40) value
               'by operator                             '.
           01 certifyLine3.
               02 filler pic X(1) value space.
               02 outCertOperator pic X(8).
               02 filler pic X(4) value ' on '.
               02 outCertDate pic X(10).
               02 filler pic X(4) value ' at '.
               02 outCertHour pic 99.
               02 filler pic X(1) value ':'.
               02 outCertMinute pic 99.
           01 certifyLine4.
               02 filler pic X(40) value
               ' Signed  ______________________________ '.
               02 filler pic X(40) value
               '  Date  ____________                    '.

           procedure division.
               *> the record-retention job: retention.tab says how
               *> many years a customer and a patient are kept once
               *> they have gone quiet. A customer whose every loan
               *> - as the master's signer or a party on
               *> loancust.dat - closed or was charged off longer
               *> ago than that, and a patient with no BSA reading in
               *> that long, has the personal details on the master
               *> anonymised: the record and its number stay, so
               *> every loan, history and dose total still ties, but
               *> the name, birth date, SSN, address, phone and bank
               *> account go. A patient is re-keyed to a surrogate id
               *> on PATMAST, bsahist.dat, dosehist.dat, its
               *> allergies on PATALRG and its pharmacy orders on
               *> phorder.dat alike.
               *> A customer with any loan under a legal or
               *> bankruptcy hold, or any dispute still open, is left
               *> alone and listed. Everything done is written to
               *> purgereg.dat and certified on the printed register
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckOperatorRole.
               if roleAllowed = 'N'
                   display "This program needs the supervisor "
                       "role - see the supervisor"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               perform GetRetentionParameters.
               perform LoadRetentionPolicy.
               if policyStatus not = "00"
                   display "Retention policy retention.tab could "
                       "not be opened - nothing purged"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               if custRetainYears = 0 and patRetainYears = 0
                   display "Retention policy retention.tab has no "
                       "CUST or PAT row - nothing purged"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move runDate to custCutoffDate.
               subtract custRetainYears from custCutoffYear.
               move runDate to patCutoffDate.
               subtract patRetainYears from patCutoffYear.

               move spaces to auditInputsValue.
               if applyPurge = 'Y'
                   string "purge CUST " delimited by size
                       custRetainYears delimited by size
                       " PAT " delimited by size
                       patRetainYears delimited by size
                       into auditInputsValue
               else
                   string "trial CUST " delimited by size
                       custRetainYears delimited by size
                       " PAT " delimited by size
                       patRetainYears delimited by size
                       into auditInputsValue
               end-if.
               perform WriteAuditTrail.

               open output purgeReport.
               move runDate to workDate.
               perform FormatWorkDate.
               move outQuietSince to outRunDate.
               write reportLine from reportHeading.
               if applyPurge = 'Y'
                   write reportLine from purgeModeLine
                   perform OpenPurgeRegister
               else
                   write reportLine from trialModeLine
               end-if.
               write reportLine from breakLine.
               if custRetainYears > 0
                   move "CUST" to outPolicyType
                   move custRetainYears to outPolicyYears
                   move custCutoffDate to workDate
                   perform FormatWorkDate
                   move outQuietSince to outPolicyCutoff
                   write reportLine from policyLine
               end-if.
               if patRetainYears > 0
                   move "PAT" to outPolicyType
                   move patRetainYears to outPolicyYears
                   move patCutoffDate to workDate
                   perform FormatWorkDate
                   move outQuietSince to outPolicyCutoff
                   write reportLine from policyLine
               end-if.
               write reportLine from breakLine.
               write reportLine from detailHeading.

               if custRetainYears > 0
                   perform PurgeCustomers
               end-if.
               if patRetainYears > 0
                   perform PurgePatients
               end-if.

               perform WriteCertificate.
               close purgeReport.
               if applyPurge = 'Y'
                   close purgeRegister
               end-if.

               display "Purge register written to " reportFileName.
               display "Customers anonymised: " customersPurged
                   "  held back: " customersHeld.
               display "Patients anonymised: " patientsPurged.
               if applyPurge = 'N'
                   display "Trial run - nothing was changed; put Y "
                       "on line 2 of retention.par to purge"
               end-if.
               if loanDropped > 0 or readDropped > 0
                   or purgePatDropped > 0
                   display "A purge table is full - some records "
                       "were not considered; see the register"
                   move WarningRunCode to return-code
               end-if.
               stop run.

               *> --- customers ---------------------------------

               PurgeCustomers.
                   move "CUSTMAST.lck" to lockFileName.
                   perform AcquireSharedLock.
                   if lockBusy = 'Y'
                       display "CUSTMAST is in use by another "
                           "program - customers not purged; if "
                           "nothing is really running, remove "
                           "CUSTMAST.lck"
                       move WarningRunCode to return-code
                   else
                       perform PurgeLockedCustomers
                       perform ReleaseSharedLock
                   end-if.

               PurgeLockedCustomers.
                   perform LoadChargeOffs.
                   perform LoadLoanTable.
                   perform LoadLoanCustXref.
                   perform LoadOpenDisputes.
                   if masterStatus not = "00"
                       display "Loan master LOANMAST could not be "
                           "opened - customers not purged"
                       move WarningRunCode to return-code
                   else
                       if applyPurge = 'Y'
                           open i-o custFile
                       else
                           open input custFile
                       end-if
                       if custStatus not = "00"
                           display "Customer master CUSTMAST could "
                               "not be opened - customers not "
                               "purged"
                           move WarningRunCode to return-code
                       else
                           perform ScanCustomers
                           close custFile
                       end-if
                   end-if.

               ScanCustomers.
                   move zeros to IdNum.
                   start custFile key >= IdNum
                       invalid key
                           move 'Y' to custEof
                   end-start.
                   perform until custEof = 'Y'
                       read custFile next record
                           at end
                               move 'Y' to custEof
                           not at end
                               add 1 to customersSeen
                               perform ExamineCustomer
                       end-read
                   end-perform.

               *> a customer with no loans at all is an applicant or
               *> a prospect, not a finished relationship, and is
               *> left for the policy to grow a rule for
               ExamineCustomer.
                   if custName = anonName
                       add 1 to customersAlready
                   else
                       perform WeighCustomerLoans
                       if custLoanCount > 0 and allEnded = 'Y'
                           and lastEnded < custCutoffDate
                           perform DisposeOfCustomer
                       end-if
                   end-if.

               WeighCustomerLoans.
                   move zeros to custLoanCount.
                   move zeros to lastEnded.
                   move 'Y' to allEnded.
                   move 'N' to onHold.
                   move 'N' to inDispute.
                   move 1 to ltIdx.
                   perform until ltIdx > loanCount
                       if ltCustId(ltIdx) = IdNum
                           perform WeighOneLoan
                       end-if
                       add 1 to ltIdx
                   end-perform.
                   move 1 to xIdx.
                   perform until xIdx > xrefCount
                       if xrCustId(xIdx) = IdNum
                           perform FindXrefLoan
                           if ltFound = 'Y'
                               and ltCustId(ltIdx) not = IdNum
                               perform WeighOneLoan
                           end-if
                       end-if
                       add 1 to xIdx
                   end-perform.

               *> a finished loan with no date it finished on cannot
               *> be shown to be past its years, so it counts as
               *> not finished
               WeighOneLoan.
                   add 1 to custLoanCount.
                   if ltHold(ltIdx) not = space
                       move 'Y' to onHold
                   end-if.
                   move 1 to dIdx.
                   perform until dIdx > disputeCount
                       if openDisputeLoan(dIdx) = ltLoanNum(ltIdx)
                           move 'Y' to inDispute
                       end-if
                       add 1 to dIdx
                   end-perform.
                   if (ltStatus(ltIdx) = 'C' or ltStatus(ltIdx) = 'O')
                       and ltEndDate(ltIdx) > 0
                       if ltEndDate(ltIdx) > lastEnded
                           move ltEndDate(ltIdx) to lastEnded
                       end-if
                   else
                       move 'N' to allEnded
                   end-if.

               FindXrefLoan.
                   move 'N' to ltFound.
                   move 1 to ltIdx.
                   perform until ltIdx > loanCount or ltFound = 'Y'
                       if ltLoanNum(ltIdx) = xrLoanNum(xIdx)
                           move 'Y' to ltFound
                       else
                           add 1 to ltIdx
                       end-if
                   end-perform.

               DisposeOfCustomer.
                   move "CUST" to outType.
                   move spaces to outKey.
                   move IdNum to outKey(1:6).
                   move lastEnded to workDate.
                   perform FormatWorkDate.
                   move custLoanCount to outLinks.
                   if onHold = 'Y' or inDispute = 'Y'
                       add 1 to customersHeld
                       if onHold = 'Y'
                           move "Held back - legal hold"
                               to outAction
                       else
                           move "Held back - open dispute"
                               to outAction
                       end-if
                   else
                       add 1 to customersPurged
                       add custLoanCount to loansTied
                       if applyPurge = 'Y'
                           perform AnonymiseCustomer
                       else
                           move "Would be anonymised" to outAction
                       end-if
                   end-if.
                   write reportLine from detailLine.

               *> the customer number, region, branch and officer
               *> stay - they carry no one's identity and the
               *> production and usury reporting still need them.
               *> The journal's before side is left blank: the
               *> personal details must not survive the purge on
               *> the journal either, and recovery rolls a change
               *> forward from its after side alone
               AnonymiseCustomer.
                   move anonName to custName.
                   move zeros to dateOfBirth.
                   move spaces to custAddress1.
                   move spaces to custAddress2.
                   move spaces to custCity.
                   move spaces to custPostal.
                   move spaces to custPhone.
                   move zeros to custSSN.
                   move spaces to custBankAccount.
                   move space to custMailReturned.
                   move zeros to custMailReturnDate.
                   move 'I' to custActive.
                   rewrite Customer
                       invalid key
                           move "Not rewritten - see the log"
                               to outAction
                           display "Unable to rewrite customer "
                               IdNum
                           subtract 1 from customersPurged
                           move WarningRunCode to return-code
                       not invalid key
                           move "Anonymised" to outAction
                           move spaces to savedImage
                           move "CUSTMAST" to journalFile
                           move 'C' to journalAction
                           perform WriteMasterJournal
                           move "CUST" to prRecordType
                           move outKey to prRecordKey
                           move lastEnded to prLastActivity
                           move custRetainYears to prRetainYears
                           move custLoanCount to prLinkCount
                           perform WritePurgeRegister
                   end-rewrite.

               LoadChargeOffs.
                   open input chargeOffFile.
                   if chargeOffStatus = "00"
                       perform until chargeOffStatus = "10"
                           read chargeOffFile
                               at end
                                   continue
                               not at end
                                   if chargeOffCount < maxChargeOffs
                                       add 1 to chargeOffCount
                                       move coLoanNum
                                           to cfLoanNum(chargeOffCount)
                                       move coDate
                                           to cfDate(chargeOffCount)
                                   end-if
                           end-read
                       end-perform
                       close chargeOffFile
                   end-if.

               LoadLoanTable.
                   open input loanMaster.
                   if masterStatus = "00"
                       move zeros to lmLoanNum
                       start loanMaster key >= lmLoanNum
                           invalid key
                               move 'Y' to masterEof
                       end-start
                       perform until masterEof = 'Y'
                           read loanMaster next record
                               at end
                                   move 'Y' to masterEof
                               not at end
                                   perform KeepLoan
                           end-read
                       end-perform
                       close loanMaster
                       move "00" to masterStatus
                   end-if.
                   open input loanHistory.
                   if loanHistStatus = "00"
                       move 'N' to masterEof
                       move zeros to lhLoanNum
                       start loanHistory key >= lhLoanNum
                           invalid key
                               move 'Y' to masterEof
                       end-start
                       perform until masterEof = 'Y'
                           read loanHistory next record
                               into loanMasterRecord
                               at end
                                   move 'Y' to masterEof
                               not at end
                                   perform KeepLoan
                           end-read
                       end-perform
                       close loanHistory
                   end-if.

               KeepLoan.
                   if loanCount < maxLoans
                       add 1 to loanCount
                       move lmLoanNum to ltLoanNum(loanCount)
                       move lmCustId to ltCustId(loanCount)
                       move lmStatus to ltStatus(loanCount)
                       move lmHoldCode to ltHold(loanCount)
                       move zeros to ltEndDate(loanCount)
                       if lmStatus = 'C' and lmClosedDate is numeric
                           move lmClosedDate to ltEndDate(loanCount)
                       end-if
                       if lmStatus = 'O'
                           perform FindChargeOffDate
                       end-if
                   else
                       add 1 to loanDropped
                   end-if.

               *> a loan charged off more than once (reopened by a
               *> reversal) ended on the latest of its dates
               FindChargeOffDate.
                   move 1 to coIdx.
                   perform until coIdx > chargeOffCount
                       if cfLoanNum(coIdx) = lmLoanNum
                           and cfDate(coIdx) > ltEndDate(loanCount)
                           move cfDate(coIdx) to ltEndDate(loanCount)
                       end-if
                       add 1 to coIdx
                   end-perform.

               LoadLoanCustXref.
                   move "loancust.dat" to loanCustFileName.
                   perform LoadOneXrefFile.
                   move "loancust.hist" to loanCustFileName.
                   perform LoadOneXrefFile.

               LoadOneXrefFile.
                   open input loanCustFile.
                   if loanCustStatus = "00"
                       perform until loanCustStatus = "10"
                           read loanCustFile
                               at end
                                   continue
                               not at end
                                   if xrefCount < maxXrefs
                                       add 1 to xrefCount
                                       move lxLoanNum
                                           to xrLoanNum(xrefCount)
                                       move lxCustId
                                           to xrCustId(xrefCount)
                                   end-if
                           end-read
                       end-perform
                       close loanCustFile
                   end-if.

               LoadOpenDisputes.
                   open input disputeFile.
                   if disputeStatus = "00"
                       perform until disputeStatus = "10"
                           read disputeFile
                               at end
                                   continue
                               not at end
                                   if dsStatus = 'O'
                                       and disputeCount < maxDisputes
                                       add 1 to disputeCount
                                       move dsLoanNum
                                           to openDisputeLoan
                                               (disputeCount)
                                   end-if
                           end-read
                       end-perform
                       close disputeFile
                   end-if.

               *> --- patients ----------------------------------

               PurgePatients.
                   perform LoadLastReadings.
                   move "PATMAST.lck" to lockFileName.
                   perform AcquireSharedLock.
                   if lockBusy = 'Y'
                       display "PATMAST is in use by another "
                           "program - patients not purged; if "
                           "nothing is really running, remove "
                           "PATMAST.lck"
                       move WarningRunCode to return-code
                   else
                       perform PurgeLockedPatients
                       perform ReleaseSharedLock
                   end-if.

               PurgeLockedPatients.
                   if applyPurge = 'Y'
                       open i-o patientMaster
                   else
                       open input patientMaster
                   end-if.
                   if patientMasterStatus not = "00"
                       display "Patient master PATMAST could not "
                           "be opened - patients not purged"
                       move WarningRunCode to return-code
                   else
                       perform ScanPatients
                       if applyPurge = 'Y' and purgePatCount > 0
                           perform AssignSurrogates
                           perform RekeyBsaHistory
                           perform RekeyDoseHistory
                           perform RekeyAllergies
                           perform RekeyPharmacyOrders
                       end-if
                       move 1 to ppIdx
                       perform until ppIdx > purgePatCount
                           perform DisposeOfPatient
                           add 1 to ppIdx
                       end-perform
                       close patientMaster
                   end-if.

               *> the patients are gathered first and re-keyed
               *> after, so no new surrogate key turns up again
               *> further along the same pass
               ScanPatients.
                   move low-values to pmPatientId.
                   start patientMaster key >= pmPatientId
                       invalid key
                           move 'Y' to patientEof
                   end-start.
                   perform until patientEof = 'Y'
                       read patientMaster next record
                           at end
                               move 'Y' to patientEof
                           not at end
                               add 1 to patientsSeen
                               perform ExaminePatient
                       end-read
                   end-perform.

               *> a patient never read at all has no date to be
               *> quiet since, and is kept
               ExaminePatient.
                   if pmPatientId(1:4) = surrogatePrefix
                       and pmPatientId(5:6) is numeric
                       and pmPatientId(5:6) > highSurrogate
                       move pmPatientId(5:6) to highSurrogate
                   end-if.
                   if pmName = anonName
                       add 1 to patientsAlready
                   else
                       move pmPatientId to lookupPatientId
                       perform FindLastReading
                       if rdFound = 'N'
                           add 1 to patientsUnread
                       else
                           if rdLastDate(rdIdx) < patCutoffDate
                               perform KeepPurgePatient
                           end-if
                       end-if
                   end-if.

               KeepPurgePatient.
                   if purgePatCount < maxPurgePatients
                       add 1 to purgePatCount
                       move pmPatientId to ppOldId(purgePatCount)
                       move rdLastDate(rdIdx)
                           to ppLastDate(purgePatCount)
                       move zeros to ppLinkCount(purgePatCount)
                       move spaces to ppNewId(purgePatCount)
                   else
                       add 1 to purgePatDropped
                   end-if.

               FindLastReading.
                   move 'N' to rdFound.
                   move 1 to rdIdx.
                   perform until rdIdx > readCount or rdFound = 'Y'
                       if rdPatientId(rdIdx) = lookupPatientId
                           move 'Y' to rdFound
                       else
                           add 1 to rdIdx
                       end-if
                   end-perform.

               *> the old record goes and the anonymised one is
               *> written under the surrogate; the journal's delete
               *> carries the old key with the personal details
               *> already gone, which is all recovery needs of it
               DisposeOfPatient.
                   add 1 to patientsPurged.
                   move "PAT" to outType.
                   move ppLastDate(ppIdx) to workDate.
                   perform FormatWorkDate.
                   if applyPurge = 'Y'
                       move ppNewId(ppIdx) to outKey
                       move ppLinkCount(ppIdx) to outLinks
                       perform AnonymisePatient
                   else
                       move ppOldId(ppIdx) to outKey
                       move zeros to outLinks
                       move "Would be anonymised" to outAction
                   end-if.
                   write reportLine from detailLine.

               AnonymisePatient.
                   move ppOldId(ppIdx) to pmPatientId.
                   read patientMaster
                       invalid key
                           move "Not on PATMAST - see the log"
                               to outAction
                           display "Patient gone from PATMAST "
                               "during the purge"
                           subtract 1 from patientsPurged
                           move WarningRunCode to return-code
                       not invalid key
                           perform ReplacePatient
                   end-read.

               ReplacePatient.
                   move anonName to pmName.
                   move zeros to pmBirthDate.
                   move space to pmSex.
                   move spaces to savedImage.
                   move patientMasterRecord to savedImage.
                   delete patientMaster
                       invalid key
                           move "Not deleted - see the log"
                               to outAction
                           display "Unable to remove patient "
                               "record for " ppNewId(ppIdx)
                           subtract 1 from patientsPurged
                           move WarningRunCode to return-code
                       not invalid key
                           move "PATMAST" to journalFile
                           move 'D' to journalAction
                           perform WriteMasterJournal
                           perform WriteSurrogatePatient
                   end-delete.

               WriteSurrogatePatient.
                   move ppNewId(ppIdx) to pmPatientId.
                   write patientMasterRecord
                       invalid key
                           move "Surrogate not written"
                               to outAction
                           display "Unable to write patient "
                               ppNewId(ppIdx)
                           move WarningRunCode to return-code
                       not invalid key
                           move "Anonymised" to outAction
                           move spaces to savedImage
                           move 'A' to journalAction
                           perform WriteMasterJournal
                           move "PAT" to prRecordType
                           move ppNewId(ppIdx) to prRecordKey
                           move ppLastDate(ppIdx) to prLastActivity
                           move patRetainYears to prRetainYears
                           move ppLinkCount(ppIdx) to prLinkCount
                           perform WritePurgeRegister
                   end-write.

               LoadLastReadings.
                   open input historyFile.
                   if historyStatus = "00"
                       perform until historyStatus = "10"
                           read historyFile
                               at end
                                   continue
                               not at end
                                   perform KeepLastReading
                           end-read
                       end-perform
                       close historyFile
                   end-if.

               KeepLastReading.
                   move bhPatientId to lookupPatientId.
                   perform FindLastReading.
                   if rdFound = 'Y'
                       if bhRunDate > rdLastDate(rdIdx)
                           move bhRunDate to rdLastDate(rdIdx)
                       end-if
                   else
                       if readCount < maxReadPatients
                           add 1 to readCount
                           move bhPatientId to rdPatientId(readCount)
                           move bhRunDate to rdLastDate(readCount)
                       else
                           add 1 to readDropped
                       end-if
                   end-if.

               *> each patient to purge gets the next surrogate
               *> number above the highest already on PATMAST
               AssignSurrogates.
                   move 1 to ppIdx.
                   perform until ppIdx > purgePatCount
                       add 1 to highSurrogate
                       move highSurrogate to surrogateNumber
                       move surrogateId to ppNewId(ppIdx)
                       add 1 to ppIdx
                   end-perform.

               *> the history files are copied through with each
               *> purged patient's id swapped for the surrogate, and
               *> the copy becomes the live file - the same dated-
               *> copy machinery PayHistoryArchive uses. Record
               *> counts and the dose total are carried both ways
               *> for the certificate
               RekeyBsaHistory.
                   open input historyFile.
                   if historyStatus = "00"
                       open output historyKeepFile
                       perform until historyStatus = "10"
                           read historyFile
                               at end
                                   continue
                               not at end
                                   perform RekeyOneReading
                           end-read
                       end-perform
                       close historyFile
                       close historyKeepFile
                       call "CBL_COPY_FILE" using historyKeepName
                           historyLiveName
                           returning copyStatus
                       if copyStatus not = 0
                           display "bsahist.new could not be copied "
                               "over bsahist.dat - copy it by hand "
                               "before the next BSA run"
                           move ErrorRunCode to return-code
                       else
                           call "CBL_DELETE_FILE"
                               using historyKeepName
                               returning copyStatus
                       end-if
                       perform RecountBsaHistory
                   end-if.

               RekeyOneReading.
                   add 1 to historyIn.
                   move bhPatientId to lookupPatientId.
                   perform FindPurgePatient.
                   if ppFound = 'Y'
                       move ppNewId(ppIdx) to bhPatientId
                       add 1 to ppLinkCount(ppIdx)
                       add 1 to historyRekeyed
                   end-if.
                   move spaces to historyKeepRecord.
                   move bsaHistoryRecord to historyKeepRecord.
                   write historyKeepRecord.

               *> the out side of the tie is counted off the live
               *> file as it now stands, not off what was written
               RecountBsaHistory.
                   open input historyFile.
                   if historyStatus = "00"
                       perform until historyStatus = "10"
                           read historyFile
                               at end
                                   continue
                               not at end
                                   add 1 to historyOut
                           end-read
                       end-perform
                       close historyFile
                   end-if.

               RekeyDoseHistory.
                   open input doseHistFile.
                   if doseHistStatus = "00"
                       open output doseKeepFile
                       perform until doseHistStatus = "10"
                           read doseHistFile
                               at end
                                   continue
                               not at end
                                   perform RekeyOneDose
                           end-read
                       end-perform
                       close doseHistFile
                       close doseKeepFile
                       call "CBL_COPY_FILE" using doseKeepName
                           doseLiveName
                           returning copyStatus
                       if copyStatus not = 0
                           display "dosehist.new could not be copied "
                               "over dosehist.dat - copy it by hand "
                               "before the next BSA run"
                           move ErrorRunCode to return-code
                       else
                           call "CBL_DELETE_FILE" using doseKeepName
                               returning copyStatus
                       end-if
                       perform RecountDoseHistory
                   end-if.

               RekeyOneDose.
                   add 1 to doseIn.
                   add dhCumDose to doseTotalIn.
                   move dhPatientId to lookupPatientId.
                   perform FindPurgePatient.
                   if ppFound = 'Y'
                       move ppNewId(ppIdx) to dhPatientId
                       add 1 to ppLinkCount(ppIdx)
                       add 1 to doseRekeyed
                   end-if.
                   move spaces to doseKeepRecord.
                   move doseHistoryRecord to doseKeepRecord.
                   write doseKeepRecord.

               RecountDoseHistory.
                   open input doseHistFile.
                   if doseHistStatus = "00"
                       perform until doseHistStatus = "10"
                           read doseHistFile
                               at end
                                   continue
                               not at end
                                   add 1 to doseOut
                                   add dhCumDose to doseTotalOut
                           end-read
                       end-perform
                       close doseHistFile
                   end-if.

               *> PATALRG is keyed on the patient id, so each
               *> purged patient's allergies are deleted from under
               *> the old id and written again under the surrogate,
               *> journalled both ways like the master record. It
               *> rides under the PATMAST.lck already held, and is
               *> counted whole before and after for the certificate
               RekeyAllergies.
                   open i-o patientAllergy.
                   if allergyStatus = "00"
                       perform CountAllergies
                       move allergyTally to allergyIn
                       move 1 to ppIdx
                       perform until ppIdx > purgePatCount
                           perform RekeyPatientAllergies
                           add 1 to ppIdx
                       end-perform
                       perform CountAllergies
                       move allergyTally to allergyOut
                       close patientAllergy
                       if heldDropped > 0
                           display "A purged patient has more "
                               "allergies than one purge re-keys - "
                               "re-key the rest by hand in "
                               "PatientMaint"
                           move WarningRunCode to return-code
                       end-if
                   end-if.

               CountAllergies.
                   move zeros to allergyTally.
                   move low-values to paKey.
                   move 'N' to allergyEof.
                   start patientAllergy key not less than paKey
                       invalid key
                           move 'Y' to allergyEof
                   end-start.
                   perform until allergyEof = 'Y'
                       read patientAllergy next record
                           at end
                               move 'Y' to allergyEof
                           not at end
                               add 1 to allergyTally
                       end-read
                   end-perform.

               RekeyPatientAllergies.
                   move zeros to heldCount.
                   move ppOldId(ppIdx) to paPatientId.
                   move low-values to paAllergen.
                   move 'N' to allergyEof.
                   start patientAllergy key not less than paKey
                       invalid key
                           move 'Y' to allergyEof
                   end-start.
                   perform until allergyEof = 'Y'
                       read patientAllergy next record
                           at end
                               move 'Y' to allergyEof
                           not at end
                               perform HoldAllergy
                       end-read
                   end-perform.
                   move 1 to hdIdx.
                   perform until hdIdx > heldCount
                       perform RekeyOneAllergy
                       add 1 to hdIdx
                   end-perform.

               HoldAllergy.
                   if paPatientId not = ppOldId(ppIdx)
                       move 'Y' to allergyEof
                   else
                       if heldCount < maxHeldAllergies
                           add 1 to heldCount
                           move patientAllergyRecord
                               to heldAllergy(heldCount)
                       else
                           add 1 to heldDropped
                       end-if
                   end-if.

               RekeyOneAllergy.
                   move heldAllergy(hdIdx) to patientAllergyRecord.
                   move spaces to savedImage.
                   move patientAllergyRecord to savedImage.
                   delete patientAllergy
                       invalid key
                           display "Allergy " paAllergen " for "
                               ppNewId(ppIdx) " could not be "
                               "re-keyed"
                           move WarningRunCode to return-code
                       not invalid key
                           move "PATALRG" to journalFile
                           move 'D' to journalAction
                           perform WriteMasterJournal
                           perform WriteSurrogateAllergy
                   end-delete.

               WriteSurrogateAllergy.
                   move ppNewId(ppIdx) to paPatientId.
                   write patientAllergyRecord
                       invalid key
                           display "Allergy " paAllergen " could "
                               "not be written for " ppNewId(ppIdx)
                           move WarningRunCode to return-code
                       not invalid key
                           move spaces to savedImage
                           move 'A' to journalAction
                           perform WriteMasterJournal
                           add 1 to ppLinkCount(ppIdx)
                           add 1 to allergyRekeyed
                   end-write.

               *> the pharmacy orders are copied through like the
               *> history files, with the count and the dose total
               *> carried both ways
               RekeyPharmacyOrders.
                   open input orderFile.
                   if orderStatus = "00"
                       open output orderKeepFile
                       perform until orderStatus = "10"
                           read orderFile
                               at end
                                   continue
                               not at end
                                   perform RekeyOneOrder
                           end-read
                       end-perform
                       close orderFile
                       close orderKeepFile
                       call "CBL_COPY_FILE" using orderKeepName
                           orderLiveName
                           returning copyStatus
                       if copyStatus not = 0
                           display "phorder.new could not be copied "
                               "over phorder.dat - copy it by hand "
                               "before the next BSA run"
                           move ErrorRunCode to return-code
                       else
                           call "CBL_DELETE_FILE" using orderKeepName
                               returning copyStatus
                       end-if
                       perform RecountPharmacyOrders
                   end-if.

               RekeyOneOrder.
                   add 1 to orderIn.
                   add poDose to orderDoseIn.
                   move poPatientId to lookupPatientId.
                   perform FindPurgePatient.
                   if ppFound = 'Y'
                       move ppNewId(ppIdx) to poPatientId
                       add 1 to ppLinkCount(ppIdx)
                       add 1 to orderRekeyed
                   end-if.
                   move spaces to orderKeepRecord.
                   move pharmacyOrderRecord to orderKeepRecord.
                   write orderKeepRecord.

               RecountPharmacyOrders.
                   open input orderFile.
                   if orderStatus = "00"
                       perform until orderStatus = "10"
                           read orderFile
                               at end
                                   continue
                               not at end
                                   add 1 to orderOut
                                   add poDose to orderDoseOut
                           end-read
                       end-perform
                       close orderFile
                   end-if.

               FindPurgePatient.
                   move 'N' to ppFound.
                   move 1 to ppIdx.
                   perform until ppIdx > purgePatCount
                       or ppFound = 'Y'
                       if ppOldId(ppIdx) = lookupPatientId
                           move 'Y' to ppFound
                       else
                           add 1 to ppIdx
                       end-if
                   end-perform.

               *> --- the certificate ---------------------------

               WriteCertificate.
                   write reportLine from breakLine.
                   move "Customers examined" to outCountText.
                   move customersSeen to outCount.
                   write reportLine from countLine.
                   move "Customers anonymised" to outCountText.
                   move customersPurged to outCount.
                   write reportLine from countLine.
                   move "Customers held back - hold or dispute"
                       to outCountText.
                   move customersHeld to outCount.
                   write reportLine from countLine.
                   move "Customers anonymised before"
                       to outCountText.
                   move customersAlready to outCount.
                   write reportLine from countLine.
                   move "Their loans, left on LOANMAST as they are"
                       to outCountText.
                   move loansTied to outCount.
                   write reportLine from countLine.
                   move "Patients examined" to outCountText.
                   move patientsSeen to outCount.
                   write reportLine from countLine.
                   move "Patients anonymised" to outCountText.
                   move patientsPurged to outCount.
                   write reportLine from countLine.
                   move "Patients never read - kept" to outCountText.
                   move patientsUnread to outCount.
                   write reportLine from countLine.
                   move "Patients anonymised before" to outCountText.
                   move patientsAlready to outCount.
                   write reportLine from countLine.
                   if applyPurge = 'Y' and purgePatCount > 0
                       move "bsahist.dat records" to outTieText
                       move historyIn to outTieIn
                       move historyOut to outTieOut
                       if historyIn = historyOut
                           move "ties" to outTieResult
                       else
                           move "DOES NOT TIE" to outTieResult
                           move ErrorRunCode to return-code
                       end-if
                       write reportLine from tieLine
                       move "dosehist.dat records" to outTieText
                       move doseIn to outTieIn
                       move doseOut to outTieOut
                       if doseIn = doseOut
                           move "ties" to outTieResult
                       else
                           move "DOES NOT TIE" to outTieResult
                           move ErrorRunCode to return-code
                       end-if
                       write reportLine from tieLine
                       move "dosehist.dat mg total" to outTieText
                       move doseTotalIn to outTieIn
                       move doseTotalOut to outTieOut
                       if doseTotalIn = doseTotalOut
                           move "ties" to outTieResult
                       else
                           move "DOES NOT TIE" to outTieResult
                           move ErrorRunCode to return-code
                       end-if
                       write reportLine from tieLine
                       move "PATALRG records" to outTieText
                       move allergyIn to outTieIn
                       move allergyOut to outTieOut
                       if allergyIn = allergyOut
                           move "ties" to outTieResult
                       else
                           move "DOES NOT TIE" to outTieResult
                           move ErrorRunCode to return-code
                       end-if
                       write reportLine from tieLine
                       move "phorder.dat records" to outTieText
                       move orderIn to outTieIn
                       move orderOut to outTieOut
                       if orderIn = orderOut
                           move "ties" to outTieResult
                       else
                           move "DOES NOT TIE" to outTieResult
                           move ErrorRunCode to return-code
                       end-if
                       write reportLine from tieLine
                       move "phorder.dat dose total" to outTieText
                       move orderDoseIn to outTieIn
                       move orderDoseOut to outTieOut
                       if orderDoseIn = orderDoseOut
                           move "ties" to outTieResult
                       else
                           move "DOES NOT TIE" to outTieResult
                           move ErrorRunCode to return-code
                       end-if
                       write reportLine from tieLine
                       move "History records re-keyed"
                           to outCountText
                       compute outCount = historyRekeyed + doseRekeyed
                       write reportLine from countLine
                       move "Allergies re-keyed on PATALRG"
                           to outCountText
                       move allergyRekeyed to outCount
                       write reportLine from countLine
                       move "Pharmacy orders re-keyed" to outCountText
                       move orderRekeyed to outCount
                       write reportLine from countLine
                   end-if.
                   if applyPurge = 'Y'
                       write reportLine from breakLine
                       write reportLine from certifyLine1
                       write reportLine from certifyLine2
                       accept operatorId from environment "OPERATOR"
                       move operatorId to outCertOperator
                       move runDate to workDate
                       perform FormatWorkDate
                       move outQuietSince to outCertDate
                       move runHour to outCertHour
                       move runMinute to outCertMinute
                       write reportLine from certifyLine3
                       write reportLine from certifyLine4
                   end-if.

               *> --- shared paragraphs -------------------------

               OpenPurgeRegister.
                   open extend purgeRegister.
                   if purgeRegisterStatus = "05"
                       or purgeRegisterStatus = "35"
                       open output purgeRegister
                       close purgeRegister
                       open extend purgeRegister
                   end-if.

               WritePurgeRegister.
                   move runDate to prRunDate.
                   move runTime to prRunTime.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to prOperator.
                   write purgeRegisterRecord.

               *> yyyymmdd in workDate to yyyy/mm/dd in
               *> outQuietSince
               FormatWorkDate.
                   move spaces to outQuietSince.
                   if workDate is numeric and workDate > 0
                       move workDate(1:4) to outQuietSince(1:4)
                       move '/' to outQuietSince(5:1)
                       move workDate(5:2) to outQuietSince(6:2)
                       move '/' to outQuietSince(8:1)
                       move workDate(7:2) to outQuietSince(9:2)
                   end-if.

               LoadRetentionPolicy.
                   open input policyFile.
                   if policyStatus = "00"
                       perform until policyStatus = "10"
                           read policyFile
                               at end
                                   continue
                               not at end
                                   perform KeepPolicyRow
                           end-read
                       end-perform
                       close policyFile
                       move "00" to policyStatus
                   end-if.

               KeepPolicyRow.
                   if rtYears is numeric
                       evaluate rtRecordType
                           when "CUST"
                               move rtYears to custRetainYears
                           when "PAT"
                               move rtYears to patRetainYears
                           when "LOAN"
                               *> LoanArchive's row, not a purge
                               continue
                           when other
                               display "retention.tab row '"
                                   rtRecordType "' is not a kind "
                                   "of record this job purges"
                       end-evaluate
                   end-if.

               GetRetentionParameters.
                   open input retentionParamFile.
                   if retentionParamStatus = "00"
                       read retentionParamFile
                           into retentionParamRecord
                           at end
                               continue
                           not at end
                               move retentionParamRecord
                                   to reportFileName
                       end-read
                       read retentionParamFile
                           into retentionParamRecord
                           at end
                               continue
                           not at end
                               if retentionParamRecord(1:1) = 'Y'
                                   or retentionParamRecord(1:1) = 'y'
                                   move 'Y' to applyPurge
                               end-if
                       end-read
                       close retentionParamFile
                   end-if.

               copy "lock-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself. Anonymising is the one change that
               *> cannot be taken back, so this job wants the
               *> supervisor role, not just maintenance; with no
               *> operator file at all (a development machine) the
               *> check is waived, the same waiver the sign-on
               *> itself makes
               CheckOperatorRole.
                   move 'Y' to roleAllowed.
                   open input operatorFile.
                   if operatorStatus = "00"
                       move 'N' to roleAllowed
                       accept operatorId from environment "OPERATOR"
                       move 'N' to operatorEof
                       perform until operatorEof = 'Y'
                           read operatorFile into operatorRecord
                               at end
                                   move 'Y' to operatorEof
                               not at end
                                   if opId = operatorId
                                       and opActive = 'A'
                                       and opRole = 'S'
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> one before/after image per master change onto the
               *> dated journal - see copybook/image-journal.cpy
               WriteMasterJournal.
                   open extend imageJournal.
                   if imageJournalStatus = "05"
                       or imageJournalStatus = "35"
                       open output imageJournal
                       close imageJournal
                       open extend imageJournal
                   end-if.
                   move "RetentionPurge" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move journalFile to jrFileName.
                   move journalAction to jrAction.
                   move savedImage to jrBefore.
                   move spaces to jrAfter.
                   if journalAction not = 'D'
                       if journalFile = "CUSTMAST"
                           move Customer to jrAfter
                       else
                           if journalFile = "PATALRG"
                               move patientAllergyRecord to jrAfter
                           else
                               move patientMasterRecord to jrAfter
                           end-if
                       end-if
                   end-if.
                   write imageJournalRecord.
                   close imageJournal.

               *> record this run on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "RetentionPurge" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
