           identification division.
           program-id. PharmacyVerify.

           environment division.

           input-output section.
           file-control.
           select orderFile assign to "phorder.dat"
               organization is line sequential
               file status is orderStatus.
           select patientMaster assign to "PATMAST"
               organization is indexed
               access mode is dynamic
               record key is pmPatientId
               file status is patientMasterStatus.
           select historyFile assign to "bsahist.dat"
               organization is line sequential
               file status is historyStatus.
           select drugTable assign to "drug.tab"
               organization is line sequential
               file status is drugTableStatus.
           select doseHistFile assign to "dosehist.dat"
               organization is line sequential
               file status is doseHistStatus.
           select labelFile assign to "phlabels.rpt"
               organization is line sequential
               file status is labelStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd orderFile.
               copy "pharmacy-order".

           fd patientMaster.
               copy "patient-record".

           fd historyFile.
               copy "bsa-history".

           fd drugTable.
           *> drug.tab, as BodySurfaceArea reads it
           01 drugTableRecord.
               02 dtCode      pic X(5).
               02 dtDosePerM2 pic 999V99.
               02 dtMaxDose   pic 9(4)V99.
               02 dtRenalCrCl pic 999.
               02 dtRenalAdj  pic 9V99.
               02 dtLifeCap   pic 9(6)V99.
               02 dtClass     pic X(8).

           fd doseHistFile.
               copy "dose-history".

           fd labelFile.
           01 labelLine pic X(44).

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           01 orderStatus pic X(2).
           01 patientMasterStatus pic X(2).
           01 historyStatus pic X(2).
           01 drugTableStatus pic X(2).
           01 doseHistStatus pic X(2).
           01 labelStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckPharmacistRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           77 menuChoice pic X(1).
           77 decisionChoice pic X(1).
           77 workOrderId pic 9(6).
           77 workNote pic X(30).
           77 labelDate pic 9(8).
           77 masterAvailable pic X(1) value 'N'.

           *> the order file as it stands - one entry per order
           *> still open; a verified or rejected order gives its
           *> slot up ('X') as its decision is read, and the slots
           *> given up are squeezed out when the table fills.
           *> maxOrders is a fixed, documented limit in the shop's
           *> usual style
           01 maxOrders constant as 2000.
           77 orderCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 orderIdx pic S9(5) usage is COMPUTATIONAL.
           77 orderKeepIdx pic S9(5) usage is COMPUTATIONAL.
           *> open orders the table could not hold even then - the
           *> work queue is never shown short
           77 ordersNotHeld pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 orderFound pic X(1).
           77 openCount pic S9(5) usage is COMPUTATIONAL.
           01 orderArea.
               02 orderEntry occurs maxOrders times.
                   03 oeState       pic X(1).
                   03 oeOrder       pic X(109).
           01 shownOrder.
               02 soRecordType pic X(1).
               02 soOrderId    pic 9(6).
               02 soPatientId  pic X(10).
               02 soDrugCode   pic X(5).
               02 soFormula    pic 9.
               02 soWeight     pic 999V9.
               02 soHeight     pic 999V9.
               02 soBSA        pic 999V99.
               02 soDose       pic 9(5)V99.
               02 soDoseFlag   pic X(7).
               02 soRenalAdj   pic X(1).
               02 soOverrideBy pic X(8).
               02 soOperator   pic X(8).
               02 soDate       pic 9(8).
               02 soTime       pic 9(4).
               02 soNote       pic X(30).

           01 maxDrugs constant as 20.
           77 drugCount pic S9(3) usage is COMPUTATIONAL
               value zeros.
           77 drugIdx pic S9(3) usage is COMPUTATIONAL.
           77 drugFound pic X(1).
           01 drugArea.
               02 drugEntry occurs maxDrugs times.
                   03 drugCode pic X(5).
                   03 drugRate pic 999V99.
                   03 drugMax  pic 9(4)V99.
                   03 drugRenalAdj  pic 9V99.
                   03 drugLifeCap   pic 9(6)V99.

           *> the lifetime ledger, posted here and only here - see
           *> copybook/dose-history.cpy
           01 maxDoseHist constant as 5000.
           77 doseHistCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 dhIdx pic S9(5) usage is COMPUTATIONAL.
           77 dhFound pic X(1).
           01 doseHistArea.
               02 doseHistEntry occurs maxDoseHist times.
                   03 dhcPatientId pic X(10).
                   03 dhcDrugCode pic X(5).
                   03 dhcCumDose pic 9(7)V99.

           *> the patient's latest reading off bsahist.dat - later
           *> records for the patient replace earlier ones
           77 readingFound pic X(1).
           77 readingDate pic 9(8).
           77 readingWeight pic 999V9.
           77 readingHeight pic 999V9.
           77 readingBSA pic 999V99.

           *> the recomputation, on the same arithmetic as
           *> BodySurfaceArea's ComputeBSA and ComputeDose
           01 weight pic 999V9.
           01 height pic 999V9.
           01 w2     pic 999V9.
           01 h2     pic 999V9.
           01 body_SA pic 999V99.
           01 formulaChoice pic 9.
           77 recheckDose pic 9(5)V99 usage is COMPUTATIONAL-3.
           77 recheckOk pic X(1).
           77 recheckReason pic X(40).
           77 cumulativeDose pic 9(7)V99 usage is COMPUTATIONAL-3.

           77 ordersVerified pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 ordersRejected pic 9(5) usage is COMPUTATIONAL
               value zeros.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 orderShowLine.
               02 filler pic X(1) value space.
               02 outShowOrder pic Z(5)9.
               02 filler pic X(1) value space.
               02 outShowPatient pic X(10).
               02 filler pic X(1) value space.
               02 outShowDrug pic X(5).
               02 filler pic X(1) value space.
               02 outShowDose pic ZZZZ9.99.
               02 filler pic X(4) value ' by '.
               02 outShowOperator pic X(8).
               02 filler pic X(1) value space.
               02 outShowDate pic 9999/99/99.
               02 filler pic X(1) value space.
               02 outShowState pic X(8).
           01 recheckLine.
               02 outRecheckLabel pic X(20).
               02 outOrderedValue pic ZZZZ9.99.
               02 filler pic X(4) value space.
               02 outRecheckValue pic ZZZZ9.99.
           01 recheckHeads.
               02 filler pic X(40) value
           '                     Ordered  Recomputed'.

           *> the dispensing label - one per verified order onto
           *> phlabels.rpt for the label printer
           01 labelRule.
               02 filler pic X(44) value all '-'.
           01 labelLine1.
               02 filler pic X(15) value ' PHARMACY ORDER'.
               02 filler pic X(1) value space.
               02 outLabelOrder pic 9(6).
               02 filler pic X(10) value space.
               02 outLabelDate pic 9999/99/99.
           01 labelLine2.
               02 filler pic X(10) value ' Patient  '.
               02 outLabelPatient pic X(10).
               02 filler pic X(2) value space.
               02 outLabelName pic X(20).
           01 labelLine3.
               02 filler pic X(10) value ' Drug     '.
               02 outLabelDrug pic X(5).
               02 filler pic X(9) value '   Dose  '.
               02 outLabelDose pic ZZZZ9.99.
               02 filler pic X(3) value ' mg'.
           01 labelLine4.
               02 filler pic X(10) value ' BSA      '.
               02 outLabelBSA pic ZZ9.99.
               02 filler pic X(4) value ' m2 '.
               02 filler pic X(2) value space.
               02 outLabelFlag pic X(7).
           01 labelLine5.
               02 filler pic X(13) value ' Ordered by  '.
               02 outLabelOrderedBy pic X(8).
               02 filler pic X(14) value '  Verified by '.
               02 outLabelVerifiedBy pic X(8).
           01 labelLine6.
               02 filler pic X(27) value
                   ' Allergy override signed by'.
               02 filler pic X(1) value space.
               02 outLabelOverrideBy pic X(8).

           procedure division.
               *> the pharmacist's side of the dose: every dose
               *> BodySurfaceArea computes waits on phorder.dat until
               *> a second operator with the pharmacist role checks
               *> it here against a recomputation from the patient's
               *> master record, their latest bsahist.dat reading and
               *> the current drug.tab. A verified order is added to
               *> the lifetime ledger in dosehist.dat and gets a
               *> dispensing label; a rejection needs a reason.
               *> Nobody may verify an order they placed themselves,
               *> so a pharmacist who is not signed on cannot verify
               *> anything at all
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckPharmacistRole.
               if roleAllowed = 'N'
                   display "This program needs the pharmacist "
                       "role - see the supervisor"
                   stop run
               end-if.
               if operatorId = spaces
                   display "Verification needs a signed-on operator "
                       "- sign on through the menu first"
                   stop run
               end-if.
               move "PATMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "PATMAST is in use by another program "
                       "(possibly the nightly stream) - try again "
                       "later; if nothing is really running, "
                       "remove PATMAST.lck"
                   stop run
               end-if.
               move "PharmacyVerify started" to auditInputsValue.
               perform WriteAuditTrail.
               perform OpenPatientMaster.
               perform LoadDrugTable.
               perform LoadDoseHistory.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Pharmacy Orders - (L)ist open orders, "
                       "(R)eview an order, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListOpenOrders
                       when 'R'
                       when 'r'
                           perform ReviewOrder
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, "
                               "R or Q"
                   end-evaluate
               end-perform.
               if masterAvailable = 'Y'
                   close patientMaster
               end-if.
               perform ReleaseSharedLock.
               display "Orders verified " ordersVerified
                   "  rejected " ordersRejected.
               stop run.

               *> the file is re-read every time, so orders raised
               *> since the last listing show up
               ListOpenOrders.
                   perform LoadOrders.
                   perform CheckOrdersHeld.
                   move zeros to openCount.
                   move 1 to orderIdx.
                   perform until orderIdx > orderCount
                       if oeState(orderIdx) = 'O'
                           add 1 to openCount
                           perform ShowOrder
                       end-if
                       add 1 to orderIdx
                   end-perform.
                   if openCount = 0
                       display "   (no orders awaiting verification)"
                   end-if.

               ReviewOrder.
                   perform LoadOrders.
                   perform CheckOrdersHeld.
                   display "Order number (from the list): "
                       with no advancing.
                   accept workOrderId.
                   move 'N' to orderFound.
                   if workOrderId is numeric and workOrderId > 0
                       perform FindOrderEntry
                   end-if.
                   if orderFound = 'N'
                       display "There is no open order with that "
                           "number - list them first"
                   else
                       perform ShowOrder
                       if soOperator = operatorId
                           display "You placed this order - "
                               "another pharmacist must verify "
                               "or reject it"
                       else
                           perform RecheckOrder
                           perform ShowRecheck
                           perform PromptDecision
                       end-if
                   end-if.

               ShowOrder.
                   move oeOrder(orderIdx) to shownOrder.
                   move soOrderId to outShowOrder.
                   move soPatientId to outShowPatient.
                   move soDrugCode to outShowDrug.
                   move soDose to outShowDose.
                   move soOperator to outShowOperator.
                   move soDate to outShowDate.
                   move 'OPEN' to outShowState.
                   display orderShowLine.

               *> the order recomputed from what is on file now: the
               *> patient still on PATMAST, the body surface area
               *> from their latest bsahist.dat reading on the
               *> order's formula, the dose from today's drug.tab
               *> (with the renal factor when the order carried it,
               *> then the per-dose cap), and room left under the
               *> lifetime cap - the first thing that fails names
               *> the reason the order cannot be verified
               RecheckOrder.
                   move 'Y' to recheckOk.
                   move spaces to recheckReason.
                   move zeros to body_SA.
                   move zeros to recheckDose.
                   move spaces to pmName.
                   perform FindDrug.
                   if drugFound = 'N'
                       move 'N' to recheckOk
                       move "drug is no longer on drug.tab"
                           to recheckReason
                   end-if.
                   if recheckOk = 'Y'
                       move 'N' to recheckOk
                       if masterAvailable = 'Y'
                           move soPatientId to pmPatientId
                           read patientMaster
                               invalid key
                                   continue
                               not invalid key
                                   move 'Y' to recheckOk
                           end-read
                       end-if
                       if recheckOk = 'N'
                           move "patient is not on PATMAST"
                               to recheckReason
                       end-if
                   end-if.
                   if recheckOk = 'Y'
                       perform FindLatestReading
                       if readingFound = 'N'
                           move 'N' to recheckOk
                           move "no bsahist.dat reading for patient"
                               to recheckReason
                       end-if
                   end-if.
                   if recheckOk = 'Y'
                       perform RecomputeDose
                       if body_SA not = soBSA
                           move 'N' to recheckOk
                           move "BSA differs from the latest reading"
                               to recheckReason
                       else
                           if recheckDose not = soDose
                               move 'N' to recheckOk
                               move "dose does not recompute"
                                   to recheckReason
                           end-if
                       end-if
                   end-if.
                   perform FindDoseHistory.
                   move zeros to cumulativeDose.
                   if dhFound = 'Y'
                       move dhcCumDose(dhIdx) to cumulativeDose
                   end-if.
                   if recheckOk = 'Y'
                       if drugLifeCap(drugIdx) > 0
                           and cumulativeDose + soDose
                               > drugLifeCap(drugIdx)
                           move 'N' to recheckOk
                           move "would breach the lifetime cap"
                               to recheckReason
                       end-if
                   end-if.
                   if recheckOk = 'Y' and dhFound = 'N'
                       and doseHistCount not < maxDoseHist
                       move 'N' to recheckOk
                       move "dosehist.dat table is full"
                           to recheckReason
                   end-if.

               *> a reading written before weight and height rode
               *> along on bsahist.dat has only its BSA to offer
               RecomputeDose.
                   if readingWeight > 0 and readingHeight > 0
                       move readingWeight to weight
                       move readingHeight to height
                       move soFormula to formulaChoice
                       perform ComputeBSA
                   else
                       move readingBSA to body_SA
                   end-if.
                   compute recheckDose rounded =
                       body_SA * drugRate(drugIdx).
                   if soRenalAdj = 'Y'
                       compute recheckDose rounded =
                           recheckDose * drugRenalAdj(drugIdx)
                   end-if.
                   if recheckDose > drugMax(drugIdx)
                       move drugMax(drugIdx) to recheckDose
                   end-if.

               ShowRecheck.
                   display "      patient " soPatientId " " pmName.
                   if soDoseFlag not = spaces
                       display "      dose flagged " soDoseFlag
                   end-if.
                   if soOverrideBy not = spaces
                       display "      allergy override signed by "
                           soOverrideBy
                   end-if.
                   if readingFound = 'Y'
                       display "      latest reading " readingDate
                   end-if.
                   display recheckHeads.
                   move ' BSA (m^2)' to outRecheckLabel.
                   move soBSA to outOrderedValue.
                   move body_SA to outRecheckValue.
                   display recheckLine.
                   move ' Dose' to outRecheckLabel.
                   move soDose to outOrderedValue.
                   move recheckDose to outRecheckValue.
                   display recheckLine.
                   move ' Lifetime to date' to outRecheckLabel.
                   move cumulativeDose to outOrderedValue.
                   move cumulativeDose to outRecheckValue.
                   display recheckLine.
                   if recheckOk = 'Y'
                       display "      recomputation agrees"
                   else
                       display "      CANNOT VERIFY - " recheckReason
                   end-if.

               PromptDecision.
                   display "(V)erify and dispense, (R)eject, (S)kip: "
                       with no advancing.
                   accept decisionChoice.
                   inspect decisionChoice converting "vrs" to "VRS".
                   perform until decisionChoice = 'V'
                       or decisionChoice = 'R'
                       or decisionChoice = 'S'
                       display "Enter V, R or S: " with no advancing
                       accept decisionChoice
                       inspect decisionChoice
                           converting "vrs" to "VRS"
                   end-perform.
                   if decisionChoice = 'V' and recheckOk = 'N'
                       display "Not verified - " recheckReason
                       display "Reject it or leave it open"
                       move 'S' to decisionChoice
                   end-if.
                   evaluate decisionChoice
                       when 'V'
                           perform DispenseOrder
                       when 'R'
                           display "Reason: " with no advancing
                           accept workNote
                           perform until workNote not = spaces
                               display "The reason is required: "
                                   with no advancing
                               accept workNote
                           end-perform
                           perform WriteDecision
                           add 1 to ordersRejected
                   end-evaluate.

               *> the ledger is posted first and the decision written
               *> after, so an order is never marked dispensed for a
               *> dose the ledger does not carry
               DispenseOrder.
                   if dhFound = 'N'
                       add 1 to doseHistCount
                       move doseHistCount to dhIdx
                       move soPatientId to dhcPatientId(dhIdx)
                       move soDrugCode to dhcDrugCode(dhIdx)
                       move zeros to dhcCumDose(dhIdx)
                   end-if.
                   add soDose to dhcCumDose(dhIdx).
                   perform RewriteDoseHistory.
                   move "verified and dispensed" to workNote.
                   perform WriteDecision.
                   perform PrintLabel.
                   add 1 to ordersVerified.
                   display "Verified - label printed for order "
                       soOrderId.

               *> the decision goes on the end of the file under the
               *> same order number, carrying the order's values so
               *> the file reads on its own
               WriteDecision.
                   accept runDate from date yyyymmdd.
                   accept runTime from time.
                   move shownOrder to pharmacyOrderRecord.
                   move decisionChoice to poRecordType.
                   move operatorId to poOperator.
                   move runDate to poDate.
                   move runHour to poTime(1:2).
                   move runMinute to poTime(3:2).
                   move workNote to poNote.
                   open extend orderFile.
                   if orderStatus = "05" or orderStatus = "35"
                       open output orderFile
                       close orderFile
                       open extend orderFile
                   end-if.
                   write pharmacyOrderRecord.
                   close orderFile.
                   move spaces to auditInputsValue.
                   if decisionChoice = 'V'
                       string "verified order " delimited by size
                           soOrderId delimited by size
                           " " delimited by size
                           soPatientId delimited by space
                           " " delimited by size
                           soDrugCode delimited by space
                           into auditInputsValue
                   else
                       display "Rejected - order " soOrderId
                       string "rejected order " delimited by size
                           soOrderId delimited by size
                           " " delimited by size
                           soPatientId delimited by space
                           " " delimited by size
                           soDrugCode delimited by space
                           into auditInputsValue
                   end-if.
                   perform WriteAuditTrail.

               PrintLabel.
                   open extend labelFile.
                   if labelStatus = "05" or labelStatus = "35"
                       open output labelFile
                       close labelFile
                       open extend labelFile
                   end-if.
                   move soOrderId to outLabelOrder.
                   move runDate to labelDate.
                   move labelDate to outLabelDate.
                   move soPatientId to outLabelPatient.
                   move pmName to outLabelName.
                   move soDrugCode to outLabelDrug.
                   move soDose to outLabelDose.
                   move soBSA to outLabelBSA.
                   move soDoseFlag to outLabelFlag.
                   move soOperator to outLabelOrderedBy.
                   move operatorId to outLabelVerifiedBy.
                   write labelLine from labelRule.
                   write labelLine from labelLine1.
                   write labelLine from labelLine2.
                   write labelLine from labelLine3.
                   write labelLine from labelLine4.
                   write labelLine from labelLine5.
                   if soOverrideBy not = spaces
                       move soOverrideBy to outLabelOverrideBy
                       write labelLine from labelLine6
                   end-if.
                   write labelLine from labelRule.
                   close labelFile.

               *> one entry per open order; a decision record
               *> closes its order and frees the slot
               LoadOrders.
                   move zeros to orderCount.
                   move zeros to ordersNotHeld.
                   open input orderFile.
                   if orderStatus = "00"
                       perform until orderStatus = "10"
                           read orderFile
                               at end
                                   continue
                               not at end
                                   perform StoreOrderRecord
                           end-read
                       end-perform
                       close orderFile
                   end-if.

               StoreOrderRecord.
                   if poOrderId is numeric
                       if poRecordType = 'O'
                           perform AddOrderEntry
                       else
                           move poOrderId to workOrderId
                           perform FindOrderEntry
                           if orderFound = 'Y'
                               move 'X' to oeState(orderIdx)
                           end-if
                       end-if
                   end-if.

               AddOrderEntry.
                   if orderCount >= maxOrders
                       perform CompactOrders
                   end-if.
                   if orderCount < maxOrders
                       add 1 to orderCount
                       move 'O' to oeState(orderCount)
                       move pharmacyOrderRecord
                           to oeOrder(orderCount)
                   else
                       add 1 to ordersNotHeld
                   end-if.

               *> the decided orders squeezed out, the open ones kept
               *> in the order they were raised
               CompactOrders.
                   move zeros to orderKeepIdx.
                   move 1 to orderIdx.
                   perform until orderIdx > orderCount
                       if oeState(orderIdx) not = 'X'
                           add 1 to orderKeepIdx
                           if orderKeepIdx < orderIdx
                               move orderEntry(orderIdx)
                                   to orderEntry(orderKeepIdx)
                           end-if
                       end-if
                       add 1 to orderIdx
                   end-perform.
                   move orderKeepIdx to orderCount.

               *> a queue that did not fit the table is never worked
               *> from - the orders missing from it could never be
               *> listed, verified or dispensed
               CheckOrdersHeld.
                   if ordersNotHeld > 0
                       display "phorder.dat has " ordersNotHeld
                           " open orders the table cannot hold - "
                           "nothing can be verified; see the "
                           "supervisor"
                       if masterAvailable = 'Y'
                           close patientMaster
                       end-if
                       perform ReleaseSharedLock
                       move ErrorRunCode to return-code
                       stop run
                   end-if.

               FindOrderEntry.
                   move 'N' to orderFound.
                   move 1 to orderIdx.
                   perform until orderIdx > orderCount
                       or orderFound = 'Y'
                       if oeOrder(orderIdx)(2:6) = workOrderId
                           and oeState(orderIdx) not = 'X'
                           move 'Y' to orderFound
                       else
                           add 1 to orderIdx
                       end-if
                   end-perform.

               *> the newest reading for the order's patient - read
               *> fresh for every review
               FindLatestReading.
                   move 'N' to readingFound.
                   open input historyFile.
                   if historyStatus = "00"
                       perform until historyStatus = "10"
                           read historyFile
                               at end
                                   continue
                               not at end
                                   if bhPatientId = soPatientId
                                       perform NoteReading
                                   end-if
                           end-read
                       end-perform
                       close historyFile
                   end-if.

               NoteReading.
                   move 'Y' to readingFound.
                   move bhRunDate to readingDate.
                   move bhBSA to readingBSA.
                   if bhWeight is numeric
                       move bhWeight to readingWeight
                   else
                       move zeros to readingWeight
                   end-if.
                   if bhHeight is numeric
                       move bhHeight to readingHeight
                   else
                       move zeros to readingHeight
                   end-if.

               *> BodySurfaceArea's formulas, unchanged - a
               *> recomputation on different arithmetic would prove
               *> nothing
               ComputeBSA.
                   evaluate formulaChoice
                       when 2
                           compute body_SA =
                               (weight * height / 3600) ** 0.5
                       when 3
                           compute body_SA =
                               0.024265 * (height ** 0.3964)
                                   * (weight ** 0.5378)
                       when other
                           compute w2 = (weight**0.425)
                           compute h2 = (height**0.725)
                           multiply w2 by h2 giving body_SA
                           multiply 0.007184 by body_SA
                   end-evaluate.

               FindDrug.
                   move 'N' to drugFound.
                   move 1 to drugIdx.
                   perform until drugIdx > drugCount
                       or drugFound = 'Y'
                       if drugCode(drugIdx) = soDrugCode
                           move 'Y' to drugFound
                       else
                           add 1 to drugIdx
                       end-if
                   end-perform.

               LoadDrugTable.
                   move zeros to drugCount.
                   open input drugTable.
                   if drugTableStatus = "00"
                       perform until drugTableStatus = "10"
                           read drugTable
                               at end
                                   continue
                               not at end
                                   if drugCount < maxDrugs
                                       perform StoreDrugRow
                                   end-if
                           end-read
                       end-perform
                       close drugTable
                   end-if.

               StoreDrugRow.
                   add 1 to drugCount.
                   move dtCode to drugCode(drugCount).
                   move dtDosePerM2 to drugRate(drugCount).
                   move dtMaxDose to drugMax(drugCount).
                   if dtRenalAdj is numeric
                       move dtRenalAdj to drugRenalAdj(drugCount)
                   else
                       move zeros to drugRenalAdj(drugCount)
                   end-if.
                   if dtLifeCap is numeric
                       move dtLifeCap to drugLifeCap(drugCount)
                   else
                       move zeros to drugLifeCap(drugCount)
                   end-if.

               FindDoseHistory.
                   move 'N' to dhFound.
                   move 1 to dhIdx.
                   perform until dhIdx > doseHistCount
                       or dhFound = 'Y'
                       if dhcPatientId(dhIdx) = soPatientId
                           and dhcDrugCode(dhIdx) = soDrugCode
                           move 'Y' to dhFound
                       else
                           add 1 to dhIdx
                       end-if
                   end-perform.

               LoadDoseHistory.
                   move zeros to doseHistCount.
                   open input doseHistFile.
                   if doseHistStatus = "00"
                       perform until doseHistStatus = "10"
                           read doseHistFile
                               at end
                                   continue
                               not at end
                                   if doseHistCount < maxDoseHist
                                       and dhCumDose is numeric
                                       add 1 to doseHistCount
                                       move dhPatientId to
                                         dhcPatientId(doseHistCount)
                                       move dhDrugCode to
                                         dhcDrugCode(doseHistCount)
                                       move dhCumDose to
                                         dhcCumDose(doseHistCount)
                                   end-if
                           end-read
                       end-perform
                       close doseHistFile
                   end-if.

               *> the whole ledger rewritten from the table after
               *> every dispense, so a session that ends badly
               *> loses nothing already handed over
               RewriteDoseHistory.
                   open output doseHistFile.
                   move 1 to dhIdx.
                   perform until dhIdx > doseHistCount
                       move dhcPatientId(dhIdx) to dhPatientId
                       move dhcDrugCode(dhIdx) to dhDrugCode
                       move dhcCumDose(dhIdx) to dhCumDose
                       write doseHistoryRecord
                       add 1 to dhIdx
                   end-perform.
                   close doseHistFile.

               *> PATMAST is only read here; without it on this
               *> machine nothing can be verified
               OpenPatientMaster.
                   move 'N' to masterAvailable.
                   open input patientMaster.
                   if patientMasterStatus = "00"
                       move 'Y' to masterAvailable
                   end-if.

               copy "lock-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
               *> operator.tab needs the pharmacist role; with no
               *> operator file at all (a development machine) the
               *> check is waived, the same waiver the sign-on
               *> itself makes
               CheckPharmacistRole.
                   move 'Y' to roleAllowed.
                   accept operatorId from environment "OPERATOR".
                   open input operatorFile.
                   if operatorStatus = "00"
                       move 'N' to roleAllowed
                       move 'N' to operatorEof
                       perform until operatorEof = 'Y'
                           read operatorFile into operatorRecord
                               at end
                                   move 'Y' to operatorEof
                               not at end
                                   if opId = operatorId
                                       and opActive = 'A'
                                       and opRole = 'R'
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> record each decision on the shared audit trail -
               *> see copybook/audit-trail.cpy and the matching
               *> paragraph in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "PharmacyVerify" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
