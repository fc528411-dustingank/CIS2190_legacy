           select patientReport assign to dynamic patientReportFileName
               organization is line sequential.
           select exceptionsFile assign to dynamic exceptionsFileName
               organization is line sequential
               file status is exceptionsStatus.
           select statExtractFile assign to dynamic statExtractFileName
               organization is line sequential.
           select patientParamFile assign to "bsabatch.par"
               access mode is dynamic
               record key is pmPatientId
               file status is patientMasterStatus.
           select patientAllergy assign to "PATALRG"
               organization is indexed
               access mode is dynamic
               record key is paKey
               file status is allergyStatus.
           select growthTable assign to "growthpct.tab"
               organization is line sequential
               file status is growthTableStatus.
           select drugTable assign to "drug.tab"
               organization is line sequential
               file status is drugTableStatus.
           select pharmacyOrderFile assign to "phorder.dat"
               organization is line sequential
               file status is orderStatus.
           select historyFile assign to "bsahist.dat"
               organization is line sequential
               file status is historyStatus.
           data division.
           file section.
           fd patientFile.
           01 patientFileRecord pic X(33).

           fd patientReport.
           01 reportLine pic X(80).
           fd patientMaster.
               copy "patient-record".

           fd patientAllergy.
               copy "patient-allergy".

           fd growthTable.
           *> one reference row per sex, age in years, and measure
           *> ('H' height in cm, 'W' weight in kg): the 5th, 25th,
           *> or blank for drugs the kidneys don't gate) and the
           *> adjustment factor applied when the patient's
           *> clearance falls below it; rows written before the
           *> columns existed read blank and mean no adjustment.
           *> The drug class is the cross-reference the allergy
           *> check matches PATALRG against - blank for a drug in
           *> no class
           01 drugTableRecord.
               02 dtCode      pic X(5).
               02 dtDosePerM2 pic 999V99.
               02 dtRenalCrCl pic 999.
               02 dtRenalAdj  pic 9V99.
               02 dtLifeCap   pic 9(6)V99.
               02 dtClass     pic X(8).

           fd pharmacyOrderFile.
               copy "pharmacy-order".

           fd historyFile.
               copy "bsa-history".
           *> copybook/return-codes.cpy
           copy "return-codes".

           *> one batch input record; the interactive dose path
           *> fills the same fields from its prompts so both paths
           *> run the same checks
           01 patientBatchRecord.
               02 pbPatientId pic X(10).
               02 pbWeight    pic 999V9.
               02 pbHeight    pic 999V9.
               02 pbFormula   pic 9.
               *> the drug to dose from this reading - the BSA-times-
               *> table-rate multiplication used to happen on paper
               *> after the report printed; blank means no dosing
               02 pbDrugCode  pic X(5).
               *> 'Y' when a clinician has signed off dosing against
               *> a recorded allergy, with the clinician's id - an
               *> override without an id is refused like no override
               02 pbAllergyOverride pic X(1).
               02 pbOverrideBy pic X(8).

           01 weight pic 999V9.
           01 height pic 999v9.
           01 w2     pic 999V9.
           01 patientStatus pic X(2).
           01 formulaLabel  pic X(9).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           77 operatorId pic X(8) value spaces.
           01 runTime.
                   03 drugRenalCrCl pic 999.
                   03 drugRenalAdj  pic 9V99.
                   03 drugLifeCap   pic 9(6)V99.
                   03 drugClass     pic X(8).

           *> the allergy gate: PATALRG is optional equipment like
           *> PATMAST - without it on this machine the gate is open.
           *> A match on the drug code or the drug's class refuses
           *> the dose to the exceptions file unless a clinician
           *> has overridden it; overridden doses print flagged and
           *> are listed again in their own section at the foot of
           *> the report, and each goes on the audit trail
           01 allergyStatus pic X(2).
           77 allergyAvailable pic X(1) value 'N'.
           77 allergyOk pic X(1).
           77 allergyMatched pic X(1).
           77 allergyOverridden pic X(1).
           77 allergyEof pic X(1).
           77 doseClass pic X(8).
           77 matchAllergen pic X(8).
           77 matchSeverity pic X(1).
           77 matchKind pic X(5).
           01 maxOverrides constant as 200.
           77 overrideCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 overrideIdx pic S9(4) usage is COMPUTATIONAL.
           77 overridesLost pic S9(5) usage is COMPUTATIONAL
               value zeros.
           01 overrideArea.
               02 overrideEntry occurs maxOverrides times.
                   03 ovPatientId pic X(10).
                   03 ovDrugCode pic X(5).
                   03 ovAllergen pic X(8).
                   03 ovKind pic X(5).
                   03 ovSeverity pic X(1).
                   03 ovDose pic 9(5)V99.
                   03 ovClinician pic X(8).
           01 overrideHeading.
               02 filler pic X(60) value
           ' Allergy Overrides - doses given against an allergy'.
           01 overrideColumns.
               02 filler pic X(40) value
           ' Patient Id  Drug   Allergen  Match  Sev'.
               02 filler pic X(30) value
           '      Dose  Clinician'.
           01 overrideDetail.
               02 filler pic X(1) value space.
               02 outOvPatientId pic X(10).
               02 filler pic X(2) value space.
               02 outOvDrugCode pic X(5).
               02 filler pic X(2) value space.
               02 outOvAllergen pic X(8).
               02 filler pic X(2) value space.
               02 outOvKind pic X(5).
               02 filler pic X(2) value space.
               02 outOvSeverity pic X(1).
               02 filler pic X(3) value space.
               02 outOvDose pic ZZZZ9.99.
               02 filler pic X(2) value space.
               02 outOvClinician pic X(8).
           01 noOverridesLine.
               02 filler pic X(30) value '  (no allergy overrides)'.
           01 overridesLostLine.
               02 filler pic X(30) value
                   '  further overrides not listed'.
               02 filler pic X(2) value ': '.
               02 outOvLost pic ZZZZ9.

           *> the renal pieces: the latest serum creatinine per
           *> patient off the lab feed, how old a draw may be
               02 filler pic X(27).

           *> cumulative lifetime dose per patient and drug, loaded
           *> from dosehist.dat before the batch - PharmacyVerify
           *> adds each dose to it once it is verified and
           *> dispensed; a computed dose that would breach the
           *> drug's lifetime cap is a hard stop to the exceptions
           *> file, and passing the warning percentage of the cap
           *> (tunable from bsabatch.par) flags the report line
           01 doseHistStatus pic X(2).
           01 maxDoseHist constant as 5000.
           77 doseHistCount pic S9(5) usage is COMPUTATIONAL
           77 heightMinBound pic 999V9 value 30.0.
           77 heightMaxBound pic 999V9 value 250.0.
           77 recordOk pic X(1).
           01 exceptionsStatus pic X(2).

           *> every computed dose becomes a numbered pharmacy order
           *> on phorder.dat for PharmacyVerify - see
           *> copybook/pharmacy-order.cpy
           01 orderStatus pic X(2).
           77 orderHighId pic 9(6) value zeros.
           77 ordersRaised pic S9(5) usage is COMPUTATIONAL
               value zeros.
           01 ordersLine.
               02 filler pic X(26) value
                   ' Pharmacy orders raised:  '.
               02 outOrdersRaised pic ZZZZ9.
               02 filler pic X(12) value '   numbers  '.
               02 outFirstOrder pic 9(6).
               02 filler pic X(4) value ' to '.
               02 outLastOrder pic 9(6).
           77 exceptionCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           01 exceptionDetail.
                   perform BatchBSA
                   *> how the batch went, for the batch driver - see
                   *> copybook/return-codes.cpy
                   if exceptionCount > 0 or overrideCount > 0
                       move WarningRunCode to return-code
                   end-if
               else
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               InteractiveBSA.
                   display "Body Surface Area Calculator".
                   display "Body surface area = "body_SAo
                       "(body_SAo) m^2".
                   display "Body mass index   = "bmio.
                   perform InteractiveDose.

               *> the interactive dose: the reading just taken, a
               *> patient id and a drug, run through the same gates
               *> as the batch - a refusal is shown and written to
               *> the exceptions file, and an allergy can be
               *> overridden here only by a clinician giving their id
               InteractiveDose.
                   display " Drug code to dose (blank for none)?  ".
                   accept pbDrugCode.
                   if pbDrugCode not = spaces
                       perform InteractiveDoseDrug
                   end-if.

               InteractiveDoseDrug.
                   display " Patient id?  ".
                   accept pbPatientId.
                   copy "reprompt"
                       replacing ==FIELD== by ==pbPatientId==
                       ==VALID-COND== by ==pbPatientId not = spaces==
                       ==ERROR-MSG== by
                           =="Patient id cannot be blank: "==.
                   move weight to pbWeight.
                   move height to pbHeight.
                   move formulaChoice to pbFormula.
                   move 'N' to pbAllergyOverride.
                   move spaces to pbOverrideBy.
                   perform OpenPatientMaster.
                   perform OpenAllergyFile.
                   perform LoadDrugTable.
                   perform LoadLabResults.
                   perform LoadDoseHistory.
                   perform ValidatePatientId.
                   if patientOnFile = 'N'
                       move 'patient id not on master'
                           to outExcReason
                       perform RefuseInteractiveDose
                   else
                       perform CheckAllergyRequirement
                       if allergyOk = 'N' and allergyMatched = 'Y'
                           perform AskAllergyOverride
                       end-if
                       if allergyOk = 'N'
                           perform RefuseInteractiveDose
                       else
                           perform InteractiveDoseChecked
                       end-if
                   end-if.
                   if masterAvailable = 'Y'
                       close patientMaster
                   end-if.
                   if allergyAvailable = 'Y'
                       close patientAllergy
                   end-if.

               InteractiveDoseChecked.
                   perform CheckRenalRequirement.
                   if renalOk = 'N'
                       perform RefuseInteractiveDose
                   else
                       perform ComputeDose
                       if doseBlocked = 'Y'
                           perform RefuseInteractiveDose
                       else
                           if allergyOverridden = 'Y'
                               move 'ALLERGY' to outCapFlag
                           end-if
                           display "Dose of " pbDrugCode " = "
                               outDose " " outCapFlag
                           if allergyOverridden = 'Y'
                               perform NoteAllergyOverride
                           end-if
                           if doseAmount > 0
                               perform InteractiveDoseOrder
                           end-if
                       end-if
                   end-if.

               *> the order goes to the pharmacy, and the reading it
               *> was computed from onto bsahist.dat so the
               *> pharmacist's recomputation has it to work from
               InteractiveDoseOrder.
                   perform LoadOrderHighId.
                   perform OpenOrderFile.
                   perform WriteDoseOrder.
                   close pharmacyOrderFile.
                   perform OpenHistoryFile.
                   perform AppendHistory.
                   close historyFile.
                   display "Pharmacy order " orderHighId
                       " raised for verification".

               *> the allergy is shown to the clinician, who may
               *> take responsibility for the dose by giving their id
               AskAllergyOverride.
                   display "Patient " pbPatientId " has a recorded "
                       "allergy: " outExcReason.
                   display " Clinician id to override (blank to "
                       "refuse the dose)?  ".
                   accept pbOverrideBy.
                   if pbOverrideBy not = spaces
                       move 'Y' to pbAllergyOverride
                       perform CheckAllergyRequirement
                   end-if.

               RefuseInteractiveDose.
                   display "Dose refused - " outExcReason.
                   open extend exceptionsFile.
                   if exceptionsStatus = "05"
                       or exceptionsStatus = "35"
                       open output exceptionsFile
                       close exceptionsFile
                       open extend exceptionsFile
                   end-if.
                   perform WriteExceptionRecord.
                   close exceptionsFile.

               BatchBSA.
                   perform OpenPatientMaster.
                   perform OpenAllergyFile.
                   perform LoadOrderHighId.
                   perform OpenOrderFile.
                   perform LoadDrugTable.
                   perform LoadLabResults.
                   perform LoadDoseHistory.
                       end-read
                   end-perform.
                   close patientFile.
                   perform WriteOrdersLine.
                   perform WriteOverrideSection.
                   close patientReport.
                   close pharmacyOrderFile.
                   close exceptionsFile.
                   if extractWanted = 'Y'
                       close statExtractFile
                   end-if.
                   close historyFile.
                   if masterAvailable = 'Y'
                       close patientMaster
                   end-if.
                   if allergyAvailable = 'Y'
                       close patientAllergy
                   end-if.

               ProcessOnePatient.
                   perform EditPatientRecord.
                           to outExcReason
                       perform WriteExceptionRecord
                   else
                       perform CheckAllergyRequirement
                       if allergyOk = 'N'
                           perform WriteExceptionRecord
                       else
                           perform CheckRenalRequirement
                           if renalOk = 'N'
                               perform WriteExceptionRecord
                           else
                               perform ScoreValidPatient
                           end-if
                       end-if
                   end-if.

                       move body_SA to outBSA
                       move bmi to outBMI
                       perform ComputeDose
                       if doseBlocked = 'N' and allergyOverridden = 'Y'
                           move 'ALLERGY' to outCapFlag
                       end-if
                       if doseBlocked = 'Y'
                           perform WriteExceptionRecord
                       else
                           write reportLine from reportDetail
                           if allergyOverridden = 'Y'
                               perform NoteAllergyOverride
                           end-if
                           perform WritePediatricGrowth
                           perform FlagReadingChange
                           perform AppendHistory
                           if pbDrugCode not = spaces
                               and doseAmount > 0
                               perform WriteDoseOrder
                           end-if
                           if extractWanted = 'Y'
                               perform WriteStatExtract
                           end-if
                       end-if
                   end-if.

               *> the allergy gate: every allergy PATALRG holds for
               *> the patient is walked from a START on the patient
               *> id, and a match on the drug code or on the drug's
               *> class off drug.tab refuses the dose - the most
               *> severe match names the reason. A signed clinician
               *> override lets the dose through, marked
               CheckAllergyRequirement.
                   move 'Y' to allergyOk.
                   move 'N' to allergyMatched.
                   move 'N' to allergyOverridden.
                   if pbDrugCode not = spaces
                       and allergyAvailable = 'Y'
                       perform FindDrugClass
                       perform FindPatientAllergy
                   end-if.
                   if allergyMatched = 'Y'
                       move spaces to outExcReason
                       if (pbAllergyOverride = 'Y'
                           or pbAllergyOverride = 'y')
                           and pbOverrideBy not = spaces
                           move 'Y' to allergyOverridden
                       else
                           move 'N' to allergyOk
                           if pbAllergyOverride = 'Y'
                               or pbAllergyOverride = 'y'
                               string 'override unsigned: '
                                   delimited by size
                                   matchAllergen delimited by space
                                   into outExcReason
                           else
                               string matchKind delimited by space
                                   ' allergy ' delimited by size
                                   matchAllergen delimited by space
                                   ' (' delimited by size
                                   matchSeverity delimited by size
                                   ')' delimited by size
                                   into outExcReason
                           end-if
                       end-if
                   end-if.

               FindDrugClass.
                   move spaces to doseClass.
                   move 'N' to drugFound.
                   move 1 to drugIdx.
                   perform until drugIdx > drugCount
                       or drugFound = 'Y'
                       if drugCode(drugIdx) = pbDrugCode
                           move 'Y' to drugFound
                           move drugClass(drugIdx) to doseClass
                       else
                           add 1 to drugIdx
                       end-if
                   end-perform.

               FindPatientAllergy.
                   move pbPatientId to paPatientId.
                   move low-values to paAllergen.
                   move 'N' to allergyEof.
                   start patientAllergy key is not less than paKey
                       invalid key
                           move 'Y' to allergyEof
                   end-start.
                   perform until allergyEof = 'Y'
                       read patientAllergy next record
                           at end
                               move 'Y' to allergyEof
                           not at end
                               if paPatientId not = pbPatientId
                                   move 'Y' to allergyEof
                               else
                                   perform MatchOneAllergy
                               end-if
                       end-read
                   end-perform.

               MatchOneAllergy.
                   if paAllergen = pbDrugCode
                       or (doseClass not = spaces
                           and paAllergen = doseClass)
                       evaluate true
                           when allergyMatched = 'N'
                           when paSeverity = 'S'
                               and matchSeverity not = 'S'
                           when paSeverity = 'O'
                               and matchSeverity = 'M'
                               move 'Y' to allergyMatched
                               move paAllergen to matchAllergen
                               move paSeverity to matchSeverity
                               if paAllergen = pbDrugCode
                                   move 'drug' to matchKind
                               else
                                   move 'class' to matchKind
                               end-if
                           when other
                               continue
                       end-evaluate
                   end-if.

               *> each overridden dose is kept for the report's
               *> override section and goes on the audit trail with
               *> the clinician who signed for it
               NoteAllergyOverride.
                   if overrideCount < maxOverrides
                       add 1 to overrideCount
                       move pbPatientId to ovPatientId(overrideCount)
                       move pbDrugCode to ovDrugCode(overrideCount)
                       move matchAllergen to ovAllergen(overrideCount)
                       move matchKind to ovKind(overrideCount)
                       move matchSeverity
                           to ovSeverity(overrideCount)
                       move doseAmount to ovDose(overrideCount)
                       move pbOverrideBy
                           to ovClinician(overrideCount)
                   else
                       add 1 to overridesLost
                   end-if.
                   move spaces to auditInputsValue.
                   string "allergy override " delimited by size
                       pbPatientId delimited by space
                       " " delimited by size
                       pbDrugCode delimited by space
                       " by " delimited by size
                       pbOverrideBy delimited by space
                       into auditInputsValue.
                   perform WriteAuditTrail.

               WriteOverrideSection.
                   move spaces to reportLine.
                   write reportLine.
                   write reportLine from overrideHeading.
                   if overrideCount = 0
                       write reportLine from noOverridesLine
                   else
                       write reportLine from overrideColumns
                       move 1 to overrideIdx
                       perform until overrideIdx > overrideCount
                           move ovPatientId(overrideIdx)
                               to outOvPatientId
                           move ovDrugCode(overrideIdx)
                               to outOvDrugCode
                           move ovAllergen(overrideIdx)
                               to outOvAllergen
                           move ovKind(overrideIdx) to outOvKind
                           move ovSeverity(overrideIdx)
                               to outOvSeverity
                           move ovDose(overrideIdx) to outOvDose
                           move ovClinician(overrideIdx)
                               to outOvClinician
                           write reportLine from overrideDetail
                           add 1 to overrideIdx
                       end-perform
                   end-if.
                   if overridesLost > 0
                       move overridesLost to outOvLost
                       write reportLine from overridesLostLine
                   end-if.

               *> the lifetime ledger: a dose that would push the
               *> patient past the drug's lifetime cap is a hard
               *> stop - exception record, nothing printed, no
               *> pharmacy order raised; a dose that merely passes
               *> the warning band is printed loudly flagged
               CheckLifetimeCap.
                   if drugLifeCap(drugIdx) > 0
                       end-if
                   end-perform.

               *> the computed dose as a pharmacy order - nothing
               *> reaches the lifetime ledger until a pharmacist has
               *> verified and dispensed it
               WriteDoseOrder.
                   add 1 to orderHighId.
                   move spaces to pharmacyOrderRecord.
                   move 'O' to poRecordType.
                   move orderHighId to poOrderId.
                   move pbPatientId to poPatientId.
                   move pbDrugCode to poDrugCode.
                   move pbFormula to poFormula.
                   move pbWeight to poWeight.
                   move pbHeight to poHeight.
                   move body_SA to poBSA.
                   move doseAmount to poDose.
                   move outCapFlag to poDoseFlag.
                   move crclBelow to poRenalAdj.
                   if allergyOverridden = 'Y'
                       move pbOverrideBy to poOverrideBy
                   end-if.
                   move operatorId to poOperator.
                   move runDate to poDate.
                   move runHour to poTime(1:2).
                   move runMinute to poTime(3:2).
                   write pharmacyOrderRecord.
                   add 1 to ordersRaised.
                   if ordersRaised = 1
                       move orderHighId to outFirstOrder
                   end-if.
                   move orderHighId to outLastOrder.

               *> the next order number follows the highest already
               *> on the file, order or decision alike
               LoadOrderHighId.
                   move zeros to orderHighId.
                   open input pharmacyOrderFile.
                   if orderStatus = "00"
                       perform until orderStatus = "10"
                           read pharmacyOrderFile
                               at end
                                   continue
                               not at end
                                   if poOrderId is numeric
                                       and poOrderId > orderHighId
                                       move poOrderId to orderHighId
                                   end-if
                           end-read
                       end-perform
                       close pharmacyOrderFile
                   end-if.

               OpenOrderFile.
                   open extend pharmacyOrderFile.
                   if orderStatus = "05" or orderStatus = "35"
                       open output pharmacyOrderFile
                       close pharmacyOrderFile
                       open extend pharmacyOrderFile
                   end-if.

               WriteOrdersLine.
                   move spaces to reportLine.
                   write reportLine.
                   move ordersRaised to outOrdersRaised.
                   if ordersRaised = 0
                       move zeros to outFirstOrder
                       move zeros to outLastOrder
                   end-if.
                   write reportLine from ordersLine.

               LoadDoseHistory.
                   open input doseHistFile.
                   if doseHistStatus = "00"
                       close doseHistFile
                   end-if.

               LoadDrugTable.
                   move zeros to drugCount.
                   open input drugTable.
                                           move zeros to
                                             drugLifeCap(drugCount)
                                       end-if
                                       move dtClass
                                           to drugClass(drugCount)
                                   end-if
                           end-read
                       end-perform
                       move 'Y' to masterAvailable
                   end-if.

               *> PATALRG likewise - no allergy file on this machine
               *> leaves the allergy gate open
               OpenAllergyFile.
                   move 'N' to allergyAvailable.
                   open input patientAllergy.
                   if allergyStatus = "00"
                       move 'Y' to allergyAvailable
                   end-if.

               ValidatePatientId.
                   move 'Y' to patientOnFile.
                   if masterAvailable = 'Y'
                       end-read
                       close patientParamFile
                   end-if.

               copy "audit-chain-io".
