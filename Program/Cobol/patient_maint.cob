               access mode is dynamic
               record key is pmPatientId
               file status is patientMasterStatus.
           select patientAllergy assign to "PATALRG"
               organization is indexed
               access mode is dynamic
               record key is paKey
               file status is allergyStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
           fd patientMaster.
               copy "patient-record".

           fd patientAllergy.
               copy "patient-allergy".

           fd lockFile.
           01 lockRecord pic X(30).


           working-storage section.
           01 patientMasterStatus pic X(2).
           01 allergyStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           01 imageJournalName pic X(40).
           77 savedPatImage pic X(200).
           77 journalAction pic X(1).
           77 journalFile pic X(8).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               02 wbMonth pic 99.
               02 wbDay   pic 99.
           77 workSex pic X(1).
           *> the allergy entry - see copybook/patient-allergy.cpy
           77 workAllergen pic X(8).
           77 workSeverity pic X(1).
           01 workRecorded pic 9(8).
           01 workRecordedParts redefines workRecorded.
               02 wrYear  pic 9(4).
               02 wrMonth pic 99.
               02 wrDay   pic 99.
           77 workReaction pic X(20).
           77 allergyEof pic X(1).
           77 allergyListed pic S9(3) usage is COMPUTATIONAL.

           01 runDate.
               02 runYear  pic 9(4).
                   stop run
               end-if.
               perform OpenPatientMaster.
               perform OpenAllergyFile.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Patient Master - (A)dd, (D)elete, "
                       "(I)nquiry, a(L)lergy, (R)emove allergy, "
                       "(Q)uit: " with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'A'
                       when 'I'
                       when 'i'
                           perform InquirePatient
                       when 'L'
                       when 'l'
                           perform RecordAllergy
                       when 'R'
                       when 'r'
                           perform RemoveAllergy
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose A, "
                               "D, I, L, R or Q"
                   end-evaluate
               end-perform.
               close patientMaster.
               close patientAllergy.
               perform ReleaseSharedLock.
               stop run.

                       open i-o patientMaster
                   end-if.

               *> PATALRG rides under the same PATMAST.lck as the
               *> master it hangs off - see copybook/patient-allergy.cpy
               OpenAllergyFile.
                   open i-o patientAllergy.
                   if allergyStatus = "35"
                       open output patientAllergy
                       close patientAllergy
                       open i-o patientAllergy
                   end-if.

               AddPatient.
                   display "Patient id: " with no advancing.
                   accept workPatientId.
                           display "Patient added"
                           move spaces to savedPatImage
                           move 'A' to journalAction
                           move "PATMAST" to journalFile
                           perform WriteMasterJournal
                           string "added " delimited by size
                               workPatientId delimited by size
                       not invalid key
                           display "Patient deleted"
                           move 'D' to journalAction
                           move "PATMAST" to journalFile
                           perform WriteMasterJournal
                           string "deleted " delimited by size
                               workPatientId delimited by size
                       not invalid key
                           display "Patient " pmPatientId " "
                               pmName " born " pmBirthDate
                           perform ListPatientAllergies
                   end-read.

               *> every allergy on PATALRG for the patient, walked
               *> from a START on the patient id
               ListPatientAllergies.
                   move zeros to allergyListed.
                   move pmPatientId to paPatientId.
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
                               if paPatientId not = pmPatientId
                                   move 'Y' to allergyEof
                               else
                                   add 1 to allergyListed
                                   display "  Allergy " paAllergen
                                       " severity " paSeverity
                                       " recorded " paRecorded
                                       " " paReaction
                               end-if
                       end-read
                   end-perform.
                   if allergyListed = 0
                       display "  No allergies recorded"
                   end-if.

               *> an allergy can only be recorded against a patient
               *> already on PATMAST
               RecordAllergy.
                   display "Patient id: " with no advancing.
                   accept workPatientId.
                   move workPatientId to pmPatientId.
                   read patientMaster
                       invalid key
                           display "Patient " workPatientId
                               " is not on file"
                       not invalid key
                           perform RecordFoundAllergy
                   end-read.

               RecordFoundAllergy.
                   display "Allergen (drug code or drug class): "
                       with no advancing.
                   accept workAllergen.
                   copy "reprompt" replacing
                       ==FIELD== by ==workAllergen==
                       ==VALID-COND== by ==workAllergen not = spaces==
                       ==ERROR-MSG== by
                           =="Allergen cannot be blank: "==.
                   display "Severity (M)ild, m(O)derate, (S)evere: "
                       with no advancing.
                   accept workSeverity.
                   copy "reprompt" replacing
                       ==FIELD== by ==workSeverity==
                       ==VALID-COND== by
                           ==workSeverity = 'M' or workSeverity = 'O'
                               or workSeverity = 'S'
                               or workSeverity = 'm'
                               or workSeverity = 'o'
                               or workSeverity = 's'==
                       ==ERROR-MSG== by
                           =="Invalid entry - M, O or S: "==.
                   inspect workSeverity converting 'mos' to 'MOS'.
                   display "Date recorded (yyyymmdd, 0 for today): "
                       with no advancing.
                   accept workRecorded.
                   copy "reprompt" replacing
                       ==FIELD== by ==workRecorded==
                       ==VALID-COND== by
                           ==workRecorded is numeric
                               and (workRecorded = 0
                               or (wrMonth >= 1 and wrMonth <= 12
                               and wrDay >= 1 and wrDay <= 31))==
                       ==ERROR-MSG== by
                           =="Invalid date - enter yyyymmdd: "==.
                   if workRecorded = 0
                       move runDate to workRecorded
                   end-if.
                   display "Reaction: " with no advancing.
                   accept workReaction.
                   move workPatientId to paPatientId.
                   move workAllergen to paAllergen.
                   move workSeverity to paSeverity.
                   move workRecorded to paRecorded.
                   move workReaction to paReaction.
                   write patientAllergyRecord
                       invalid key
                           display "Allergy " workAllergen
                               " is already on file for "
                               workPatientId " - remove it first "
                               "to change it"
                       not invalid key
                           display "Allergy recorded"
                           move spaces to savedPatImage
                           move 'A' to journalAction
                           move "PATALRG" to journalFile
                           perform WriteMasterJournal
                           move spaces to auditInputsValue
                           string "allergy " delimited by size
                               workPatientId delimited by space
                               " " delimited by size
                               workAllergen delimited by space
                               " " delimited by size
                               workSeverity delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-write.

               RemoveAllergy.
                   display "Patient id: " with no advancing.
                   accept workPatientId.
                   display "Allergen to remove: " with no advancing.
                   accept workAllergen.
                   move workPatientId to paPatientId.
                   move workAllergen to paAllergen.
                   read patientAllergy
                       invalid key
                           display "Allergy " workAllergen
                               " is not on file for " workPatientId
                       not invalid key
                           move spaces to savedPatImage
                           move patientAllergyRecord
                               to savedPatImage
                           perform RemoveFoundAllergy
                   end-read.

               RemoveFoundAllergy.
                   delete patientAllergy
                       invalid key
                           display "Allergy " workAllergen
                               " is not on file for " workPatientId
                       not invalid key
                           display "Allergy removed"
                           move 'D' to journalAction
                           move "PATALRG" to journalFile
                           perform WriteMasterJournal
                           move spaces to auditInputsValue
                           string "allergy removed " delimited by size
                               workPatientId delimited by space
                               " " delimited by size
                               workAllergen delimited by space
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-delete.

               copy "lock-io".

               *> the menu hides what the role may not touch, but a
                   move "PatientMaint" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move journalFile to jrFileName.
                   move journalAction to jrAction.
                   move savedPatImage to jrBefore.
                   move spaces to jrAfter.
                   if journalAction not = 'D'
                       if journalFile = "PATALRG"
                           move patientAllergyRecord to jrAfter
                       else
                           move patientMasterRecord to jrAfter
                       end-if
                   end-if.
                   write imageJournalRecord.
                   close imageJournal.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
