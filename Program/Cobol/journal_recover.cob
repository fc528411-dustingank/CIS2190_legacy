               access mode is dynamic
               record key is pmPatientId
               file status is patientMasterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select patientAllergy assign to "PATALRG"
               organization is indexed
               access mode is dynamic
               record key is paKey
               file status is allergyStatus.
           select backupFile assign to dynamic backupFileName
               organization is line sequential
               file status is backupStatus.
           fd patientMaster.
               copy "patient-record".

           fd loanHistory.
               copy "loan-history".

           fd patientAllergy.
               copy "patient-allergy".

           fd backupFile.
           01 backupRecord pic X(250).

           fd imageJournal.
               copy "image-journal".
           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 patientMasterStatus pic X(2).
           01 loanHistStatus pic X(2).
           01 allergyStatus pic X(2).
           01 backupStatus pic X(2).
           01 imageJournalStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               accept runTime from time.

               display "Master file - (1) CUSTMAST, (2) LOANMAST, "
                   "(3) PATMAST, (4) LOANHIST, (5) PATALRG: "
                   with no advancing.
               accept masterChoice.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
               copy "reprompt" replacing
                   ==FIELD== by ==masterChoice==
                   ==VALID-COND== by
                       ==masterChoice >= 1 and masterChoice <= 5==
                   ==ERROR-MSG== by
                       =="Invalid choice - enter 1 to 5: "==.
               evaluate masterChoice
                   when 1
                       move 'CUSTMAST' to masterName
                       move 'LOANMAST' to masterName
                   when 3
                       move 'PATMAST' to masterName
                   when 4
                       move 'LOANHIST' to masterName
                   when 5
                       move 'PATALRG' to masterName
               end-evaluate.

               perform FindNewestBackup.
                           open output loanMaster
                       when 3
                           open output patientMaster
                       when 4
                           open output loanHistory
                       when 5
                           open output patientAllergy
                   end-evaluate.
                   perform until backupEof = 'Y'
                       read backupFile
                           close loanMaster
                       when 3
                           close patientMaster
                       when 4
                           close loanHistory
                       when 5
                           close patientAllergy
                   end-evaluate.

               ReloadOneRecord.
                                       display "Duplicate patient "
                                           pmPatientId " skipped"
                               end-write
                           when 4
                               move backupRecord to loanHistRecord
                               write loanHistRecord
                                   invalid key
                                       display "Duplicate loan "
                                           lhLoanNum " skipped"
                               end-write
                           when 5
                               move backupRecord
                                   to patientAllergyRecord
                               write patientAllergyRecord
                                   invalid key
                                       display "Duplicate allergy "
                                           paPatientId " " paAllergen
                                           " skipped"
                               end-write
                       end-evaluate
                       add 1 to reloadCount
                   end-if.
                           open i-o loanMaster
                       when 3
                           open i-o patientMaster
                       when 4
                           open i-o loanHistory
                       when 5
                           open i-o patientAllergy
                   end-evaluate.
                   move searchDate to rollDate.
                   perform until rollDate > runDate
                           close loanMaster
                       when 3
                           close patientMaster
                       when 4
                           close loanHistory
                       when 5
                           close patientAllergy
                   end-evaluate.

               ApplyOneJournalDay.
                           perform ApplyLoanImage
                       when 3
                           perform ApplyPatImage
                       when 4
                           perform ApplyHistImage
                       when 5
                           perform ApplyAllergyImage
                   end-evaluate.
                   add 1 to reappliedCount.
                   move jrProgram to outApplyProgram.
               ApplyCustImage.
                   if jrAction = 'D'
                       move jrBefore to Customer
                       move IdNum to outApplyKey(1:6)
                       delete custFile
                           invalid key
                               continue
                       end-delete
                   else
                       move jrAfter to Customer
                       move IdNum to outApplyKey(1:6)
                       rewrite Customer
                           invalid key
                               write Customer
                       end-rewrite
                   end-if.

               ApplyHistImage.
                   if jrAction = 'D'
                       move jrBefore to loanHistRecord
                       move lhLoanNum to outApplyKey(1:5)
                       delete loanHistory
                           invalid key
                               continue
                       end-delete
                   else
                       move jrAfter to loanHistRecord
                       move lhLoanNum to outApplyKey(1:5)
                       rewrite loanHistRecord
                           invalid key
                               write loanHistRecord
                                   invalid key
                                       display "Unable to reapply "
                                           "history loan " lhLoanNum
                               end-write
                       end-rewrite
                   end-if.

               *> the listing shows the patient; the allergen is in
               *> the journal image itself
               ApplyAllergyImage.
                   if jrAction = 'D'
                       move jrBefore to patientAllergyRecord
                       move paPatientId to outApplyKey
                       delete patientAllergy
                           invalid key
                               continue
                       end-delete
                   else
                       move jrAfter to patientAllergyRecord
                       move paPatientId to outApplyKey
                       rewrite patientAllergyRecord
                           invalid key
                               write patientAllergyRecord
                                   invalid key
                                       display "Unable to reapply "
                                           "allergy " paPatientId " "
                                           paAllergen
                               end-write
                       end-rewrite
                   end-if.

               StepForwardOneDay.
                   move rollYear to leapCheckYear.
                   move monthDays(rollMonth) to monthLength.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
