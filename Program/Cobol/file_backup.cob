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

           fd auditFile.
               copy "audit-trail".
           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 patientMasterStatus pic X(2).
           01 loanHistStatus pic X(2).
           01 allergyStatus pic X(2).
           01 backupStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
               move runDate to runDateText.

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

               display "(U)nload, (R)eload, or re(B)uild from the "
                               perform UnloadLoans
                           when 3
                               perform UnloadPatients
                           when 4
                               perform UnloadLoanHistory
                           when 5
                               perform UnloadAllergies
                       end-evaluate
                       move recordCount to btCount
                       move hashTotal to btHash
                           if patientMasterStatus = "00"
                               move 'Y' to unloadOpenOk
                           end-if
                       when 4
                           open input loanHistory
                           if loanHistStatus = "00"
                               move 'Y' to unloadOpenOk
                           end-if
                       when 5
                           open input patientAllergy
                           if allergyStatus = "00"
                               move 'Y' to unloadOpenOk
                           end-if
                   end-evaluate.

               UnloadCustomers.
                   end-perform.
                   close patientMaster.

               UnloadLoanHistory.
                   move 'N' to masterEof.
                   move zeros to lhLoanNum.
                   start loanHistory key >= lhLoanNum
                       invalid key
                           move 'Y' to masterEof
                   end-start.
                   perform until masterEof = 'Y'
                       read loanHistory next record
                           at end
                               move 'Y' to masterEof
                           not at end
                               move spaces to backupRecord
                               move loanHistRecord to backupRecord
                               write backupRecord
                               add 1 to recordCount
                               add lhLoanNum to hashTotal
                       end-read
                   end-perform.
                   close loanHistory.

               *> keyed on the patient id and allergen, so like
               *> PATMAST it verifies on the record count alone
               UnloadAllergies.
                   move 'N' to masterEof.
                   move low-values to paKey.
                   start patientAllergy key >= paKey
                       invalid key
                           move 'Y' to masterEof
                   end-start.
                   perform until masterEof = 'Y'
                       read patientAllergy next record
                           at end
                               move 'Y' to masterEof
                           not at end
                               move spaces to backupRecord
                               move patientAllergyRecord
                                   to backupRecord
                               write backupRecord
                               add 1 to recordCount
                       end-read
                   end-perform.
                   close patientAllergy.

               *> reload a master wholesale from a flat backup, then
               *> prove the reload against the trailer before calling
               *> it a success
                               open output loanMaster
                           when 3
                               open output patientMaster
                           when 4
                               open output loanHistory
                           when 5
                               open output patientAllergy
                       end-evaluate
                       perform until backupEof = 'Y'
                           read backupFile
                               close loanMaster
                           when 3
                               close patientMaster
                           when 4
                               close loanHistory
                           when 5
                               close patientAllergy
                       end-evaluate
                       close backupFile
                       perform VerifyReload
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
                               add lhLoanNum to hashTotal
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
                       add 1 to recordCount
                   end-if.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
