           identification division.
           program-id. CollateralMaint.

           environment division.

           input-output section.
           file-control.
           select collateralFile assign to "COLLAT"
               organization is indexed
               access mode is dynamic
               record key is clLoanNum
               file status is collateralStatus.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd collateralFile.
               copy "collateral".

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 collateralStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           77 menuChoice pic X(1).
           77 workLoanNum pic 9(5).
           77 workType pic X(1).
           77 workIdentifier pic X(20).
           77 workValue pic 9(9)V99.
           77 workLienPosition pic 9(1).
           01 workAppraisalDate.
               02 wadYear  pic 9(4).
               02 wadMonth pic 99.
               02 wadDay   pic 99.
           77 dateValid pic X(1).
           01 outValue pic ZZZ,ZZZ,ZZ9.99.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           procedure division.
               *> the collateral register's writer - prompted add/
               *> change/delete/inquiry against COLLAT by loan number,
               *> the same shape as CustomerMaint, so what secures a
               *> loan is on file before LoanEdit will pass it and
               *> before LoanToValueReport can measure it
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckOperatorRole.
               if roleAllowed = 'N'
                   display "This program needs the maintenance "
                       "role - see the supervisor"
                   stop run
               end-if.
               perform OpenCollateralFile.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Collateral Register - (A)dd, (C)hange, "
                       "(D)elete, (I)nquiry, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'A'
                       when 'a'
                           perform AddCollateral
                       when 'C'
                       when 'c'
                           perform ChangeCollateral
                       when 'D'
                       when 'd'
                           perform DeleteCollateral
                       when 'I'
                       when 'i'
                           perform InquireCollateral
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose A, "
                               "C, D, I or Q"
                   end-evaluate
               end-perform.
               close collateralFile.
               stop run.

               OpenCollateralFile.
                   open i-o collateralFile.
                   if collateralStatus = "35"
                       open output collateralFile
                       close collateralFile
                       open i-o collateralFile
                   end-if.

               AddCollateral.
                   perform PromptLoanNum.
                   perform PromptCollateralFields.
                   perform MoveCollateralFields.
                   write collateralRecord
                       invalid key
                           display "Loan " workLoanNum
                               " already has collateral on file"
                       not invalid key
                           display "Collateral added"
                           string "added collateral for loan "
                               delimited by size
                               workLoanNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-write.

               ChangeCollateral.
                   perform PromptLoanNum.
                   read collateralFile
                       invalid key
                           display "Loan " workLoanNum
                               " has no collateral on file"
                       not invalid key
                           perform ChangeFoundCollateral
                   end-read.

               ChangeFoundCollateral.
                   perform ShowCollateral.
                   perform PromptCollateralFields.
                   perform MoveCollateralFields.
                   rewrite collateralRecord
                       invalid key
                           display "Unable to update collateral for "
                               "loan " workLoanNum
                       not invalid key
                           display "Collateral changed"
                           string "changed collateral for loan "
                               delimited by size
                               workLoanNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-rewrite.

               DeleteCollateral.
                   perform PromptLoanNum.
                   delete collateralFile
                       invalid key
                           display "Loan " workLoanNum
                               " has no collateral on file"
                       not invalid key
                           display "Collateral deleted"
                           string "deleted collateral for loan "
                               delimited by size
                               workLoanNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-delete.

               InquireCollateral.
                   perform PromptLoanNum.
                   read collateralFile
                       invalid key
                           display "Loan " workLoanNum
                               " has no collateral on file"
                       not invalid key
                           perform ShowCollateral
                   end-read.

               ShowCollateral.
                   evaluate clType
                       when 'V'
                           display "Loan " clLoanNum " - vehicle "
                               clIdentifier
                       when 'P'
                           display "Loan " clLoanNum " - property "
                               clIdentifier
                       when 'D'
                           display "Loan " clLoanNum " - deposit "
                               clIdentifier
                       when other
                           display "Loan " clLoanNum " - type "
                               clType " " clIdentifier
                   end-evaluate.
                   move clAppraisedValue to outValue.
                   display "Appraised " outValue " on "
                       clAppraisalDate " - lien position "
                       clLienPosition.

               PromptLoanNum.
                   display "Loan number: " with no advancing.
                   accept workLoanNum.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==workLoanNum==
                       ==VALID-COND== by
                           ==workLoanNum is numeric
                               and workLoanNum > 0==
                       ==ERROR-MSG== by
                           =="Invalid loan number - enter 1-99999: "==.
                   move workLoanNum to clLoanNum.

               PromptCollateralFields.
                   display "Collateral type - (V)ehicle, (P)roperty, "
                       "(D)eposit: " with no advancing.
                   accept workType.
                   copy "reprompt" replacing
                       ==FIELD== by ==workType==
                       ==VALID-COND== by
                           ==workType = 'V' or workType = 'P'
                               or workType = 'D'==
                       ==ERROR-MSG== by
                           =="Invalid type - enter V, P or D: "==.

                   display "Identifier (VIN, parcel or account): "
                       with no advancing.
                   accept workIdentifier.
                   copy "reprompt" replacing
                       ==FIELD== by ==workIdentifier==
                       ==VALID-COND== by ==workIdentifier not = spaces==
                       ==ERROR-MSG== by
                           =="Identifier cannot be blank: "==.

                   display "Appraised value: " with no advancing.
                   accept workValue.
                   copy "reprompt" replacing
                       ==FIELD== by ==workValue==
                       ==VALID-COND== by
                           ==workValue is numeric and workValue > 0==
                       ==ERROR-MSG== by
                           =="Invalid value - must be > 0: "==.

                   display "Lien position (1 = first): "
                       with no advancing.
                   accept workLienPosition.
                   copy "reprompt" replacing
                       ==FIELD== by ==workLienPosition==
                       ==VALID-COND== by
                           ==workLienPosition is numeric
                               and workLienPosition > 0==
                       ==ERROR-MSG== by
                           =="Invalid lien position - enter 1-9: "==.

                   display "Appraisal date (yyyymmdd): "
                       with no advancing.
                   accept workAppraisalDate.
                   perform ValidateAppraisalDate.
                   perform until dateValid = 'Y'
                       display "Invalid appraisal date - a real date "
                           "not in the future (yyyymmdd): "
                           with no advancing
                       accept workAppraisalDate
                       perform ValidateAppraisalDate
                   end-perform.

               ValidateAppraisalDate.
                   move 'Y' to dateValid.
                   if workAppraisalDate is not numeric
                       or wadMonth < 1 or wadMonth > 12
                       or wadDay < 1 or wadDay > 31
                       or workAppraisalDate > runDate
                       move 'N' to dateValid
                   end-if.

               MoveCollateralFields.
                   move workLoanNum to clLoanNum.
                   move workType to clType.
                   move workIdentifier to clIdentifier.
                   move workValue to clAppraisedValue.
                   move workAppraisalDate to clAppraisalDate.
                   move workLienPosition to clLienPosition.

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
               *> operator.tab needs the maintenance role or
               *> better; with no operator file at all (a
               *> development machine) the check is waived, the
               *> same waiver the sign-on itself makes
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
                                       and (opRole = 'M'
                                           or opRole = 'S')
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> record each change on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "CollateralMaint" to auditProgram.
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
