           identification division.
           program-id. UsuryCeilingMaint.

           environment division.

           input-output section.
           file-control.
           select usuryTable assign to "usury.tab"
               organization is line sequential
               file status is usuryTableStatus.
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
           fd usuryTable.
               copy "usury-ceiling".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           copy "business-constants".

           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
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

           *> the ceilings themselves - see copybook/usury-io.cpy
           copy "usury-table".

           77 menuChoice pic X(1).
           77 entryFound pic X(1).
           77 overlapFound pic X(1).
           77 changesMade pic X(1) value 'N'.

           77 workRegion pic X(2).
           77 workProduct pic X(1).
           77 workCeiling pic 99V9999.
           01 workEffFrom pic 9(8).
           01 workEffFromParts redefines workEffFrom.
               02 wfYear  pic 9(4).
               02 wfMonth pic 99.
               02 wfDay   pic 99.
           01 workEffTo pic 9(8).
           01 workEffToParts redefines workEffTo.
               02 wtYear  pic 9(4).
               02 wtMonth pic 99.
               02 wtDay   pic 99.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 listDetail.
               02 filler pic X(8) value ' State '.
               02 outRegion pic X(2).
               02 filler pic X(10) value '  Product '.
               02 outProduct pic X(1).
               02 filler pic X(11) value '  Ceiling '.
               02 outCeiling pic Z9.9999.
               02 filler pic X(7) value '  From '.
               02 outEffFrom pic 9(8).
               02 filler pic X(5) value '  To '.
               02 outEffTo pic 9(8).

           procedure division.
               *> maintains the state usury ceilings in usury.tab -
               *> one row per state (custRegion) and loan product,
               *> '*' standing for every product the state has no
               *> row of its own for, each with the effective-date
               *> range it is in force over, kept the same way
               *> RateTableMaint keeps loanrate.tab. LoanEdit rejects
               *> a loan priced over its state's ceiling;
               *> FloatingReprice and LoanModification hold a loan at
               *> the ceiling and log it to usurycap.log
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckOperatorRole.
               if roleAllowed = 'N'
                   display "This program needs the maintenance "
                       "role - see the supervisor"
                   stop run
               end-if.
               move "usury.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "usury.tab is in use by another "
                       "program (possibly the nightly stream) - "
                       "try again later; if nothing is really "
                       "running, remove usury.lck"
                   stop run
               end-if.
               perform LoadUsuryCeilings.
               if ceilingCount = 0
                   display "Usury ceiling table is empty or missing "
                       "- starting fresh"
               end-if.

               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Usury Ceiling Maintenance - (L)ist, "
                       "(A)dd, (C)hange, (D)elete, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListCeilings
                       when 'A'
                       when 'a'
                           perform AddCeiling
                       when 'C'
                       when 'c'
                           perform ChangeCeiling
                       when 'D'
                       when 'd'
                           perform DeleteCeiling
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, A,"
                               " C, D or Q"
                   end-evaluate
               end-perform.

               if changesMade = 'Y'
                   perform RewriteUsuryTable
                   display "Usury ceiling table saved"
               else
                   display "No changes made"
               end-if.
               perform ReleaseSharedLock.
               stop run.

               ListCeilings.
                   if ceilingCount = 0
                       display " (no ceilings on file)"
                   else
                       move 1 to ceilingIdx
                       perform until ceilingIdx > ceilingCount
                           move ceRegion(ceilingIdx) to outRegion
                           move ceProduct(ceilingIdx) to outProduct
                           move ceCeiling(ceilingIdx) to outCeiling
                           move ceEffFrom(ceilingIdx) to outEffFrom
                           move ceEffTo(ceilingIdx) to outEffTo
                           display listDetail
                           add 1 to ceilingIdx
                       end-perform
                   end-if.

               *> a new ceiling row - the dates must be real (or zero
               *> for open), and the range must not overlap another
               *> row for the same state and product, or the lookup
               *> would have two ceilings for one day
               AddCeiling.
                   if ceilingCount >= maxCeilings
                       display "Usury ceiling table is full - delete "
                           "a row first"
                   else
                       perform PromptCeilingFields
                       perform CheckOverlap
                       if overlapFound = 'Y'
                           display "State " workRegion " product "
                               workProduct " already has a ceiling "
                               "in force over that date range - "
                               "not added"
                       else
                           add 1 to ceilingCount
                           move workRegion to ceRegion(ceilingCount)
                           move workProduct to ceProduct(ceilingCount)
                           move workCeiling to ceCeiling(ceilingCount)
                           move workEffFrom to ceEffFrom(ceilingCount)
                           move workEffTo to ceEffTo(ceilingCount)
                           move 'Y' to changesMade
                           string "added usury ceiling "
                               delimited by size
                               workRegion delimited by size
                               " " delimited by size
                               workProduct delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                           display "Ceiling added"
                       end-if
                   end-if.

               ChangeCeiling.
                   perform PromptCeilingKey.
                   if entryFound = 'N'
                       display "No row found for that state, product "
                           "and effective-from date"
                   else
                       display "New ceiling (99.9999 percent): "
                           with no advancing
                       accept workCeiling
                       copy "reprompt" replacing
                           ==FIELD== by ==workCeiling==
                           ==VALID-COND== by
                               ==workCeiling is numeric
                                   and workCeiling > 0==
                           ==ERROR-MSG== by
                               =="Invalid ceiling - must be > 0: "==.
                       move workCeiling to ceCeiling(ceilingIdx)
                       display "New effective-to date (yyyymmdd, "
                           "0 for open): " with no advancing
                       accept workEffTo
                       if workEffTo is numeric and workEffTo = 0
                           move 99999999 to ceEffTo(ceilingIdx)
                       else
                           if workEffTo is numeric
                               and wtMonth >= 1 and wtMonth <= 12
                               and wtDay >= 1 and wtDay <= 31
                               move workEffTo to ceEffTo(ceilingIdx)
                           else
                               display "Invalid date - effective-to "
                                   "left unchanged"
                           end-if
                       end-if
                       move 'Y' to changesMade
                       string "changed usury ceiling "
                           delimited by size
                           workRegion delimited by size
                           " " delimited by size
                           workProduct delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                       display "Ceiling changed"
                   end-if.

               DeleteCeiling.
                   perform PromptCeilingKey.
                   if entryFound = 'N'
                       display "No row found for that state, product "
                           "and effective-from date"
                   else
                       perform until ceilingIdx >= ceilingCount
                           move ceilingEntry(ceilingIdx + 1)
                               to ceilingEntry(ceilingIdx)
                           add 1 to ceilingIdx
                       end-perform
                       subtract 1 from ceilingCount
                       move 'Y' to changesMade
                       string "deleted usury ceiling "
                           delimited by size
                           workRegion delimited by size
                           " " delimited by size
                           workProduct delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                       display "Ceiling deleted"
                   end-if.

               PromptCeilingFields.
                   perform PromptRegionProduct.

                   display "Ceiling (99.9999 percent, nominal plus "
                       "tier adder): " with no advancing.
                   accept workCeiling.
                   copy "reprompt" replacing
                       ==FIELD== by ==workCeiling==
                       ==VALID-COND== by
                           ==workCeiling is numeric
                               and workCeiling > 0==
                       ==ERROR-MSG== by
                           =="Invalid ceiling - must be > 0: "==.

                   display "Effective-from date (yyyymmdd, 0 for "
                       "open): " with no advancing.
                   accept workEffFrom.
                   copy "reprompt" replacing
                       ==FIELD== by ==workEffFrom==
                       ==VALID-COND== by
                           ==workEffFrom is numeric
                               and (workEffFrom = 0
                                   or (wfMonth >= 1 and wfMonth <= 12
                                       and wfDay >= 1
                                       and wfDay <= 31))==
                       ==ERROR-MSG== by
                           =="Invalid date - enter yyyymmdd or 0: "==.

                   display "Effective-to date (yyyymmdd, 0 for "
                       "open): " with no advancing.
                   accept workEffTo.
                   copy "reprompt" replacing
                       ==FIELD== by ==workEffTo==
                       ==VALID-COND== by
                           ==workEffTo is numeric
                               and (workEffTo = 0
                                   or (wtMonth >= 1 and wtMonth <= 12
                                       and wtDay >= 1
                                       and wtDay <= 31))==
                       ==ERROR-MSG== by
                           =="Invalid date - enter yyyymmdd or 0: "==.
                   if workEffTo = 0
                       move 99999999 to workEffTo
                   end-if.

               *> the state is the two-character custRegion the
               *> customer master carries; the product is one of the
               *> loan-master product codes, or '*' for all of them
               PromptRegionProduct.
                   display "State (custRegion code): "
                       with no advancing.
                   accept workRegion.
                   copy "reprompt" replacing
                       ==FIELD== by ==workRegion==
                       ==VALID-COND== by ==workRegion not = spaces==
                       ==ERROR-MSG== by
                           =="Invalid state - may not be blank: "==.
                   inspect workRegion converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

                   display "Product (U, V, P, D, R, S or * for all): "
                       with no advancing.
                   accept workProduct.
                   copy "reprompt" replacing
                       ==FIELD== by ==workProduct==
                       ==VALID-COND== by
                           ==workProduct = 'U' or workProduct = 'V'
                               or workProduct = 'P'
                               or workProduct = 'D'
                               or workProduct = 'R'
                               or workProduct = 'S'
                               or workProduct = '*'
                               or workProduct = 'u'
                               or workProduct = 'v'
                               or workProduct = 'p'
                               or workProduct = 'd'
                               or workProduct = 'r'
                               or workProduct = 's'==
                       ==ERROR-MSG== by
                           =="Invalid product - U V P D R S or *: "==.
                   inspect workProduct converting
                       "uvpdrs" to "UVPDRS".

               PromptCeilingKey.
                   perform PromptRegionProduct.
                   display "Effective-from date of the row "
                       "(yyyymmdd, 0 for open): " with no advancing.
                   accept workEffFrom.
                   copy "reprompt" replacing
                       ==FIELD== by ==workEffFrom==
                       ==VALID-COND== by ==workEffFrom is numeric==
                       ==ERROR-MSG== by
                           =="Invalid date - enter yyyymmdd or 0: "==.
                   move 'N' to entryFound.
                   move 1 to ceilingIdx.
                   perform until ceilingIdx > ceilingCount
                       or entryFound = 'Y'
                       if ceRegion(ceilingIdx) = workRegion
                           and ceProduct(ceilingIdx) = workProduct
                           and ceEffFrom(ceilingIdx) = workEffFrom
                           move 'Y' to entryFound
                       else
                           add 1 to ceilingIdx
                       end-if
                   end-perform.

               CheckOverlap.
                   move 'N' to overlapFound.
                   move 1 to ceilingIdx.
                   perform until ceilingIdx > ceilingCount
                       or overlapFound = 'Y'
                       if ceRegion(ceilingIdx) = workRegion
                           and ceProduct(ceilingIdx) = workProduct
                           and workEffFrom <= ceEffTo(ceilingIdx)
                           and workEffTo >= ceEffFrom(ceilingIdx)
                           move 'Y' to overlapFound
                       end-if
                       add 1 to ceilingIdx
                   end-perform.

               *> the whole table is rewritten in one pass, every
               *> range made explicit
               RewriteUsuryTable.
                   open output usuryTable.
                   move 1 to ceilingIdx.
                   perform until ceilingIdx > ceilingCount
                       move ceRegion(ceilingIdx) to ucRegion
                       move ceProduct(ceilingIdx) to ucProduct
                       move ceCeiling(ceilingIdx) to ucCeiling
                       move ceEffFrom(ceilingIdx) to ucEffFrom
                       move ceEffTo(ceilingIdx) to ucEffTo
                       write usuryCeilingRecord
                       add 1 to ceilingIdx
                   end-perform.
                   close usuryTable.

               copy "usury-io".

               copy "lock-io".

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
               *> copybook/audit-trail.cpy
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "UsuryCeilingMaint" to auditProgram.
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
