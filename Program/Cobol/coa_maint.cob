           identification division.
           program-id. ChartOfAccountsMaint.

           environment division.

           input-output section.
           file-control.
           select glAccountFile assign to "glaccts.tab"
               organization is line sequential
               file status is glAccountStatus.
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
           fd glAccountFile.
               copy "gl-account".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 glAccountStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckSupervisorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the chart itself - see copybook/gl-account-io.cpy;
           *> glAccount is the lookup key ValidateGlAccount and
           *> LookupGlAccount search on
           copy "gl-account-table".
           copy "gl-journal".

           77 menuChoice pic X(1).
           77 changesMade pic X(1) value 'N'.
           77 entryIdx pic 9(3).
           77 workCode pic X(8).
           77 workDesc pic X(30).
           77 workType pic X(1).
           77 workActive pic X(1).

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
               02 filler pic X(1) value space.
               02 outCode pic X(8).
               02 filler pic X(2) value space.
               02 outDesc pic X(30).
               02 filler pic X(2) value space.
               02 outType pic X(9).
               02 filler pic X(2) value space.
               02 outActive pic X(8).

           procedure division.
               *> maintains the chart of accounts in glaccts.tab -
               *> every program that writes gljournal.dat checks
               *> each leg's account against it and refuses one that
               *> is unknown or retired, so a typo'd account code
               *> stops the run instead of surfacing at month end.
               *> Accounts are retired, never deleted, so the
               *> history posted to them still reads; changing the
               *> chart is a supervisor's job
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckSupervisorRole.
               if roleAllowed = 'N'
                   display "This program needs the supervisor "
                       "role - see the supervisor"
                   stop run
               end-if.
               move "glaccts.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "glaccts.tab is in use by another "
                       "program (possibly the nightly stream) - "
                       "try again later; if nothing is really "
                       "running, remove glaccts.lck"
                   stop run
               end-if.
               perform LoadChartOfAccounts.
               open input glAccountFile.
               if glAccountStatus not = "00"
                   display "No chart of accounts on file - starting "
                       "from the standard accounts; save to create "
                       "glaccts.tab"
                   move 'Y' to changesMade
               else
                   close glAccountFile
               end-if.

               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Chart of Accounts - (L)ist, (A)dd, "
                       "(C)hange, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListAccounts
                       when 'A'
                       when 'a'
                           perform AddAccount
                       when 'C'
                       when 'c'
                           perform ChangeAccount
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, A,"
                               " C or Q"
                   end-evaluate
               end-perform.

               if changesMade = 'Y'
                   perform RewriteChartOfAccounts
                   display "Chart of accounts saved"
               else
                   display "No changes made"
               end-if.
               perform ReleaseSharedLock.
               stop run.

               ListAccounts.
                   if accountCount = 0
                       display " (no accounts on file)"
                   else
                       move 1 to entryIdx
                       perform until entryIdx > accountCount
                           move acctCode(entryIdx) to outCode
                           move acctDesc(entryIdx) to outDesc
                           move acctType(entryIdx) to workType
                           perform DescribeType
                           move acctActive(entryIdx) to workActive
                           perform DescribeActive
                           display listDetail
                           add 1 to entryIdx
                       end-perform
                   end-if.

               DescribeType.
                   evaluate workType
                       when 'A'
                           move 'ASSET' to outType
                       when 'L'
                           move 'LIABILITY' to outType
                       when 'I'
                           move 'INCOME' to outType
                       when 'E'
                           move 'EXPENSE' to outType
                       when other
                           move workType to outType
                   end-evaluate.

               DescribeActive.
                   if workActive = 'A'
                       move 'ACTIVE' to outActive
                   else
                       move 'INACTIVE' to outActive
                   end-if.

               *> a new account goes on active; the code is held in
               *> upper case, as the journal writers carry it, and
               *> TRAILER is the journal's own run-total record,
               *> never an account
               AddAccount.
                   if accountCount >= maxAccounts
                       display "Chart of accounts is full"
                   else
                       perform PromptAccountCode
                       if accountFound = 'Y'
                           display "Account " workCode " is already "
                               "on the chart - use (C)hange"
                       else
                           perform PromptAccountFields
                           add 1 to accountCount
                           move workCode to acctCode(accountCount)
                           move workDesc to acctDesc(accountCount)
                           move workType to acctType(accountCount)
                           move 'A' to acctActive(accountCount)
                           move 'Y' to changesMade
                           move spaces to auditInputsValue
                           string "added GL account " delimited by size
                               workCode delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                           display "Account added"
                       end-if
                   end-if.

               ChangeAccount.
                   perform PromptAccountCode.
                   if accountFound = 'N'
                       display "Account " workCode " is not on the "
                           "chart"
                   else
                       move acctIdx to entryIdx
                       perform PromptAccountFields
                       display "Active (A) or inactive (I): "
                           with no advancing
                       accept workActive
                       copy "reprompt" replacing
                           ==FIELD== by ==workActive==
                           ==VALID-COND== by
                               ==workActive = 'A' or workActive = 'I'==
                           ==ERROR-MSG== by
                               =="Invalid flag - enter A or I: "==.
                       move workDesc to acctDesc(entryIdx)
                       move workType to acctType(entryIdx)
                       move workActive to acctActive(entryIdx)
                       move 'Y' to changesMade
                       move spaces to auditInputsValue
                       string "changed GL account " delimited by size
                           workCode delimited by size
                           " active " delimited by size
                           workActive delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                       display "Account changed"
                   end-if.

               PromptAccountCode.
                   display "Account code (up to 8 characters): "
                       with no advancing.
                   accept workCode.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==workCode==
                       ==VALID-COND== by
                           ==workCode not = spaces
                               and workCode not = 'TRAILER'
                               and workCode not = 'trailer'==
                       ==ERROR-MSG== by
                           =="Invalid account code - re-enter: "==.
                   inspect workCode converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   move workCode to glAccount.
                   perform LookupGlAccount.

               PromptAccountFields.
                   display "Description: " with no advancing.
                   accept workDesc.
                   copy "reprompt" replacing
                       ==FIELD== by ==workDesc==
                       ==VALID-COND== by ==workDesc not = spaces==
                       ==ERROR-MSG== by
                           =="A description is required: "==.

                   display "Type - (A)sset, (L)iability, (I)ncome, "
                       "(E)xpense: " with no advancing.
                   accept workType.
                   inspect workType converting "aile" to "AILE".
                   perform until workType = 'A' or workType = 'L'
                       or workType = 'I' or workType = 'E'
                       display "Invalid type - enter A, L, I or E: "
                           with no advancing
                       accept workType
                       inspect workType converting "aile" to "AILE"
                   end-perform.

               *> the whole table is rewritten in one pass
               RewriteChartOfAccounts.
                   open output glAccountFile.
                   move 1 to entryIdx.
                   perform until entryIdx > accountCount
                       move acctCode(entryIdx) to gaCode
                       move acctDesc(entryIdx) to gaDesc
                       move acctType(entryIdx) to gaType
                       move acctActive(entryIdx) to gaActive
                       write glAccountRecord
                       add 1 to entryIdx
                   end-perform.
                   close glAccountFile.

               copy "gl-account-io".

               copy "lock-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
               *> operator.tab needs the supervisor role; with no
               *> operator file at all (a development machine) the
               *> check is waived, the same waiver the sign-on
               *> itself makes
               CheckSupervisorRole.
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
                   move "ChartOfAccountsMaint" to auditProgram.
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
