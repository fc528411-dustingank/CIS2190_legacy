           select holidayFile assign to "holiday.tab"
               organization is line sequential
               file status is holidayStatus.
           select arrivalFile assign to "arrival.tab"
               organization is line sequential
               file status is arrivalStatus.
           select feedFile assign to dynamic feedFileName
               organization is line sequential
               file status is feedStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           01 holidayRecord.
               02 hdDate pic 9(8).

           fd arrivalFile.
           *> the files a step needs before it may run, one per
           *> record: the step, the file, where its processing date
           *> sits - 'H' in the header (first) record or 'T' in the
           *> trailer (last) record, at the given column, as
           *> yyyymmdd; blank for a file with no date to check -
           *> and the latest time of day (hhmm) the stream waits for
           *> it. A blank wait time means the file must be there
           *> when the step comes up. A step with no rows here runs
           *> exactly as it always has
           01 arrivalRecord.
               02 arStepNum   pic 99.
               02 arFileName  pic X(30).
               02 arDateAt    pic X(1).
               02 arDatePos   pic 999.
               02 arWaitUntil pic X(4).

           fd feedFile.
           01 feedRecord pic X(200).

           fd jobLog.
           01 jobLogLine pic X(110).

           01 scheduleStatus pic X(2).
           01 jobLogStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> the loaded schedule and each step's outcome:
           *> 'O' ran clean, 'F' failed, 'S' skipped for a failed
           *> dependency, 'N' not run because the stream had already
           *> stopped, 'H' held for a file that has not arrived (or
           *> for a dependency that is itself held), 'M' missed -
           *> its files never arrived in time, so it was not run
           01 maxSteps constant as 20.
           77 stepCount pic 99 usage is COMPUTATIONAL value zeros.
           77 stepIdx pic 99 usage is COMPUTATIONAL.
           01 filler redefines monthDaysTable.
               02 monthDays pic 99 occurs 12 times.
           77 calendarRun pic X(1).

           *> the file-arrival machinery: arrival.tab loaded, each
           *> wait time turned into minutes after the stream
           *> started, and the held steps polled once a minute
           01 arrivalStatus pic X(2).
           01 feedStatus pic X(2).
           01 maxArrivals constant as 50.
           77 arrivalCount pic 99 usage is COMPUTATIONAL
               value zeros.
           77 arrivalIdx pic 99 usage is COMPUTATIONAL.
           01 arrivalArea.
               02 arrivalEntry occurs maxArrivals times.
                   03 awStepNum   pic 99.
                   03 awFileName  pic X(30).
                   03 awDateAt    pic X(1).
                   03 awDatePos   pic 999.
                   03 awDeadline  pic 9(4) usage is COMPUTATIONAL.
           01 feedFileName pic X(30).
           01 feedLastRecord pic X(200).
           77 feedEof pic X(1).
           77 feedReady pic X(1).
           77 feedReason pic X(20).
           77 arrivalReady pic X(1).
           77 arrivalOverdue pic X(1).
           77 missingFileName pic X(30).
           77 missingReason pic X(20).
           01 waitUntilText pic X(4).
           01 waitUntil redefines waitUntilText.
               02 waitHour   pic 99.
               02 waitMinute pic 99.
           77 streamStartMinutes pic 9(4) usage is COMPUTATIONAL.
           77 untilMinutes pic S9(5) usage is COMPUTATIONAL.
           77 elapsedMinutes pic S9(5) usage is COMPUTATIONAL.
           77 heldCount pic 99 usage is COMPUTATIONAL value zeros.
           77 missedCount pic 99 usage is COMPUTATIONAL value zeros.
           77 pollSeconds pic 9(4) usage is COMPUTATIONAL value 60.
           *> shared file-lock convention - see copybook/lock-io.cpy;
           *> the stream never takes locks itself (its job steps
           *> do), but it refuses to launch a step while an operator
               perform WriteAuditTrail.

               perform GetNightlyParameters.
               compute streamStartMinutes =
                   (runHour * 60) + runMinute.
               perform LoadSchedule.
               perform LoadHolidays.
               perform LoadArrivals.
               perform ComputeDayOfWeek.
               perform SetMonthLength.
               if restartMode = 'R'
                   add 1 to stepIdx
               end-perform.

               *> steps held for their files are taken up again in
               *> schedule order once a minute until each has run or
               *> been missed - the rest of the stream has already
               *> gone ahead without them
               perform CountHeldSteps.
               perform until heldCount = 0
                   display "Waiting on " heldCount
                       " held step(s) for their files"
                   call "C$SLEEP" using pollSeconds
                   move 1 to stepIdx
                   perform until stepIdx > stepCount
                       if stepOutcome(stepIdx) = 'H'
                           perform RunOneStep
                       end-if
                       add 1 to stepIdx
                   end-perform
                   perform CountHeldSteps
               end-perform.

               if streamStopped = 'Y'
                   display "*** NIGHTLY STREAM STOPPED ON A STEP "
                       "FAILURE - see nightly.log ***"
                   move ErrorRunCode to return-code
               else
                   if missedCount > 0
                       display "*** Nightly stream complete but "
                           missedCount " step(s) MISSED for files "
                           "that never arrived - see nightly.log ***"
                       move MissedRunCode to return-code
                   else
                       display "Nightly stream complete - "
                           "see nightly.log"
                   end-if
               end-if.
               stop run.

                                   " is held by an operator ***"
                               perform WriteJobLogLine
                           else
                           if dependencyOutcome = 'H'
                               *> its dependency is still waiting on
                               *> a file - so is this step
                               move 'H' to stepOutcome(stepIdx)
                           else
                           if dependencyOutcome = 'O'
                               perform CheckArrivals
                               evaluate true
                                   when arrivalReady = 'Y'
                                       perform ExecuteStep
                                   when arrivalOverdue = 'Y'
                                       perform MarkStepMissed
                                   when other
                                       if stepOutcome(stepIdx)
                                           not = 'H'
                                           display "Step "
                                               stepNum(stepIdx)
                                               " held - waiting for "
                                               missingFileName
                                       end-if
                                       move 'H' to stepOutcome(stepIdx)
                               end-evaluate
                           else
                               move 'S' to stepOutcome(stepIdx)
                               move stepStartTime to stepEndTime
                               perform WriteJobLogLine
                           end-if
                           end-if
                           end-if
                       end-if
                   end-if.

                       add 1 to dependencyIdx
                   end-perform.

               *> arrival.tab, each wait time turned into minutes
               *> after the stream started - a time earlier in the
               *> day than the start is past midnight
               LoadArrivals.
                   open input arrivalFile.
                   if arrivalStatus = "00"
                       perform until arrivalStatus = "10"
                           read arrivalFile into arrivalRecord
                               at end
                                   continue
                               not at end
                                   if arStepNum is numeric
                                       and arFileName not = spaces
                                       and arrivalCount
                                           < maxArrivals
                                       perform StoreArrival
                                   end-if
                           end-read
                       end-perform
                       close arrivalFile
                   end-if.

               StoreArrival.
                   add 1 to arrivalCount.
                   move arStepNum to awStepNum(arrivalCount).
                   move arFileName to awFileName(arrivalCount).
                   move arDateAt to awDateAt(arrivalCount).
                   if arDatePos is numeric and arDatePos > 0
                       and arDatePos <= 193
                       move arDatePos to awDatePos(arrivalCount)
                   else
                       move 1 to awDatePos(arrivalCount)
                   end-if.
                   move zeros to awDeadline(arrivalCount).
                   move arWaitUntil to waitUntilText.
                   if waitUntil is numeric
                       and waitHour < 24 and waitMinute < 60
                       compute untilMinutes =
                           (waitHour * 60) + waitMinute
                               - streamStartMinutes
                       if untilMinutes < 0
                           add 1440 to untilMinutes
                       end-if
                       move untilMinutes to awDeadline(arrivalCount)
                   end-if.

               *> every file named for the step must be there - and,
               *> where a date is checked, carry today's processing
               *> date, so yesterday's file left lying about does not
               *> count as arrived. A file still missing once its wait
               *> time has passed makes the step overdue
               CheckArrivals.
                   move 'Y' to arrivalReady.
                   move 'N' to arrivalOverdue.
                   move spaces to missingFileName.
                   move spaces to missingReason.
                   accept runTime from time.
                   compute elapsedMinutes =
                       (runHour * 60) + runMinute - streamStartMinutes.
                   if elapsedMinutes < 0
                       add 1440 to elapsedMinutes
                   end-if.
                   move 1 to arrivalIdx.
                   perform until arrivalIdx > arrivalCount
                       if awStepNum(arrivalIdx) = stepNum(stepIdx)
                           perform CheckOneArrival
                           if feedReady = 'N'
                               move 'N' to arrivalReady
                               move awFileName(arrivalIdx)
                                   to missingFileName
                               move feedReason to missingReason
                               if elapsedMinutes
                                   >= awDeadline(arrivalIdx)
                                   move 'Y' to arrivalOverdue
                               end-if
                           end-if
                       end-if
                       add 1 to arrivalIdx
                   end-perform.

               CheckOneArrival.
                   move 'Y' to feedReady.
                   move awFileName(arrivalIdx) to feedFileName.
                   open input feedFile.
                   if feedStatus not = "00"
                       move 'N' to feedReady
                       move 'not arrived' to feedReason
                   else
                       read feedFile
                           at end
                               move 'N' to feedReady
                               move 'empty' to feedReason
                       end-read
                       if feedReady = 'Y'
                           evaluate awDateAt(arrivalIdx)
                               when 'H'
                                   move feedRecord to feedLastRecord
                                   perform CheckFeedDate
                               when 'T'
                                   perform ReadToTrailer
                                   perform CheckFeedDate
                               when other
                                   continue
                           end-evaluate
                       end-if
                       close feedFile
                   end-if.

               ReadToTrailer.
                   move feedRecord to feedLastRecord.
                   move 'N' to feedEof.
                   perform until feedEof = 'Y'
                       read feedFile
                           at end
                               move 'Y' to feedEof
                           not at end
                               move feedRecord to feedLastRecord
                       end-read
                   end-perform.

               CheckFeedDate.
                   if feedLastRecord(awDatePos(arrivalIdx):8)
                       not = runDate
                       move 'N' to feedReady
                       move 'wrong date' to feedReason
                   end-if.

               *> never run blind - the step is logged as missed with
               *> its own return code, and anything depending on it
               *> is skipped in its turn
               MarkStepMissed.
                   move 'M' to stepOutcome(stepIdx).
                   add 1 to missedCount.
                   move runTime to stepEndTime.
                   move MissedRunCode to sysRcText.
                   move spaces to outOutcome.
                   string 'MISSED' delimited by size
                       sysRcText delimited by size
                       into outOutcome.
                   display "*** Step " stepNum(stepIdx)
                       " MISSED - " missingFileName " "
                       missingReason " ***".
                   perform WriteJobLogLine.

               CountHeldSteps.
                   move zeros to heldCount.
                   move 1 to stepIdx.
                   perform until stepIdx > stepCount
                       if stepOutcome(stepIdx) = 'H'
                           add 1 to heldCount
                       end-if
                       add 1 to stepIdx
                   end-perform.

               LoadHolidays.
                   move 'N' to isHoliday.
                   open input holidayFile.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
