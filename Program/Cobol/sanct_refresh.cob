           identification division.
           program-id. SanctionsRefresh.

           environment division.

           input-output section.
           file-control.
           select publishedFile assign to dynamic publishedFileName
               organization is line sequential
               file status is publishedStatus.
           select sanctionListFile assign to "sanction.tab"
               organization is line sequential
               file status is sanctionListStatus.
           select sanctionReviewFile assign to "sanctrev.dat"
               organization is line sequential
               file status is sanctionReviewStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               file status is custStatus.
           select screenReport assign to dynamic screenReportFileName
               organization is line sequential.
           select refreshParamFile assign to "sanction.par"
               organization is line sequential
               file status is refreshParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           *> the list as the issuing authority publishes it, one
           *> listed party per line in its comma-separated form:
           *> the entry number, then the name, the party type and
           *> the sanctions program, each in double quotes, e.g.
           *>   36,"AEROCARIBBEAN AIRLINES","-0- ","CUBA",...
           *> anything after the program is not used
           fd publishedFile.
           01 publishedLine pic X(400).

           fd sanctionListFile.
               copy "sanction-list".

           fd sanctionReviewFile.
               copy "sanction-review".

           fd custFile.
               copy "customer-record".

           fd screenReport.
           01 reportLine pic X(120).

           fd refreshParamFile.
           01 refreshParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 publishedStatus pic X(2).
           01 publishedFileName pic X(30) value "sdn.csv".
           01 custStatus pic X(2).
           77 custEof pic X(1) value 'N'.
           01 screenReportFileName pic X(30) value "sanction.rpt".
           01 refreshParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the list table, the review queue and the screening
           *> work areas - see copybook/sanction-io.cpy
           copy "sanction-fields".

           *> one published line taken apart at its quotes
           77 pubLead pic X(20).
           77 pubName pic X(200).
           77 pubSep1 pic X(20).
           77 pubType pic X(20).
           77 pubSep2 pic X(20).
           77 pubProgram pic X(40).
           77 pubEntryId pic X(20).
           77 writeListNow pic X(1).
           77 publishedRead pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 publishedKept pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 publishedSkipped pic 9(7) usage is COMPUTATIONAL
               value zeros.

           77 customersScreened pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 customersHeld pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 queuedBefore pic S9(5) usage is COMPUTATIONAL.
           77 outConsoleCount pic ZZZZZZ9.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reportTitle.
               02 filler pic X(41) value
           ' Sanctions Re-screen of CUSTMAST  Run on '.
               02 outRunDate pic 9999/99/99.
           01 listLine.
               02 filler pic X(16) value ' Watch list:    '.
               02 outListFile pic X(30).
               02 filler pic X(2) value space.
               02 outListCount pic ZZZZZZ9.
               02 filler pic X(8) value ' entries'.
           01 breakLine.
               02 filler pic X(110) value all '-'.
           01 colHeads.
               02 filler pic X(52) value
           ' Cust    Name                  Review     Entry     '.
               02 filler pic X(30) value
           ' Listed name'.
           01 reportDetail.
               02 filler pic X(1) value space.
               02 outCustId pic 9(6).
               02 filler pic X(2) value space.
               02 outCustName pic X(20).
               02 filler pic X(2) value space.
               02 outReview pic X(9).
               02 filler pic X(2) value space.
               02 outEntryId pic X(10).
               02 filler pic X(1) value space.
               02 outListName pic X(50).
           01 noHitsLine.
               02 filler pic X(40) value
           '  (no possible matches on CUSTMAST)'.
           01 summaryLine.
               02 filler pic X(1) value space.
               02 outSummaryLabel pic X(40).
               02 outSummaryCount pic ZZZZZZ9.

           procedure division.
               *> the watch list is only as good as its last refresh:
               *> this takes the list as published, rebuilds
               *> sanction.tab from it with every name normalized the
               *> way the screening compares it, and then - since a
               *> name that passed last month may be listed today -
               *> screens every customer on CUSTMAST against the new
               *> list. Each possible match not already decided goes
               *> onto the review queue sanctrev.dat for a supervisor
               *> (SanctionsReview), exactly as a hit at customer
               *> setup or loan booking does, and every customer held
               *> is listed on the re-screen report. A published file
               *> that is missing or yields no names leaves the old
               *> sanction.tab in place and fails the run
               accept runDate from date yyyymmdd.
               accept runTime from time.
               accept operatorId from environment "OPERATOR".
               perform GetRefreshParameters.
               perform BuildSanctionList.
               move spaces to auditInputsValue.
               string "sanctions list " delimited by size
                   publishedFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.
               if publishedKept = 0
                   display "No names taken from the published list "
                       publishedFileName " - sanction.tab is "
                       "unchanged and CUSTMAST was not re-screened"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform LoadSanctionList.
               perform LoadSanctionReviews.
               if reviewsNotHeld > 0
                   display "sanctrev.dat has " reviewsNotHeld
                       " entries the table cannot hold - the list "
                       "was refreshed but no customer was "
                       "re-screened; see the supervisor"
                   move ErrorRunCode to return-code
                   stop run
               end-if.

               open input custFile.
               if custStatus not = "00"
                   display "Customer master CUSTMAST could not be "
                       "opened - the list was refreshed but no "
                       "customer was re-screened"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open output screenReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               move publishedFileName to outListFile.
               move sanctionCount to outListCount.
               write reportLine from listLine.
               write reportLine from breakLine.
               write reportLine from colHeads.
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
                           perform ScreenOneCustomer
                   end-read
               end-perform.
               close custFile.
               if customersHeld = 0
                   write reportLine from noHitsLine
               end-if.
               write reportLine from breakLine.
               move 'Names on the published list' to outSummaryLabel.
               move publishedRead to outSummaryCount.
               write reportLine from summaryLine.
               move 'Lines with no usable name' to outSummaryLabel.
               move publishedSkipped to outSummaryCount.
               write reportLine from summaryLine.
               if sanctionDropped > 0
                   move 'Entries over the list table limit'
                       to outSummaryLabel
                   move sanctionDropped to outSummaryCount
                   write reportLine from summaryLine
               end-if.
               move 'Customers screened' to outSummaryLabel.
               move customersScreened to outSummaryCount.
               write reportLine from summaryLine.
               move 'Customers held' to outSummaryLabel.
               move customersHeld to outSummaryCount.
               write reportLine from summaryLine.
               move 'New possible matches queued' to outSummaryLabel.
               move sanctionQueued to outSummaryCount.
               write reportLine from summaryLine.
               close screenReport.
               move sanctionCount to outConsoleCount.
               display "Watch list entries:           " outConsoleCount.
               move customersScreened to outConsoleCount.
               display "Customers screened:           " outConsoleCount.
               move customersHeld to outConsoleCount.
               display "Customers held:               " outConsoleCount.
               move sanctionQueued to outConsoleCount.
               display "New possible matches queued:  " outConsoleCount.
               if customersHeld > 0 or sanctionDropped > 0
                   move WarningRunCode to return-code
               end-if.
               *> hits queued past the table are on sanctrev.dat
               *> but SanctionsReview cannot show them until the
               *> queue is put right
               if reviewsNotHeld > 0
                   display "*** sanctrev.dat has " reviewsNotHeld
                       " entries the table cannot hold - see the "
                       "supervisor ***"
                   move ErrorRunCode to return-code
               end-if.
               stop run.

               *> the published file is read twice: once to count
               *> the names it yields, and - only when there are
               *> some - again to write the new sanction.tab, so a
               *> truncated or empty download never wipes the list
               BuildSanctionList.
                   move 'N' to writeListNow.
                   perform ReadPublishedList.
                   if publishedKept > 0
                       move 'Y' to writeListNow
                       move zeros to publishedRead
                       move zeros to publishedKept
                       move zeros to publishedSkipped
                       open output sanctionListFile
                       perform ReadPublishedList
                       close sanctionListFile
                   end-if.

               ReadPublishedList.
                   open input publishedFile.
                   if publishedStatus = "00"
                       perform until publishedStatus = "10"
                           read publishedFile
                               at end
                                   continue
                               not at end
                                   add 1 to publishedRead
                                   perform TakePublishedEntry
                           end-read
                       end-perform
                       close publishedFile
                   end-if.

               TakePublishedEntry.
                   move spaces to pubLead pubName pubSep1 pubType
                       pubSep2 pubProgram pubEntryId.
                   unstring publishedLine delimited by '"'
                       into pubLead pubName pubSep1 pubType
                           pubSep2 pubProgram.
                   unstring pubLead delimited by ','
                       into pubEntryId.
                   move pubName to nameInput.
                   perform NormalizeName.
                   if pubEntryId = spaces or nameTokenCount = 0
                       add 1 to publishedSkipped
                   else
                       add 1 to publishedKept
                       if writeListNow = 'Y'
                           move spaces to sanctionListRecord
                           move pubEntryId to slEntryId
                           move pubProgram to slProgram
                           move pubName to slName
                           move nameNormal to slNormal
                           write sanctionListRecord
                       end-if
                   end-if.

               *> the re-screen queues as source 'R' with no loan
               ScreenOneCustomer.
                   add 1 to customersScreened.
                   move IdNum to screenCustId.
                   move custName to screenName.
                   move zeros to screenLoanNum.
                   move 'R' to screenSource.
                   move sanctionQueued to queuedBefore.
                   perform ScreenCustomerName.
                   if sanctionHold = 'Y'
                       add 1 to customersHeld
                       move IdNum to outCustId
                       move custName to outCustName
                       evaluate true
                           when sanctionHoldState = 'F'
                               move 'CONFIRMED' to outReview
                           when sanctionQueued > queuedBefore
                               move 'NEW' to outReview
                           when other
                               move 'PENDING' to outReview
                       end-evaluate
                       move sanctionHitId to outEntryId
                       move sanctionHitName to outListName
                       write reportLine from reportDetail
                   end-if.

               copy "sanction-io".

               *> sanction.par, if present, supplies the published
               *> list's file name and the report name one per line -
               *> the same operator-repointing convention used for
               *> loanbatch.par
               GetRefreshParameters.
                   open input refreshParamFile.
                   if refreshParamStatus = "00"
                       read refreshParamFile into refreshParamRecord
                           at end
                               continue
                           not at end
                               if refreshParamRecord not = spaces
                                   move refreshParamRecord
                                       to publishedFileName
                               end-if
                       end-read
                       read refreshParamFile into refreshParamRecord
                           at end
                               continue
                           not at end
                               if refreshParamRecord not = spaces
                                   move refreshParamRecord
                                       to screenReportFileName
                               end-if
                       end-read
                       close refreshParamFile
                   end-if.

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
                   move "SanctionsRefresh" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
