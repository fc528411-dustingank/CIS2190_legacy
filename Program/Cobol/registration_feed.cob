           identification division.
           program-id. RegistrationFeed.

           environment division.

           input-output section.
           file-control.
           select feedFile assign to dynamic feedFileName
               organization is line sequential
               file status is feedStatus.
           select rejectFile assign to dynamic rejectFileName
               organization is line sequential
               file status is rejectStatus.
           select feedReport assign to dynamic reportFileName
               organization is line sequential.
           select patientMaster assign to "PATMAST"
               organization is indexed
               access mode is dynamic
               record key is pmPatientId
               file status is patientMasterStatus.
           select patientAllergy assign to "PATALRG"
               organization is indexed
               access mode is dynamic
               record key is paKey
               file status is allergyStatus.
           select historyFile assign to "bsahist.dat"
               organization is line sequential
               file status is historyStatus.
           select historyKeepFile assign to "bsahist.new"
               organization is line sequential
               file status is historyKeepStatus.
           select doseHistFile assign to "dosehist.dat"
               organization is line sequential
               file status is doseHistStatus.
           select doseKeepFile assign to "dosehist.new"
               organization is line sequential
               file status is doseKeepStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select feedParamFile assign to "adtfeed.par"
               organization is line sequential
               file status is feedParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd feedFile.
               copy "registration-event".

           fd rejectFile.
           01 rejectLine pic X(110).

           fd feedReport.
           01 reportLine pic X(80).

           fd patientMaster.
               copy "patient-record".

           fd patientAllergy.
               copy "patient-allergy".

           fd historyFile.
               copy "bsa-history".

           fd historyKeepFile.
           01 historyKeepRecord pic X(80).

           fd doseHistFile.
               copy "dose-history".

           fd doseKeepFile.
           01 doseKeepRecord pic X(80).

           fd lockFile.
           01 lockRecord pic X(30).

           fd imageJournal.
               copy "image-journal".

           fd feedParamFile.
           01 feedParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 feedStatus pic X(2).
           01 rejectStatus pic X(2).
           01 patientMasterStatus pic X(2).
           01 allergyStatus pic X(2).
           01 historyStatus pic X(2).
           01 historyKeepStatus pic X(2).
           01 doseHistStatus pic X(2).
           01 doseKeepStatus pic X(2).
           77 feedEof pic X(1) value 'N'.
           77 allergyEof pic X(1).
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 journalFile pic X(8).
           77 journalAction pic X(1).
           77 savedImage pic X(250).
           01 feedParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> adtfeed.par (if present): line 1 the registration feed,
           *> line 2 the reject file for the clinic clerk, line 3 the
           *> run report
           01 feedFileName pic X(30) value "adtfeed.dat".
           01 rejectFileName pic X(30) value "adtfeed.rej".
           01 reportFileName pic X(30) value "adtfeed.rpt".

           *> why the event in hand is refused - spaces while it is
           *> still good
           77 rejectReason pic X(40).
           01 workBirthDate pic 9(8).
           01 workBirthParts redefines workBirthDate.
               02 wbYear  pic 9(4).
               02 wbMonth pic 99.
               02 wbDay   pic 99.
           77 requireAll pic X(1).
           77 detailChanged pic X(1).
           77 survivorBirthDate pic 9(8).
           77 survivorSex pic X(1).

           *> the merges applied this run, retired id to surviving
           *> id, kept so the history files can be re-pointed in one
           *> pass each once the feed is done. A patient merged into
           *> one that is itself merged later in the same feed ends
           *> up on the last survivor - see ResolveMergedId
           01 maxMerges constant as 500.
           77 mergeCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 mgIdx pic S9(5) usage is COMPUTATIONAL.
           77 mgFound pic X(1).
           77 mgHops pic S9(5) usage is COMPUTATIONAL.
           01 mergeArea.
               02 mergeEntry occurs maxMerges times.
                   03 mgRetiredId  pic X(10).
                   03 mgSurvivorId pic X(10).
           77 lookupPatientId pic X(10).

           *> one retired patient's allergies, lifted off PATALRG
           *> before any is moved so the moving cannot disturb the
           *> walk along the retired id
           01 maxHeldAllergies constant as 50.
           77 heldCount pic S9(3) usage is COMPUTATIONAL.
           77 heldDropped pic S9(3) usage is COMPUTATIONAL.
           77 hdIdx pic S9(3) usage is COMPUTATIONAL.
           01 heldAllergyArea.
               02 heldAllergy occurs maxHeldAllergies times
                   pic X(47).
           77 heldRank pic 9.
           77 onFileRank pic 9.
           77 severityCode pic X(1).
           77 severityRank pic 9.

           *> dosehist.dat held whole while it is re-pointed, so a
           *> retired and a surviving row for the same drug become
           *> one - BodySurfaceArea finds only the first row for a
           *> patient and drug, and two would understate the
           *> lifetime total checked against the cap. maxDoseRows
           *> matches BodySurfaceArea's own dose history table
           01 maxDoseRows constant as 5000.
           77 doseRowCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 dsIdx pic S9(5) usage is COMPUTATIONAL.
           77 dsFound pic X(1).
           77 doseRowsOnFile pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 mergesBlocked pic X(1) value 'N'.
           01 doseRowArea.
               02 doseRowEntry occurs maxDoseRows times.
                   03 dsPatientId pic X(10).
                   03 dsDrugCode  pic X(5).
                   03 dsCumDose   pic 9(7)V99.

           *> the counts by event type for the run report
           77 eventsRead pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 admitsApplied pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 admitsAlready pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 admitsRejected pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 updatesApplied pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 updatesUnchanged pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 updatesRejected pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 mergesApplied pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 mergesRejected pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 unknownRejected pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 eventsRejected pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 allergiesMoved pic 9(7) usage is COMPUTATIONAL
               value zeros.

           *> the history control totals - what went into each
           *> rewrite against what came out
           77 historyIn pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 historyOut pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 historyRepointed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 doseIn pic 9(7) usage is COMPUTATIONAL value zeros.
           77 doseOut pic 9(7) usage is COMPUTATIONAL value zeros.
           77 doseRepointed pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 doseCombined pic 9(7) usage is COMPUTATIONAL
               value zeros.
           77 doseTotalIn pic 9(11)V99 value zeros.
           77 doseTotalOut pic 9(11)V99 value zeros.
           77 copyStatus pic S9(9) usage is COMPUTATIONAL-5.
           77 historyKeepName pic X(30) value "bsahist.new".
           77 historyLiveName pic X(30) value "bsahist.dat".
           77 doseKeepName pic X(30) value "dosehist.new".
           77 doseLiveName pic X(30) value "dosehist.dat".

           77 workDate pic 9(8).
           77 outWorkDate pic X(10).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runDateValue redefines runDate pic 9(8).
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           *> the reject file: the event exactly as it arrived, so
           *> the clerk can correct it and send it again, then why
           *> it was refused
           01 rejectDetail.
               02 outRejEvent pic X(62).
               02 filler pic X(3) value ' : '.
               02 outRejReason pic X(40).

           01 reportHeading.
               02 filler pic X(40) value
           ' Registration Feed Applied to PATMAST  '.
               02 filler pic X(5) value 'Run '.
               02 outRunDate pic X(10).
           01 feedNameLine.
               02 filler pic X(7) value ' Feed  '.
               02 outFeedName pic X(30).
               02 filler pic X(11) value '  rejects  '.
               02 outRejectName pic X(30).
           01 breakLine.
               02 filler pic X(72) value all '-'.
           01 mergeHeading.
               02 filler pic X(40) value
               ' Merged      Retired id    Surviving id '.
               02 filler pic X(20) value ' Allergies'.
           01 mergeLine.
               02 filler pic X(13) value space.
               02 outRetiredId pic X(10).
               02 filler pic X(4) value space.
               02 outSurvivorId pic X(10).
               02 filler pic X(10) value space.
               02 outAllergies pic ZZ9.
           01 countLine.
               02 filler pic X(1) value space.
               02 outCountText pic X(40).
               02 outCount pic Z,ZZZ,ZZ9.
           01 tieLine.
               02 filler pic X(1) value space.
               02 outTieText pic X(22).
               02 filler pic X(4) value ' in '.
               02 outTieIn pic ZZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(5) value ' out '.
               02 outTieOut pic ZZZ,ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outTieResult pic X(12).

           procedure division.
               *> the inbound registration feed: the hospital's
               *> registration system already captures each patient's
               *> name, birth date and sex, so its admit, update and
               *> merge events are applied to PATMAST here instead of
               *> being keyed into PatientMaint by hand - and the ids
               *> BodySurfaceArea's batch rows carry are the ones the
               *> master has. The master changes under PATMAST.lck and
               *> onto the image journal exactly as PatientMaint's do.
               *> A merge retires the duplicate id: its master record
               *> goes, and its allergies on PATALRG, its readings on
               *> bsahist.dat and its dose totals on dosehist.dat move
               *> to the surviving id. An event that conflicts with
               *> what PATMAST already holds is not applied but
               *> written to the reject file for the clinic clerk
               accept runDate from date yyyymmdd.
               accept runTime from time.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               perform GetFeedParameters.
               move spaces to auditInputsValue.
               string "feed " delimited by size
                   feedFileName delimited by space
                   into auditInputsValue.
               perform WriteAuditTrail.

               open input feedFile.
               if feedStatus not = "00"
                   display "Registration feed " feedFileName
                       " could not be opened - nothing applied"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               move "PATMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "PATMAST is in use by another program - "
                       "feed not applied; if nothing is really "
                       "running, remove PATMAST.lck"
                   close feedFile
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform OpenPatientMaster.
               if patientMasterStatus not = "00"
                   display "Patient master PATMAST could not be "
                       "opened - feed not applied"
                   close feedFile
                   perform ReleaseSharedLock
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               perform OpenAllergyFile.
               perform CountDoseRows.
               open output rejectFile.
               open output feedReport.
               move runDateValue to workDate.
               perform FormatWorkDate.
               move outWorkDate to outRunDate.
               write reportLine from reportHeading.
               move feedFileName to outFeedName.
               move rejectFileName to outRejectName.
               write reportLine from feedNameLine.
               write reportLine from breakLine.
               write reportLine from mergeHeading.

               perform until feedEof = 'Y'
                   read feedFile
                       at end
                           move 'Y' to feedEof
                       not at end
                           add 1 to eventsRead
                           perform ApplyEvent
                   end-read
               end-perform.
               close feedFile.
               close rejectFile.
               close patientAllergy.
               close patientMaster.

               if mergeCount > 0
                   perform RepointBsaHistory
                   perform RepointDoseHistory
               end-if.
               perform ReleaseSharedLock.

               perform WriteFeedCounts.
               close feedReport.

               display "Registration feed applied - report in "
                   reportFileName.
               display "Admits: " admitsApplied
                   "  updates: " updatesApplied
                   "  merges: " mergesApplied
                   "  rejected: " eventsRejected.
               if eventsRejected > 0
                   display "Rejected events for the clinic clerk "
                       "are on " rejectFileName
                   if return-code = CleanRunCode
                       move WarningRunCode to return-code
                   end-if
               end-if.
               stop run.

               *> --- the events ----------------------------------

               ApplyEvent.
                   move spaces to rejectReason.
                   if reEventType = 'a' or reEventType = 'u'
                       or reEventType = 'm'
                       inspect reEventType converting "aum"
                           to "AUM"
                   end-if.
                   if rePatientId = spaces
                       move "no patient id on the event"
                           to rejectReason
                   end-if.
                   if rejectReason = spaces
                       evaluate reEventType
                           when 'A'
                               perform ApplyAdmit
                           when 'U'
                               perform ApplyUpdate
                           when 'M'
                               perform ApplyMerge
                           when other
                               move "event type is not A, U or M"
                                   to rejectReason
                       end-evaluate
                   end-if.
                   if rejectReason not = spaces
                       perform RejectEvent
                   end-if.

               RejectEvent.
                   add 1 to eventsRejected.
                   evaluate reEventType
                       when 'A'
                           add 1 to admitsRejected
                       when 'U'
                           add 1 to updatesRejected
                       when 'M'
                           add 1 to mergesRejected
                       when other
                           add 1 to unknownRejected
                   end-evaluate.
                   move spaces to outRejEvent.
                   move registrationEvent to outRejEvent.
                   move rejectReason to outRejReason.
                   write rejectLine from rejectDetail.

               *> an admit for an id already on file is the same
               *> registration sent twice when the details agree -
               *> nothing to do - and a clash for the clerk when they
               *> do not
               ApplyAdmit.
                   move 'Y' to requireAll.
                   perform CheckDemographics.
                   if rejectReason = spaces
                       move rePatientId to pmPatientId
                       read patientMaster
                           invalid key
                               perform AdmitPatient
                           not invalid key
                               if pmName = reName
                                   and pmBirthDate = reBirthDate
                                   and pmSex = reSex
                                   add 1 to admitsAlready
                               else
                                   move "id on file - details differ"
                                       to rejectReason
                               end-if
                       end-read
                   end-if.

               AdmitPatient.
                   move rePatientId to pmPatientId.
                   move reName to pmName.
                   move reBirthDate to pmBirthDate.
                   move reSex to pmSex.
                   write patientMasterRecord
                       invalid key
                           move "admit could not be written"
                               to rejectReason
                       not invalid key
                           add 1 to admitsApplied
                           move spaces to savedImage
                           move "PATMAST" to journalFile
                           move 'A' to journalAction
                           perform WriteMasterJournal
                   end-write.

               ApplyUpdate.
                   move 'N' to requireAll.
                   perform CheckDemographics.
                   if rejectReason = spaces
                       move rePatientId to pmPatientId
                       read patientMaster
                           invalid key
                               move "update for an id not on PATMAST"
                                   to rejectReason
                           not invalid key
                               perform UpdatePatient
                       end-read
                   end-if.

               UpdatePatient.
                   move spaces to savedImage.
                   move patientMasterRecord to savedImage.
                   move 'N' to detailChanged.
                   if reName not = spaces and reName not = pmName
                       move reName to pmName
                       move 'Y' to detailChanged
                   end-if.
                   if reBirthDateText not = spaces
                       and reBirthDate not = zeros
                       and reBirthDate not = pmBirthDate
                       move reBirthDate to pmBirthDate
                       move 'Y' to detailChanged
                   end-if.
                   if reSex not = space and reSex not = pmSex
                       move reSex to pmSex
                       move 'Y' to detailChanged
                   end-if.
                   if detailChanged = 'N'
                       add 1 to updatesUnchanged
                   else
                       rewrite patientMasterRecord
                           invalid key
                               move "update could not be written"
                                   to rejectReason
                           not invalid key
                               add 1 to updatesApplied
                               move "PATMAST" to journalFile
                               move 'C' to journalAction
                               perform WriteMasterJournal
                       end-rewrite
                   end-if.

               *> the details PATMAST insists on: a name, a real
               *> birth date no later than today, and M or F - all
               *> three on an admit, only those present on an update
               CheckDemographics.
                   if reSex = 'm' or reSex = 'f'
                       inspect reSex converting "mf" to "MF"
                   end-if.
                   if reName = spaces and requireAll = 'Y'
                       move "admit without a patient name"
                           to rejectReason
                   end-if.
                   if rejectReason = spaces
                       if reBirthDateText = spaces
                           or reBirthDateText = zeros
                           if requireAll = 'Y'
                               move "admit without a birth date"
                                   to rejectReason
                           end-if
                       else
                           perform CheckBirthDate
                       end-if
                   end-if.
                   if rejectReason = spaces
                       if reSex = space
                           if requireAll = 'Y'
                               move "admit without sex M or F"
                                   to rejectReason
                           end-if
                       else
                           if reSex not = 'M' and reSex not = 'F'
                               move "sex is not M or F"
                                   to rejectReason
                           end-if
                       end-if
                   end-if.

               CheckBirthDate.
                   if reBirthDate is not numeric
                       move "birth date is not yyyymmdd"
                           to rejectReason
                   else
                       move reBirthDate to workBirthDate
                       if wbMonth < 1 or wbMonth > 12
                           or wbDay < 1 or wbDay > 31
                           move "birth date is not yyyymmdd"
                               to rejectReason
                       else
                           if workBirthDate > runDateValue
                               move "birth date is in the future"
                                   to rejectReason
                           end-if
                       end-if
                   end-if.

               *> a merge needs both patients on file and no clash
               *> between the birth date or sex each carries - two
               *> different people under one registration is the
               *> clerk's to sort out, not the feed's
               ApplyMerge.
                   if reMergeFromId = spaces
                       move "merge without the retired id"
                           to rejectReason
                   else
                       if reMergeFromId = rePatientId
                           move "merge of a patient into itself"
                               to rejectReason
                       end-if
                   end-if.
                   if rejectReason = spaces and mergesBlocked = 'Y'
                       move "dosehist.dat too large to re-point"
                           to rejectReason
                   end-if.
                   if rejectReason = spaces
                       and mergeCount >= maxMerges
                       move "merge limit for one run reached"
                           to rejectReason
                   end-if.
                   if rejectReason = spaces
                       move rePatientId to pmPatientId
                       read patientMaster
                           invalid key
                               move "surviving id not on PATMAST"
                                   to rejectReason
                           not invalid key
                               move pmBirthDate to survivorBirthDate
                               move pmSex to survivorSex
                       end-read
                   end-if.
                   if rejectReason = spaces
                       move reMergeFromId to pmPatientId
                       read patientMaster
                           invalid key
                               move "retired id not on PATMAST"
                                   to rejectReason
                           not invalid key
                               perform CompareMergePatients
                       end-read
                   end-if.
                   if rejectReason = spaces
                       perform RetirePatient
                   end-if.

               CompareMergePatients.
                   if pmBirthDate not = zeros
                       and survivorBirthDate not = zeros
                       and pmBirthDate not = survivorBirthDate
                       move "merge of differing birth dates"
                           to rejectReason
                   end-if.
                   if rejectReason = spaces
                       and pmSex not = space
                       and survivorSex not = space
                       and pmSex not = survivorSex
                       move "merge of differing sexes"
                           to rejectReason
                   end-if.

               RetirePatient.
                   move spaces to savedImage.
                   move patientMasterRecord to savedImage.
                   delete patientMaster
                       invalid key
                           move "retired id could not be removed"
                               to rejectReason
                       not invalid key
                           add 1 to mergesApplied
                           move "PATMAST" to journalFile
                           move 'D' to journalAction
                           perform WriteMasterJournal
                           add 1 to mergeCount
                           move reMergeFromId
                               to mgRetiredId(mergeCount)
                           move rePatientId
                               to mgSurvivorId(mergeCount)
                           perform MoveAllergies
                           move reMergeFromId to outRetiredId
                           move rePatientId to outSurvivorId
                           move heldCount to outAllergies
                           write reportLine from mergeLine
                   end-delete.

               *> --- the retired patient's allergies ---------------

               *> each allergy goes across to the surviving id; where
               *> the survivor already has the same allergen the
               *> more severe of the two stands
               MoveAllergies.
                   move zeros to heldCount.
                   move zeros to heldDropped.
                   move reMergeFromId to paPatientId.
                   move low-values to paAllergen.
                   move 'N' to allergyEof.
                   start patientAllergy key not less than paKey
                       invalid key
                           move 'Y' to allergyEof
                   end-start.
                   perform until allergyEof = 'Y'
                       read patientAllergy next record
                           at end
                               move 'Y' to allergyEof
                           not at end
                               perform HoldAllergy
                       end-read
                   end-perform.
                   move 1 to hdIdx.
                   perform until hdIdx > heldCount
                       perform MoveOneAllergy
                       add 1 to hdIdx
                   end-perform.
                   if heldDropped > 0
                       display "Patient " reMergeFromId " has more "
                           "allergies than one merge moves - move "
                           "the rest by hand in PatientMaint"
                       move WarningRunCode to return-code
                   end-if.

               HoldAllergy.
                   if paPatientId not = reMergeFromId
                       move 'Y' to allergyEof
                   else
                       if heldCount < maxHeldAllergies
                           add 1 to heldCount
                           move patientAllergyRecord
                               to heldAllergy(heldCount)
                       else
                           add 1 to heldDropped
                       end-if
                   end-if.

               MoveOneAllergy.
                   move heldAllergy(hdIdx) to patientAllergyRecord.
                   move spaces to savedImage.
                   move patientAllergyRecord to savedImage.
                   delete patientAllergy
                       invalid key
                           display "Allergy " paAllergen " for "
                               reMergeFromId " could not be removed"
                           move WarningRunCode to return-code
                       not invalid key
                           move "PATALRG" to journalFile
                           move 'D' to journalAction
                           perform WriteMasterJournal
                           perform PlaceAllergy
                   end-delete.

               PlaceAllergy.
                   add 1 to allergiesMoved.
                   move rePatientId to paPatientId.
                   read patientAllergy
                       invalid key
                           move heldAllergy(hdIdx)
                               to patientAllergyRecord
                           move rePatientId to paPatientId
                           write patientAllergyRecord
                               invalid key
                                   display "Allergy " paAllergen
                                       " could not be written for "
                                       rePatientId
                                   move WarningRunCode to return-code
                               not invalid key
                                   move spaces to savedImage
                                   move 'A' to journalAction
                                   perform WriteMasterJournal
                           end-write
                       not invalid key
                           perform KeepWorseAllergy
                   end-read.

               KeepWorseAllergy.
                   move paSeverity to severityCode.
                   perform RankSeverity.
                   move severityRank to onFileRank.
                   move spaces to savedImage.
                   move patientAllergyRecord to savedImage.
                   move heldAllergy(hdIdx) to patientAllergyRecord.
                   move rePatientId to paPatientId.
                   move paSeverity to severityCode.
                   perform RankSeverity.
                   move severityRank to heldRank.
                   if heldRank > onFileRank
                       rewrite patientAllergyRecord
                           invalid key
                               display "Allergy " paAllergen
                                   " could not be rewritten for "
                                   rePatientId
                               move WarningRunCode to return-code
                           not invalid key
                               move 'C' to journalAction
                               perform WriteMasterJournal
                       end-rewrite
                   end-if.

               *> severity in, rank out: mild 1, moderate 2, severe 3
               RankSeverity.
                   evaluate severityCode
                       when 'S'
                           move 3 to severityRank
                       when 'O'
                           move 2 to severityRank
                       when 'M'
                           move 1 to severityRank
                       when other
                           move 0 to severityRank
                   end-evaluate.

               *> --- the history files ---------------------------

               *> the id a history row belongs under once this run's
               *> merges are followed to the end of any chain
               ResolveMergedId.
                   move zeros to mgHops.
                   move 'Y' to mgFound.
                   perform until mgFound = 'N' or mgHops > mergeCount
                       move 'N' to mgFound
                       move 1 to mgIdx
                       perform until mgIdx > mergeCount
                           or mgFound = 'Y'
                           if mgRetiredId(mgIdx) = lookupPatientId
                               move mgSurvivorId(mgIdx)
                                   to lookupPatientId
                               move 'Y' to mgFound
                           else
                               add 1 to mgIdx
                           end-if
                       end-perform
                       add 1 to mgHops
                   end-perform.

               *> the same dated-copy machinery RetentionPurge re-keys
               *> with: copied through with the retired ids swapped,
               *> and the copy becomes the live file
               RepointBsaHistory.
                   open input historyFile.
                   if historyStatus = "00"
                       open output historyKeepFile
                       perform until historyStatus = "10"
                           read historyFile
                               at end
                                   continue
                               not at end
                                   perform RepointOneReading
                           end-read
                       end-perform
                       close historyFile
                       close historyKeepFile
                       call "CBL_COPY_FILE" using historyKeepName
                           historyLiveName
                           returning copyStatus
                       if copyStatus not = 0
                           display "bsahist.new could not be copied "
                               "over bsahist.dat - copy it by hand "
                               "before the next BSA run"
                           move ErrorRunCode to return-code
                       else
                           call "CBL_DELETE_FILE"
                               using historyKeepName
                               returning copyStatus
                       end-if
                       perform RecountBsaHistory
                   end-if.

               RepointOneReading.
                   add 1 to historyIn.
                   move bhPatientId to lookupPatientId.
                   perform ResolveMergedId.
                   if lookupPatientId not = bhPatientId
                       move lookupPatientId to bhPatientId
                       add 1 to historyRepointed
                   end-if.
                   move spaces to historyKeepRecord.
                   move bsaHistoryRecord to historyKeepRecord.
                   write historyKeepRecord.

               *> the out side of the tie is counted off the live
               *> file as it now stands, not off what was written
               RecountBsaHistory.
                   open input historyFile.
                   if historyStatus = "00"
                       perform until historyStatus = "10"
                           read historyFile
                               at end
                                   continue
                               not at end
                                   add 1 to historyOut
                           end-read
                       end-perform
                       close historyFile
                   end-if.

               *> counted before the feed is read: a dose history too
               *> big to hold could not be re-pointed, so no merge is
               *> applied at all rather than one left half done
               CountDoseRows.
                   open input doseHistFile.
                   if doseHistStatus = "00"
                       perform until doseHistStatus = "10"
                           read doseHistFile
                               at end
                                   continue
                               not at end
                                   add 1 to doseRowsOnFile
                           end-read
                       end-perform
                       close doseHistFile
                   end-if.
                   if doseRowsOnFile > maxDoseRows
                       move 'Y' to mergesBlocked
                       display "dosehist.dat has more than 5000 rows "
                           "- merges in this feed are rejected"
                   end-if.

               RepointDoseHistory.
                   open input doseHistFile.
                   if doseHistStatus = "00"
                       perform until doseHistStatus = "10"
                           read doseHistFile
                               at end
                                   continue
                               not at end
                                   perform RepointOneDose
                           end-read
                       end-perform
                       close doseHistFile
                       open output doseKeepFile
                       move 1 to dsIdx
                       perform until dsIdx > doseRowCount
                           move dsPatientId(dsIdx) to dhPatientId
                           move dsDrugCode(dsIdx) to dhDrugCode
                           move dsCumDose(dsIdx) to dhCumDose
                           move spaces to doseKeepRecord
                           move doseHistoryRecord to doseKeepRecord
                           write doseKeepRecord
                           add 1 to dsIdx
                       end-perform
                       close doseKeepFile
                       call "CBL_COPY_FILE" using doseKeepName
                           doseLiveName
                           returning copyStatus
                       if copyStatus not = 0
                           display "dosehist.new could not be copied "
                               "over dosehist.dat - copy it by hand "
                               "before the next BSA run"
                           move ErrorRunCode to return-code
                       else
                           call "CBL_DELETE_FILE" using doseKeepName
                               returning copyStatus
                       end-if
                       perform RecountDoseHistory
                   end-if.

               RepointOneDose.
                   add 1 to doseIn.
                   add dhCumDose to doseTotalIn.
                   move dhPatientId to lookupPatientId.
                   perform ResolveMergedId.
                   if lookupPatientId not = dhPatientId
                       move lookupPatientId to dhPatientId
                       add 1 to doseRepointed
                   end-if.
                   move 'N' to dsFound.
                   move 1 to dsIdx.
                   perform until dsIdx > doseRowCount
                       or dsFound = 'Y'
                       if dsPatientId(dsIdx) = dhPatientId
                           and dsDrugCode(dsIdx) = dhDrugCode
                           move 'Y' to dsFound
                       else
                           add 1 to dsIdx
                       end-if
                   end-perform.
                   if dsFound = 'Y'
                       add dhCumDose to dsCumDose(dsIdx)
                       add 1 to doseCombined
                   else
                       add 1 to doseRowCount
                       move dhPatientId to dsPatientId(doseRowCount)
                       move dhDrugCode to dsDrugCode(doseRowCount)
                       move dhCumDose to dsCumDose(doseRowCount)
                   end-if.

               RecountDoseHistory.
                   open input doseHistFile.
                   if doseHistStatus = "00"
                       perform until doseHistStatus = "10"
                           read doseHistFile
                               at end
                                   continue
                               not at end
                                   add 1 to doseOut
                                   add dhCumDose to doseTotalOut
                           end-read
                       end-perform
                       close doseHistFile
                   end-if.

               *> --- the report ----------------------------------

               WriteFeedCounts.
                   write reportLine from breakLine.
                   move "Events read" to outCountText.
                   move eventsRead to outCount.
                   write reportLine from countLine.
                   move "Admits applied" to outCountText.
                   move admitsApplied to outCount.
                   write reportLine from countLine.
                   move "Admits already on PATMAST as sent"
                       to outCountText.
                   move admitsAlready to outCount.
                   write reportLine from countLine.
                   move "Admits rejected" to outCountText.
                   move admitsRejected to outCount.
                   write reportLine from countLine.
                   move "Updates applied" to outCountText.
                   move updatesApplied to outCount.
                   write reportLine from countLine.
                   move "Updates with nothing to change"
                       to outCountText.
                   move updatesUnchanged to outCount.
                   write reportLine from countLine.
                   move "Updates rejected" to outCountText.
                   move updatesRejected to outCount.
                   write reportLine from countLine.
                   move "Merges applied" to outCountText.
                   move mergesApplied to outCount.
                   write reportLine from countLine.
                   move "Merges rejected" to outCountText.
                   move mergesRejected to outCount.
                   write reportLine from countLine.
                   move "Events of no known type rejected"
                       to outCountText.
                   move unknownRejected to outCount.
                   write reportLine from countLine.
                   move "Events rejected - see the reject file"
                       to outCountText.
                   move eventsRejected to outCount.
                   write reportLine from countLine.
                   if mergesApplied > 0
                       write reportLine from breakLine
                       move "Allergies moved on PATALRG"
                           to outCountText
                       move allergiesMoved to outCount
                       write reportLine from countLine
                       move "bsahist.dat readings re-pointed"
                           to outCountText
                       move historyRepointed to outCount
                       write reportLine from countLine
                       move "dosehist.dat rows re-pointed"
                           to outCountText
                       move doseRepointed to outCount
                       write reportLine from countLine
                       move "dosehist.dat rows combined by drug"
                           to outCountText
                       move doseCombined to outCount
                       write reportLine from countLine
                       perform WriteHistoryTies
                   end-if.

               *> the readings tie record for record; the dose rows
               *> tie once the combined rows are counted back in, and
               *> the milligram total must tie exactly
               WriteHistoryTies.
                   move "bsahist.dat records" to outTieText.
                   move historyIn to outTieIn.
                   move historyOut to outTieOut.
                   if historyIn = historyOut
                       move "ties" to outTieResult
                   else
                       move "DOES NOT TIE" to outTieResult
                       move ErrorRunCode to return-code
                   end-if.
                   write reportLine from tieLine.
                   move "dosehist.dat +combined" to outTieText.
                   move doseIn to outTieIn.
                   compute outTieOut = doseOut + doseCombined.
                   if doseIn = doseOut + doseCombined
                       move "ties" to outTieResult
                   else
                       move "DOES NOT TIE" to outTieResult
                       move ErrorRunCode to return-code
                   end-if.
                   write reportLine from tieLine.
                   move "dosehist.dat mg total" to outTieText.
                   move doseTotalIn to outTieIn.
                   move doseTotalOut to outTieOut.
                   if doseTotalIn = doseTotalOut
                       move "ties" to outTieResult
                   else
                       move "DOES NOT TIE" to outTieResult
                       move ErrorRunCode to return-code
                   end-if.
                   write reportLine from tieLine.

               *> --- shared paragraphs -------------------------

               *> yyyymmdd in workDate to yyyy/mm/dd in outWorkDate
               FormatWorkDate.
                   move spaces to outWorkDate.
                   if workDate is numeric and workDate > 0
                       move workDate(1:4) to outWorkDate(1:4)
                       move '/' to outWorkDate(5:1)
                       move workDate(5:2) to outWorkDate(6:2)
                       move '/' to outWorkDate(8:1)
                       move workDate(7:2) to outWorkDate(9:2)
                   end-if.

               OpenPatientMaster.
                   open i-o patientMaster.
                   if patientMasterStatus = "35"
                       open output patientMaster
                       close patientMaster
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

               GetFeedParameters.
                   open input feedParamFile.
                   if feedParamStatus = "00"
                       read feedParamFile into feedParamRecord
                           at end
                               continue
                           not at end
                               move feedParamRecord to feedFileName
                       end-read
                       read feedParamFile into feedParamRecord
                           at end
                               continue
                           not at end
                               move feedParamRecord to rejectFileName
                       end-read
                       read feedParamFile into feedParamRecord
                           at end
                               continue
                           not at end
                               move feedParamRecord to reportFileName
                       end-read
                       close feedParamFile
                   end-if.

               copy "lock-io".

               *> one before/after image per master change onto the
               *> dated journal - see copybook/image-journal.cpy
               WriteMasterJournal.
                   open extend imageJournal.
                   if imageJournalStatus = "05"
                       or imageJournalStatus = "35"
                       open output imageJournal
                       close imageJournal
                       open extend imageJournal
                   end-if.
                   move "RegistrationFeed" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move journalFile to jrFileName.
                   move journalAction to jrAction.
                   move savedImage to jrBefore.
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
                   move "RegistrationFeed" to auditProgram.
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
