      *> sanction-io.cpy - the shared sanctions screening paragraphs:
      *> LoadSanctionList, LoadSanctionReviews, NormalizeName and
      *> ScreenCustomerName; the working storage and the host
      *> program's obligations are in sanction-fields.cpy. A name is
      *> screened word by word, so "SMITH, JOHN" and "John Smith"
      *> are the same name: a possible match is one where every word
      *> of the shorter name is found in the longer, on at least two
      *> words (or a one-word name against a one-word entry), and a
      *> word of five letters or more may be one letter wrong,
      *> missing or extra. A possible match is refused and queued on
      *> sanctrev.dat for a supervisor - once cleared the same
      *> customer and name pass against that entry; once confirmed
      *> they never do. A machine with no sanction.tab screens
      *> nothing - the host program says so.
           LoadSanctionList.
               move zeros to sanctionCount.
               move zeros to sanctionDropped.
               open input sanctionListFile.
               if sanctionListStatus = "00"
                   perform until sanctionListStatus = "10"
                       read sanctionListFile
                           at end
                               continue
                           not at end
                               perform KeepSanctionEntry
                       end-read
                   end-perform
                   close sanctionListFile
               end-if.

      *> the normalized name is split again on the way in, so the
      *> table holds every entry's words ready to compare
           KeepSanctionEntry.
               if sanctionCount >= maxSanctions
                   add 1 to sanctionDropped
               else
                   move slNormal to nameInput
                   perform NormalizeName
                   if nameTokenCount > 0
                       add 1 to sanctionCount
                       move slEntryId to seEntryId(sanctionCount)
                       move slName to seName(sanctionCount)
                       move nameTokenCount
                           to seTokenCount(sanctionCount)
                       move 1 to ntIdx
                       perform until ntIdx > nameTokenCount
                           move ntText(ntIdx)
                               to seTokText(sanctionCount, ntIdx)
                           move ntLen(ntIdx)
                               to seTokLen(sanctionCount, ntIdx)
                           add 1 to ntIdx
                       end-perform
                   end-if
               end-if.

      *> the queue file in the order it was written - a queued hit
      *> opens an entry, each decision on it after that replaces
      *> the one before
           LoadSanctionReviews.
               move zeros to reviewCount.
               move zeros to reviewsNotHeld.
               open input sanctionReviewFile.
               if sanctionReviewStatus = "00"
                   perform until sanctionReviewStatus = "10"
                       read sanctionReviewFile
                           at end
                               continue
                           not at end
                               perform KeepSanctionReview
                       end-read
                   end-perform
                   close sanctionReviewFile
               end-if.

           KeepSanctionReview.
               move srCustId to rkCustId.
               move srScreenName to rkScreenName.
               move srEntryId to rkEntryId.
               perform FindSanctionReview.
               if srRecordType = 'Q'
                   if rvFound = 'N'
                       perform AddSanctionReview
                   end-if
               else
                   if srRecordType = 'D' and rvFound = 'Y'
                       move srDecision to rvState(rvIdx)
                       move sanctionReviewRecord to rvDecided(rvIdx)
                       perform ReleaseEarlierDecisions
                   end-if
               end-if.

      *> the queued record in sanctionReviewRecord added as a
      *> pending entry
           AddSanctionReview.
               if reviewCount >= maxReviews
                   perform CompactSanctionReviews
               end-if.
               if reviewCount < maxReviews
                   add 1 to reviewCount
                   move 'P' to rvState(reviewCount)
                   move sanctionReviewRecord to rvQueued(reviewCount)
                   move spaces to rvDecided(reviewCount)
               else
                   add 1 to reviewsNotHeld
               end-if.

      *> the decision at rvIdx is now the latest for its customer
      *> and list entry - an earlier decision on them under another
      *> screened name gives its slot up (bytes 2 to 7 of the
      *> queued record are the customer, 28 to 37 the list entry)
           ReleaseEarlierDecisions.
               move 1 to rvScanIdx.
               perform until rvScanIdx > reviewCount
                   if rvScanIdx not = rvIdx
                       and (rvState(rvScanIdx) = 'C'
                           or rvState(rvScanIdx) = 'F')
                       and rvQueued(rvScanIdx)(2:6) = rkCustId
                       and rvQueued(rvScanIdx)(28:10) = rkEntryId
                       move 'X' to rvState(rvScanIdx)
                   end-if
                   add 1 to rvScanIdx
               end-perform.

      *> the given-up slots squeezed out, the entries kept in the
      *> order they were queued - SanctionsReview's pending numbers
      *> follow that order
           CompactSanctionReviews.
               move zeros to rvKeepIdx.
               move 1 to rvScanIdx.
               perform until rvScanIdx > reviewCount
                   if rvState(rvScanIdx) not = 'X'
                       add 1 to rvKeepIdx
                       if rvKeepIdx < rvScanIdx
                           move reviewEntry(rvScanIdx)
                               to reviewEntry(rvKeepIdx)
                       end-if
                   end-if
                   add 1 to rvScanIdx
               end-perform.
               move rvKeepIdx to reviewCount.

      *> the customer, screened name and list entry in reviewKey
      *> are found in bytes 2 to 37 of the queued record
           FindSanctionReview.
               move 'N' to rvFound.
               move 1 to rvIdx.
               perform until rvIdx > reviewCount or rvFound = 'Y'
                   if rvQueued(rvIdx)(2:36) = reviewKey
                       and rvState(rvIdx) not = 'X'
                       move 'Y' to rvFound
                   else
                       add 1 to rvIdx
                   end-if
               end-perform.

      *> nameInput split into its words: upper case, an
      *> apostrophe closed up (O'BRIEN is OBRIEN), every other
      *> mark a word break, one-letter words (initials) dropped,
      *> and the words sorted so word order never matters;
      *> nameNormal is the words put back together
           NormalizeName.
               inspect nameInput converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               move zeros to nameTokenCount.
               move spaces to nmBuild.
               move zeros to nmBuildLen.
               move 1 to nmPos.
               perform until nmPos > 60
                   move nameInput(nmPos:1) to nmChar
                   if (nmChar is alphabetic and nmChar not = space)
                       or nmChar is numeric
                       if nmBuildLen < 20
                           add 1 to nmBuildLen
                           move nmChar to nmBuild(nmBuildLen:1)
                       end-if
                   else
                       if nmChar not = "'"
                           perform EndNameToken
                       end-if
                   end-if
                   add 1 to nmPos
               end-perform.
               perform EndNameToken.
               perform SortNameTokens.
               move spaces to nameNormal.
               move 1 to nmOutPos.
               move 1 to ntIdx.
               perform until ntIdx > nameTokenCount
                   if nmOutPos + ntLen(ntIdx) <= 61
                       move ntText(ntIdx)(1:ntLen(ntIdx))
                           to nameNormal(nmOutPos:ntLen(ntIdx))
                       add ntLen(ntIdx) to nmOutPos
                       add 1 to nmOutPos
                   end-if
                   add 1 to ntIdx
               end-perform.

           EndNameToken.
               if nmBuildLen > 1 and nameTokenCount < maxNameTokens
                   add 1 to nameTokenCount
                   move nmBuild to ntText(nameTokenCount)
                   move nmBuildLen to ntLen(nameTokenCount)
               end-if.
               move spaces to nmBuild.
               move zeros to nmBuildLen.

           SortNameTokens.
               move 1 to ntIdx.
               perform until ntIdx >= nameTokenCount
                   compute ntIdx2 = ntIdx + 1
                   perform until ntIdx2 > nameTokenCount
                       if ntText(ntIdx2) < ntText(ntIdx)
                           move nameToken(ntIdx) to nameTokenSwap
                           move nameToken(ntIdx2) to nameToken(ntIdx)
                           move nameTokenSwap to nameToken(ntIdx2)
                       end-if
                       add 1 to ntIdx2
                   end-perform
                   add 1 to ntIdx
               end-perform.

      *> screenName against every entry on the list; every entry
      *> it matches is looked up on the review queue, and a hit
      *> not yet queued is queued now
           ScreenCustomerName.
               move 'N' to sanctionHold.
               move space to sanctionHoldState.
               move spaces to sanctionHitId.
               move spaces to sanctionHitName.
               move screenName to nameInput.
               perform NormalizeName.
               move nameTokenCount to candTokenCount.
               move nameTokenArea to candTokenArea.
               if candTokenCount > 0
                   move 1 to sIdx
                   perform until sIdx > sanctionCount
                       perform MatchListEntry
                       if entryMatched = 'Y'
                           perform HandleSanctionHit
                       end-if
                       add 1 to sIdx
                   end-perform
               end-if.

      *> every word of the shorter name must be found among the
      *> words of the longer
           MatchListEntry.
               move 'N' to entryMatched.
               move zeros to wordsMatched.
               if candTokenCount <= seTokenCount(sIdx)
                   move candTokenCount to shortCount
                   move 1 to ctIdx
                   perform until ctIdx > candTokenCount
                       move 'N' to wordFound
                       move 1 to stIdx
                       perform until stIdx > seTokenCount(sIdx)
                           or wordFound = 'Y'
                           perform MatchWordPair
                           add 1 to stIdx
                       end-perform
                       if wordFound = 'Y'
                           add 1 to wordsMatched
                       end-if
                       add 1 to ctIdx
                   end-perform
               else
                   move seTokenCount(sIdx) to shortCount
                   move 1 to stIdx
                   perform until stIdx > seTokenCount(sIdx)
                       move 'N' to wordFound
                       move 1 to ctIdx
                       perform until ctIdx > candTokenCount
                           or wordFound = 'Y'
                           perform MatchWordPair
                           add 1 to ctIdx
                       end-perform
                       if wordFound = 'Y'
                           add 1 to wordsMatched
                       end-if
                       add 1 to stIdx
                   end-perform
               end-if.
               if wordsMatched = shortCount
                   if shortCount >= 2
                       or (candTokenCount = 1
                           and seTokenCount(sIdx) = 1)
                       move 'Y' to entryMatched
                   end-if
               end-if.

           MatchWordPair.
               move ctText(ctIdx) to tokA.
               move ctLen(ctIdx) to lenA.
               move seTokText(sIdx, stIdx) to tokB.
               move seTokLen(sIdx, stIdx) to lenB.
               perform MatchWord.
               if tokenMatched = 'Y'
                   move 'Y' to wordFound
               end-if.

      *> the same word, or - in words of minFuzzyLength letters or
      *> more - one letter different, or one letter more or less
           MatchWord.
               move 'N' to tokenMatched.
               if lenA < lenB
                   move tokA to swText
                   move lenA to swLen
                   move tokB to tokA
                   move lenB to lenA
                   move swText to tokB
                   move swLen to lenB
               end-if.
               if lenA = lenB
                   if tokA = tokB
                       move 'Y' to tokenMatched
                   else
                       if lenA >= minFuzzyLength
                           move zeros to tokDiffs
                           move 1 to tokPosA
                           perform until tokPosA > lenA
                               if tokA(tokPosA:1) not = tokB(tokPosA:1)
                                   add 1 to tokDiffs
                               end-if
                               add 1 to tokPosA
                           end-perform
                           if tokDiffs = 1
                               move 'Y' to tokenMatched
                           end-if
                       end-if
                   end-if
               else
                   if lenA = lenB + 1 and lenB >= minFuzzyLength
                       move zeros to tokDiffs
                       move 1 to tokPosA
                       move 1 to tokPosB
                       perform until tokPosB > lenB or tokDiffs > 1
                           if tokA(tokPosA:1) = tokB(tokPosB:1)
                               add 1 to tokPosA
                               add 1 to tokPosB
                           else
                               add 1 to tokDiffs
                               add 1 to tokPosA
                           end-if
                       end-perform
                       if tokDiffs <= 1
                           move 'Y' to tokenMatched
                       end-if
                   end-if
               end-if.

      *> a cleared entry lets the name through; a confirmed one
      *> outranks one still pending in what the caller is told
           HandleSanctionHit.
               move screenCustId to rkCustId.
               move screenName to rkScreenName.
               move seEntryId(sIdx) to rkEntryId.
               perform FindSanctionReview.
               if rvFound = 'N'
                   perform QueueSanctionHit
                   move 'P' to hitState
               else
                   move rvState(rvIdx) to hitState
               end-if.
               if hitState not = 'C'
                   move 'Y' to sanctionHold
                   if sanctionHoldState not = 'F'
                       move hitState to sanctionHoldState
                       move seEntryId(sIdx) to sanctionHitId
                       move seName(sIdx) to sanctionHitName
                   end-if
               end-if.

      *> appended only - opened for extend, created the first
      *> time; the table keeps it too so the same hit is queued
      *> once however often it is screened
           QueueSanctionHit.
               move spaces to sanctionReviewRecord.
               move 'Q' to srRecordType.
               move screenCustId to srCustId.
               move screenName to srScreenName.
               move seEntryId(sIdx) to srEntryId.
               move seName(sIdx) to srListName.
               move screenLoanNum to srLoanNum.
               move screenSource to srSource.
               move runDate to srDate.
               move runHour to srTime(1:2).
               move runMinute to srTime(3:2).
               move operatorId to srOperator.
               open extend sanctionReviewFile.
               if sanctionReviewStatus = "05"
                   or sanctionReviewStatus = "35"
                   open output sanctionReviewFile
                   close sanctionReviewFile
                   open extend sanctionReviewFile
               end-if.
               write sanctionReviewRecord.
               close sanctionReviewFile.
               add 1 to sanctionQueued.
               perform AddSanctionReview.
