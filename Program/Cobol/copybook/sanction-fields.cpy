      *> sanction-fields.cpy - working storage for the shared
      *> sanctions screening paragraphs in sanction-io.cpy. The
      *> program declares sanctionListFile (sanction.tab, status
      *> sanctionListStatus) with copy "sanction-list" and
      *> sanctionReviewFile (sanctrev.dat, status
      *> sanctionReviewStatus) with copy "sanction-review" under
      *> their FDs, and has runDate, runTime (runHour/runMinute)
      *> and operatorId of its own. It performs LoadSanctionList
      *> and LoadSanctionReviews once, then for each name moves the
      *> customer, name, loan and source to the screen fields and
      *> performs ScreenCustomerName: sanctionHold 'Y' back means
      *> the transaction must not go ahead, with sanctionHoldState 'F'
      *> for a confirmed match or 'P' for one awaiting review and
      *> the list entry named in sanctionHitId/sanctionHitName.
      *> After LoadSanctionReviews, and again once its screening is
      *> done, it checks reviewsNotHeld: above zero, the review
      *> queue did not fit the table and the run stops with
      *> ErrorRunCode.
       01 sanctionListStatus pic X(2).
       01 sanctionReviewStatus pic X(2).
      *> the watch list, held with each name already split into
      *> its words - maxSanctions is a fixed, documented limit in
      *> the shop's usual style
       01 maxSanctions constant as 10000.
       01 maxNameTokens constant as 6.
       77 sanctionCount pic S9(5) usage is COMPUTATIONAL
           value zeros.
       77 sanctionDropped pic S9(5) usage is COMPUTATIONAL
           value zeros.
       77 sIdx pic S9(5) usage is COMPUTATIONAL.
       01 sanctionArea.
           02 sanctionEntry occurs maxSanctions times.
               03 seEntryId pic X(10).
               03 seName pic X(60).
               03 seTokenCount pic S9(4) usage is COMPUTATIONAL.
               03 seToken occurs maxNameTokens times.
                   04 seTokText pic X(20).
                   04 seTokLen pic S9(4) usage is COMPUTATIONAL.
      *> the review queue as it stands - one entry per customer,
      *> screened name and list entry still undecided, and the
      *> latest decision per customer and list entry: a decision
      *> gives up the slot ('X') of any earlier decision on the
      *> same customer and entry under another name, and the slots
      *> given up are squeezed out when the table fills
       01 maxReviews constant as 3000.
       77 reviewCount pic S9(5) usage is COMPUTATIONAL
           value zeros.
       77 rvIdx pic S9(5) usage is COMPUTATIONAL.
       77 rvScanIdx pic S9(5) usage is COMPUTATIONAL.
       77 rvKeepIdx pic S9(5) usage is COMPUTATIONAL.
      *> queue entries the table could not hold even then - the
      *> host stops with ErrorRunCode rather than screen or review
      *> against a queue that is short
       77 reviewsNotHeld pic 9(7) usage is COMPUTATIONAL
           value zeros.
       77 rvFound pic X(1).
       01 reviewKey.
           02 rkCustId     pic 9(6).
           02 rkScreenName pic X(20).
           02 rkEntryId    pic X(10).
       01 reviewArea.
           02 reviewEntry occurs maxReviews times.
               03 rvState pic X(1).
               03 rvQueued pic X(164).
               03 rvDecided pic X(164).
       01 shownReview.
           02 svRecordType pic X(1).
           02 svCustId     pic 9(6).
           02 svScreenName pic X(20).
           02 svEntryId    pic X(10).
           02 svListName   pic X(60).
           02 svLoanNum    pic 9(5).
           02 svSource     pic X(1).
           02 svDate       pic 9(8).
           02 svTime       pic 9(4).
           02 svOperator   pic X(8).
           02 svDecision   pic X(1).
           02 svNote       pic X(40).
      *> NormalizeName's input and the words it leaves behind
       77 nameInput pic X(60).
       77 nameNormal pic X(60).
       77 nameTokenCount pic S9(4) usage is COMPUTATIONAL.
       01 nameTokenArea.
           02 nameToken occurs maxNameTokens times.
               03 ntText pic X(20).
               03 ntLen pic S9(4) usage is COMPUTATIONAL.
       01 nameTokenSwap.
           02 swText pic X(20).
           02 swLen pic S9(4) usage is COMPUTATIONAL.
       77 nmPos pic S9(4) usage is COMPUTATIONAL.
       77 nmChar pic X(1).
       77 nmBuild pic X(20).
       77 nmBuildLen pic S9(4) usage is COMPUTATIONAL.
       77 ntIdx pic S9(4) usage is COMPUTATIONAL.
       77 ntIdx2 pic S9(4) usage is COMPUTATIONAL.
       77 nmOutPos pic S9(4) usage is COMPUTATIONAL.
      *> the name being screened, split once into its words
       77 screenCustId pic 9(6).
       77 screenName pic X(20).
       77 screenLoanNum pic 9(5).
       77 screenSource pic X(1).
       77 candTokenCount pic S9(4) usage is COMPUTATIONAL.
       01 candTokenArea.
           02 candToken occurs maxNameTokens times.
               03 ctText pic X(20).
               03 ctLen pic S9(4) usage is COMPUTATIONAL.
       77 sanctionHold pic X(1).
       77 hitState pic X(1).
       77 sanctionHoldState pic X(1).
       77 sanctionHitId pic X(10).
       77 sanctionHitName pic X(60).
       77 sanctionQueued pic S9(5) usage is COMPUTATIONAL
           value zeros.
      *> one list entry against the candidate, word by word
       77 entryMatched pic X(1).
       77 shortCount pic S9(4) usage is COMPUTATIONAL.
       77 wordsMatched pic S9(4) usage is COMPUTATIONAL.
       77 wordFound pic X(1).
       77 ctIdx pic S9(4) usage is COMPUTATIONAL.
       77 stIdx pic S9(4) usage is COMPUTATIONAL.
      *> one word against another, allowing one letter wrong,
      *> missing or extra in a word of five letters or more
       77 tokA pic X(20).
       77 tokB pic X(20).
       77 lenA pic S9(4) usage is COMPUTATIONAL.
       77 lenB pic S9(4) usage is COMPUTATIONAL.
       77 tokenMatched pic X(1).
       77 tokDiffs pic S9(4) usage is COMPUTATIONAL.
       77 tokPosA pic S9(4) usage is COMPUTATIONAL.
       77 tokPosB pic S9(4) usage is COMPUTATIONAL.
       01 minFuzzyLength constant as 5.
