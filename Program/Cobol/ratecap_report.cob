           identification division.
           program-id. RateCapReport.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
           select rateCapFile assign to "ratecap.log"
               organization is line sequential
               file status is rateCapStatus.
           select noticeFile assign to "capnote.dat"
               organization is line sequential
               file status is noticeStatus.
           select letterTrigFile assign to "lettertrig.dat"
               organization is line sequential
               file status is letterTrigStatus.
           select capReport assign to dynamic capReportFileName
               organization is line sequential.
           select capParamFile assign to "ratecap.par"
               organization is line sequential
               file status is capParamStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd custFile.
               copy "customer-record".

           fd rateCapFile.
               copy "rate-cap-log".

           fd noticeFile.
           *> one row per cap notice already raised: the loan, the
           *> duty period it belongs to (by its start date), which
           *> notice ('S' the cap has started, 'E' it has ended) and
           *> the run that raised it - so each notice goes out once
           *> per duty period however many runs see it
           01 noticeRecord.
               02 cnLoanNum   pic 9(5).
               02 cnDutyStart pic 9(8).
               02 cnNotice    pic X(1).
               02 cnRunDate   pic 9(8).

           fd letterTrigFile.
               copy "letter-trigger".

           fd capReport.
           01 reportLine pic X(90).

           fd capParamFile.
           01 capParamRecord pic X(30).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           copy "business-constants".
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 masterStatus pic X(2).
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           01 rateCapStatus pic X(2).
           01 noticeStatus pic X(2).
           01 letterTrigStatus pic X(2).
           01 capParamStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the duty-period lookup - see copybook/duty-cap-io.cpy
           copy "duty-cap-fields".

           *> unattended override for the report file name -
           *> ratecap.par (if present) supplies it, the same
           *> convention as loanage.par
           01 capReportFileName pic X(30) value "ratecap.rpt".

           *> the cap log summarised by loan - maxCapLoans is a
           *> fixed, documented limit in the shop's usual style
           01 maxCapLoans constant as 2000.
           77 capLoanCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 capIdx pic S9(5) usage is COMPUTATIONAL.
           77 capFound pic X(1).
           01 capArea.
               02 capEntry occurs maxCapLoans times.
                   03 caLoanNum   pic 9(5).
                   03 caCustId    pic 9(6).
                   03 caFirstDate pic 9(8).
                   03 caLastDate  pic 9(8).
                   03 caCharges   pic 9(5).
                   03 caForgiven  pic 9(9)V99.
           77 forgivenTotal pic 9(11)V99 usage is COMPUTATIONAL-3
               value zeros.

           *> the notices already raised, off capnote.dat -
           *> maxNotices is a fixed, documented limit
           01 maxNotices constant as 5000.
           77 noticeCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 ntIdx pic S9(5) usage is COMPUTATIONAL.
           77 ntFound pic X(1).
           77 wantNotice pic X(1).
           01 noticeArea.
               02 noticeEntry occurs maxNotices times.
                   03 ntLoanNum   pic 9(5).
                   03 ntDutyStart pic 9(8).
                   03 ntNotice    pic X(1).
           77 startNoticeCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 endNoticeCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           77 masterEof pic X(1) value 'N'.
           01 workDate.
               02 workYear  pic 9(4).
               02 workMonth pic 99.
               02 workDay   pic 99.
           01 workDateText pic X(10).

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
               02 filler pic X(42) value
           ' Servicemember Rate Cap Report     Run on '.
               02 outRunDate pic 9999/99/99.
           01 breakLine.
               02 filler pic X(80) value all '-'.
           01 forgivenHeading.
               02 filler pic X(60) value
           ' Interest Forgiven Under the Cap, by Loan'.
           01 forgivenColHeads.
               02 filler pic X(46) value
           ' Loan #  Cust      First Cap   Last Cap  Times'.
               02 filler pic X(20) value '     Forgiven'.
           01 forgivenDetail.
               02 outLoanNum pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outCustId  pic ZZZZZ9.
               02 filler     pic X(3) value space.
               02 outFirstDate pic 9999/99/99.
               02 filler     pic X(1) value space.
               02 outLastDate pic 9999/99/99.
               02 filler     pic X(3) value space.
               02 outCharges pic ZZZZ9.
               02 filler     pic X(2) value space.
               02 outForgiven pic ZZZ,ZZZ,ZZ9.99.
           01 noForgivenLine.
               02 filler pic X(40) value
                   '  (no interest forgiven on record)'.
           01 forgivenTotalLine.
               02 filler pic X(47) value
           ' Total interest forgiven:'.
               02 outForgivenTotal pic ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 noticeHeading.
               02 filler pic X(60) value
           ' Cap Notices Raised This Run'.
           01 noticeDetail.
               02 outNtLoanNum pic ZZZZ9.
               02 filler     pic X(3) value space.
               02 outNtCustId pic ZZZZZ9.
               02 filler     pic X(3) value space.
               02 outNtText  pic X(20).
               02 filler     pic X(2) value space.
               02 outNtDuty  pic X(10).
           01 noNoticesLine.
               02 filler pic X(20) value '  (none)'.
           01 noticeSummary.
               02 filler pic X(22) value ' Cap-start notices:   '.
               02 outStartCount pic ZZZZ9.
               02 filler pic X(22) value '   Cap-end notices:   '.
               02 outEndCount pic ZZZZ9.

           procedure division.
               *> the servicemember cap's two outputs: what it has
               *> cost, loan by loan - every charge made at the
               *> capped rate, off ratecap.log - and the borrower
               *> notices, a 'SCS' LetterEngine trigger for each open
               *> loan whose borrower's duty has begun and a 'SCE'
               *> trigger once it has ended, each raised once per
               *> duty period
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetCapParameters.
               move "ratecap.log/LOANMAST notices" to auditInputsValue.
               perform WriteAuditTrail.

               perform LoadCapLog.
               perform LoadNotices.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no rate-cap report"
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               end-if.
               open output capReport.
               move spaces to outRunDate(1:10).
               move runYear to outRunDate(1:4).
               move '/' to outRunDate(5:1).
               move runMonth to outRunDate(6:2).
               move '/' to outRunDate(8:1).
               move runDay to outRunDate(9:2).
               write reportLine from reportTitle.
               write reportLine from breakLine.
               perform WriteForgivenSection.

               write reportLine from breakLine.
               write reportLine from noticeHeading.
               perform OpenNoticeFiles.
               move zeros to lmLoanNum.
               start loanMaster key >= lmLoanNum
                   invalid key
                       move 'Y' to masterEof
               end-start.
               perform until masterEof = 'Y'
                   read loanMaster next record
                       at end
                           move 'Y' to masterEof
                       not at end
                           if lmStatus = 'A'
                               perform CheckCapNotices
                           end-if
                   end-read
               end-perform.
               close noticeFile.
               close letterTrigFile.
               if startNoticeCount = 0 and endNoticeCount = 0
                   write reportLine from noNoticesLine
               end-if.
               write reportLine from breakLine.
               move startNoticeCount to outStartCount.
               move endNoticeCount to outEndCount.
               write reportLine from noticeSummary.
               close capReport.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               close loanMaster.
               stop run.

               WriteForgivenSection.
                   write reportLine from forgivenHeading.
                   write reportLine from forgivenColHeads.
                   if capLoanCount = 0
                       write reportLine from noForgivenLine
                   end-if.
                   move 1 to capIdx.
                   perform until capIdx > capLoanCount
                       move caLoanNum(capIdx) to outLoanNum
                       move caCustId(capIdx) to outCustId
                       move caFirstDate(capIdx) to workDate
                       perform FormatWorkDate
                       move workDateText to outFirstDate(1:10)
                       move caLastDate(capIdx) to workDate
                       perform FormatWorkDate
                       move workDateText to outLastDate(1:10)
                       move caCharges(capIdx) to outCharges
                       move caForgiven(capIdx) to outForgiven
                       write reportLine from forgivenDetail
                       add 1 to capIdx
                   end-perform.
                   move forgivenTotal to outForgivenTotal.
                   write reportLine from forgivenTotalLine.

               *> the start notice goes out while the duty runs (a
               *> period that began and ended between runs gets only
               *> its end notice - the cap's effect is on the
               *> statements either way); the end notice once the
               *> end date has passed
               CheckCapNotices.
                   perform LookupDutyPeriod.
                   if dutyStart > 0 and dutyStart <= runDate
                       if dutyEnd = 0 or dutyEnd >= runDate
                           move 'S' to wantNotice
                           perform FindNotice
                           if ntFound = 'N'
                               perform RaiseStartNotice
                           end-if
                       else
                           move 'E' to wantNotice
                           perform FindNotice
                           if ntFound = 'N'
                               perform RaiseEndNotice
                           end-if
                       end-if
                   end-if.

               RaiseStartNotice.
                   move dutyStart to workDate.
                   perform FormatWorkDate.
                   move spaces to triggerRecord.
                   move lmLoanNum to trLoanNum.
                   move 'SCS' to trLetter.
                   move lmCustId to trCustId.
                   move zeros to trRefNum.
                   string 'duty from ' delimited by size
                       workDateText delimited by size
                       into trReason.
                   write triggerRecord.
                   perform RegisterNotice.
                   add 1 to startNoticeCount.
                   move 'CAP STARTED' to outNtText.
                   perform WriteNoticeDetail.

               RaiseEndNotice.
                   move dutyEnd to workDate.
                   perform FormatWorkDate.
                   move spaces to triggerRecord.
                   move lmLoanNum to trLoanNum.
                   move 'SCE' to trLetter.
                   move lmCustId to trCustId.
                   move zeros to trRefNum.
                   string 'duty ended ' delimited by size
                       workDateText delimited by size
                       into trReason.
                   write triggerRecord.
                   perform RegisterNotice.
                   add 1 to endNoticeCount.
                   move 'CAP ENDED' to outNtText.
                   perform WriteNoticeDetail.

               RegisterNotice.
                   move lmLoanNum to cnLoanNum.
                   move dutyStart to cnDutyStart.
                   move wantNotice to cnNotice.
                   move runDate to cnRunDate.
                   write noticeRecord.

               WriteNoticeDetail.
                   move lmLoanNum to outNtLoanNum.
                   move lmCustId to outNtCustId.
                   move workDateText to outNtDuty.
                   write reportLine from noticeDetail.

               FindNotice.
                   move 'N' to ntFound.
                   move 1 to ntIdx.
                   perform until ntIdx > noticeCount
                       or ntFound = 'Y'
                       if ntLoanNum(ntIdx) = lmLoanNum
                           and ntDutyStart(ntIdx) = dutyStart
                           and ntNotice(ntIdx) = wantNotice
                           move 'Y' to ntFound
                       else
                           add 1 to ntIdx
                       end-if
                   end-perform.

               FormatWorkDate.
                   move spaces to workDateText.
                   if workDate is numeric and workDate > 0
                       string workYear delimited by size
                           '/' delimited by size
                           workMonth delimited by size
                           '/' delimited by size
                           workDay delimited by size
                           into workDateText
                   end-if.

               *> a missing log just means nobody has been capped yet
               LoadCapLog.
                   open input rateCapFile.
                   if rateCapStatus = "00"
                       perform until rateCapStatus = "10"
                           read rateCapFile into rateCapRecord
                               at end
                                   continue
                               not at end
                                   perform TallyOneCharge
                           end-read
                       end-perform
                       close rateCapFile
                   end-if.

               TallyOneCharge.
                   move 'N' to capFound.
                   move 1 to capIdx.
                   perform until capIdx > capLoanCount
                       or capFound = 'Y'
                       if caLoanNum(capIdx) = rcLoanNum
                           move 'Y' to capFound
                       else
                           add 1 to capIdx
                       end-if
                   end-perform.
                   if capFound = 'N' and capLoanCount < maxCapLoans
                       add 1 to capLoanCount
                       move capLoanCount to capIdx
                       move rcLoanNum to caLoanNum(capIdx)
                       move rcCustId to caCustId(capIdx)
                       move rcAsOfDate to caFirstDate(capIdx)
                       move rcAsOfDate to caLastDate(capIdx)
                       move zeros to caCharges(capIdx)
                       move zeros to caForgiven(capIdx)
                       move 'Y' to capFound
                   end-if.
                   if capFound = 'Y'
                       if rcAsOfDate < caFirstDate(capIdx)
                           move rcAsOfDate to caFirstDate(capIdx)
                       end-if
                       if rcAsOfDate > caLastDate(capIdx)
                           move rcAsOfDate to caLastDate(capIdx)
                       end-if
                       add 1 to caCharges(capIdx)
                       add rcForgiven to caForgiven(capIdx)
                       add rcForgiven to forgivenTotal
                   end-if.

               LoadNotices.
                   open input noticeFile.
                   if noticeStatus = "00"
                       perform until noticeStatus = "10"
                           read noticeFile into noticeRecord
                               at end
                                   continue
                               not at end
                                   if noticeCount < maxNotices
                                       add 1 to noticeCount
                                       move cnLoanNum
                                           to ntLoanNum(noticeCount)
                                       move cnDutyStart
                                           to ntDutyStart(noticeCount)
                                       move cnNotice
                                           to ntNotice(noticeCount)
                                   end-if
                           end-read
                       end-perform
                       close noticeFile
                   end-if.

               *> both appended to, with the same auto-create-on-
               *> first-run fallback the audit trail uses - other
               *> runs leave their own triggers in lettertrig.dat
               *> for the same LetterEngine pass
               OpenNoticeFiles.
                   open extend noticeFile.
                   if noticeStatus = "05" or noticeStatus = "35"
                       open output noticeFile
                       close noticeFile
                       open extend noticeFile
                   end-if.
                   open extend letterTrigFile.
                   if letterTrigStatus = "05"
                       or letterTrigStatus = "35"
                       open output letterTrigFile
                       close letterTrigFile
                       open extend letterTrigFile
                   end-if.

               copy "duty-cap-io".

               *> ratecap.par, if present, supplies the report file
               *> name - the same operator-repointing convention
               *> used for loanage.par
               GetCapParameters.
                   open input capParamFile.
                   if capParamStatus = "00"
                       read capParamFile into capParamRecord
                           at end
                               continue
                           not at end
                               move capParamRecord
                                   to capReportFileName
                       end-read
                       close capParamFile
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
                   move "RateCapReport" to auditProgram.
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
