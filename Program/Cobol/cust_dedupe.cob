           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy;
           *> this program holds BOTH masters' locks for the whole
           *> session, since a merge touches CUSTMAST and LOANMAST
           *> together
           copy "lock-fields".
           *> the SSNs on the screen and on dedupe.rpt show only
           *> their last four - see copybook/mask-io.cpy
           copy "mask-fields".
           77 maskedSSNA pic X(11).
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy; journalFileTag names which
           *> master the saved image belongs to
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 savedImage pic X(250).
           77 journalFileTag pic X(8).
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           77 operatorId pic X(8) value spaces.

           *> the whole customer file in one table for the pairwise
           *> scan - maxCustomers is a fixed, documented limit in the
           *> shop's usual style, now that the id runs to six digits
           01 maxCustomers constant as 5000.
           77 custCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           77 ci pic S9(5) usage is COMPUTATIONAL.
           77 cj pic S9(5) usage is COMPUTATIONAL.
           77 riIdx pic S9(5) usage is COMPUTATIONAL.
           01 custArea.
               02 custEntry occurs maxCustomers times.
                   03 cuId pic 9(6).
                   03 cuName pic X(20).
                   03 cuDob pic 9(8).
                   03 cuSSN pic 9(9).
               value zeros.
           77 matchReason pic X(16).
           77 mergeChoice pic X(1).
           77 keeperId pic 9(6).
           77 loserId pic 9(6).
           77 repointCount pic 9(5) usage is COMPUTATIONAL.

           01 runDate.
               02 filler pic X(6) value ' Pair '.
               02 outPairNum pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outIdA pic ZZZZZ9.
               02 filler pic X(1) value '/'.
               02 outIdB pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outNameA pic X(20).
               02 filler pic X(2) value space.
               02 outReason pic X(16).
               02 filler pic X(2) value space.
               02 outOutcome pic X(10).
           01 pairSSNLine.
               02 filler pic X(20) value space.
               02 filler pic X(5) value 'SSN  '.
               02 outSSNA pic X(11).
               02 filler pic X(3) value ' / '.
               02 outSSNB pic X(11).
           01 reportSummary.
               02 filler pic X(19) value 'Candidate pairs:   '.
               02 outPairCount pic ZZZZ9.
                   move cuId(cj) to outIdB.
                   move cuName(ci) to outNameA.
                   move matchReason to outReason.
                   move cuSSN(ci) to maskSSNIn.
                   perform MaskSSN.
                   move maskedSSN to maskedSSNA.
                   move maskedSSN to outSSNA.
                   move cuSSN(cj) to maskSSNIn.
                   perform MaskSSN.
                   move maskedSSN to outSSNB.
                   display " ".
                   display "Candidate pair: " cuId(ci) " and "
                       cuId(cj) " (" matchReason ")".
                   display "  " cuId(ci) " " cuName(ci)
                       " born " cuDob(ci) " SSN " maskedSSNA.
                   display "  " cuId(cj) " " cuName(cj)
                       " born " cuDob(cj) " SSN " maskedSSN.
                   display "Merge? (1) keep " cuId(ci)
                       ", (2) keep " cuId(cj)
                       ", (N) leave both: " with no advancing.
                           move 'LEFT' to outOutcome
                   end-evaluate.
                   write reportLine from pairDetail.
                   if outSSNA not = spaces or outSSNB not = spaces
                       write reportLine from pairSSNLine
                   end-if.

               MergePair.
                   perform RepointLoans.
                           at end
                               move 'Y' to custEof
                           not at end
                               if custCount < maxCustomers
                                   add 1 to custCount
                                   move IdNum to cuId(custCount)
                                   move custName

               copy "lock-io".

               copy "mask-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself - same waiver as the sign-on when no
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
