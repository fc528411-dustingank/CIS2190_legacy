           01 masterStatus pic X(2).
           01 loanCustStatus pic X(2).
           01 xrefParamStatus pic X(2).
           *> the SSN on the report shows only its last four - see
           *> copybook/mask-io.cpy
           copy "mask-fields".

           *> unattended override for the cross-reference report file
           *> name - custxref.par (if present) supplies it, the same
           01 loanTableArea.
               02 loanTableEntry occurs maxLoans times.
                   03 ltLoanNum pic 9(5).
                   03 ltCustId  pic 9(6).
                   03 ltBalance pic S9(7)V99
                       usage is COMPUTATIONAL-3.
                   03 ltStatus  pic X(1).
           01 xrefArea.
               02 xrefEntry occurs maxXrefs times.
                   03 xrLoanNum pic 9(5).
                   03 xrCustId pic 9(6).
                   03 xrRole pic X(1).

           01 reportHeading.
               02 filler pic X(70) value all '-'.
           01 custHeaderLine.
               02 filler pic X(10) value ' Customer '.
               02 outCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outCustName pic X(20).
               02 filler pic X(6) value '  SSN '.
               02 outCustSSN pic X(11).
           01 loanDetail.
               02 filler pic X(10) value '   Loan # '.
               02 outLoanNum pic ZZZZ9.
               WriteCustomerSection.
                   move IdNum to outCustId.
                   move custName to outCustName.
                   move custSSN to maskSSNIn.
                   perform MaskSSN.
                   move maskedSSN to outCustSSN.
                   write reportLine from custHeaderLine.
                   move zeros to custLoanCount.
                   move zeros to custLoanTotal.
                       end-read
                       close xrefParamFile
                   end-if.

               copy "mask-io".
