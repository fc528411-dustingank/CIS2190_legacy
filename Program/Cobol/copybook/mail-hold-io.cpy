      *> mail-hold-io.cpy - the shared returned-mail paragraphs:
      *> OpenMailHold, StartMailDocument, TestReturnedMail,
      *> HoldDocumentLine and CloseMailHold. The working storage and
      *> the host program's obligations are in mail-hold-fields.cpy.
      *> A document is held when the customer on the loan is
      *> flagged for returned mail; a loan with no customer, or a
      *> machine with no CUSTMAST, is printed as always.
           OpenMailHold.
               open extend mailHoldFile.
               if mailHoldStatus = "05" or mailHoldStatus = "35"
                   open output mailHoldFile
                   close mailHoldFile
                   open extend mailHoldFile
               end-if.
               if mailHoldStatus = "00"
                   move 'Y' to mailHoldOpen
               end-if.

           CloseMailHold.
               if mailHoldOpen = 'Y'
                   close mailHoldFile
                   move 'N' to mailHoldOpen
               end-if.

      *> the customer on the loan read from CUSTMAST and tested
           StartMailDocument.
               move 'N' to mailHeld.
               move zeros to mailLineNo.
               move lmCustId to mailCustId.
               if custFileAvailable = 'Y' and lmCustId > 0
                   move lmCustId to IdNum
                   read custFile
                       invalid key
                           continue
                       not invalid key
                           perform TestReturnedMail
                   end-read
               end-if.

      *> the Customer record already in hand - a program that has
      *> read the customer for its own reasons performs this
      *> directly, after setting mailCustId and mailLineNo
           TestReturnedMail.
               move 'N' to mailHeld.
               if custMailReturned = 'R' and mailHoldOpen = 'Y'
                   move 'Y' to mailHeld
                   add 1 to mailHeldCount
               end-if.

           HoldDocumentLine.
               add 1 to mailLineNo.
               move 'H' to mhRecordType.
               move mailCustId to mhCustId.
               move mailSource to mhSource.
               move lmLoanNum to mhLoanNum.
               move runDate to mhDate.
               move mailLineNo to mhLineNo.
               move documentLine to mhLine.
               write mailHoldRecord.
