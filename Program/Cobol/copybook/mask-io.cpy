      *> mask-io.cpy - the shared MaskSSN and MaskBankAccount
      *> paragraphs; the working storage and the rule are in
      *> mask-fields.cpy.
           MaskSSN.
               move spaces to maskedSSN.
               if maskSSNIn is numeric and maskSSNIn > 0
                   move "***-**-" to maskedSSN(1:7)
                   move maskSSNIn(6:4) to maskedSSN(8:4)
               end-if.

      *> the account is left-justified and of no fixed length, so
      *> its last four are found from the right
           MaskBankAccount.
               move spaces to maskedAccount.
               move 17 to maskPos.
               move 'N' to maskEndFound.
               perform until maskPos = 0 or maskEndFound = 'Y'
                   if maskAccountIn(maskPos:1) = space
                       subtract 1 from maskPos
                   else
                       move 'Y' to maskEndFound
                   end-if
               end-perform.
               if maskPos > 4
                   move all '*' to maskedAccount(1:maskPos - 4)
                   move maskAccountIn(maskPos - 3:4)
                       to maskedAccount(maskPos - 3:4)
               else
                   if maskPos > 0
                       move all '*' to maskedAccount(1:maskPos)
                   end-if
               end-if.
