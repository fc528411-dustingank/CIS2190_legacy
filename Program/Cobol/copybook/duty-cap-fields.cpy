      *> duty-cap-fields.cpy - shared working-storage for the
      *> servicemember rate-cap paragraphs in duty-cap-io.cpy. The
      *> host program opens CUSTMAST (customer-record.cpy) as custFile
      *> and sets custFileAvailable 'Y' when it opened, copies
      *> business-constants.cpy, and supplies the loan-master.cpy
      *> record. It moves the loan's full annual rate (nominal rate
      *> plus tier adder, in percent - whether the rate is the
      *> loan's own or a loanrate.tab reprice) to fullAnnualRate and
      *> the date the interest is for to capAsOfDate, then performs
      *> ApplyRateCap; the rate to charge comes back in
      *> cappedAnnualRate, with rateCapped 'Y' when the cap cut it.
       77 fullAnnualRate pic 99V9(8).
       77 cappedAnnualRate pic 99V9(8).
       77 capAsOfDate pic 9(8).
       77 rateCapped pic X(1).
      *> the duty period of the customer last looked up - a loan
      *> pass reads CUSTMAST once per change of customer, not once
      *> per interest figure
       77 dutyCustId pic 9(6) value zeros.
       77 dutyStart pic 9(8) value zeros.
       77 dutyEnd pic 9(8) value zeros.
