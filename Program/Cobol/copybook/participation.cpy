      *> participation.cpy - shared layout for the participation
      *> file (particip.tab): one row for every share of a loan
      *> sold to a partner bank - the loan, the investor's code and
      *> name, the percentage of the loan sold, the pass-through
      *> rate the investor earns and the servicing fee we keep (both
      *> annual percentages - the note rate on the sold share is the
      *> two together), the date of the sale, and 'A' active or 'I'
      *> bought back. A loan may be sold to more than one investor;
      *> the active shares together never pass 100 percent.
      *> Maintained by ParticipationMaint; InvestorRemittance splits
      *> each month's collections by it, and PortfolioDashboard and
      *> LossReserve show our retained share off it.
       01 participationRecord.
           02 paLoanNum      pic 9(5).
           02 paInvestor     pic X(8).
           02 paInvestorName pic X(20).
           02 paPercent      pic 9(3)V99.
           02 paPassRate     pic 99V9(4).
           02 paServFee      pic 9V9(4).
           02 paSoldDate     pic 9(8).
           02 paActive       pic X(1).
