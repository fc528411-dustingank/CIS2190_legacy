      *> participation-table.cpy - shared working-storage for the
      *> participation paragraphs in participation-io.cpy: the whole
      *> of particip.tab held in one table - maxParticipations is a
      *> fixed, documented limit in the shop's usual style.
      *> FindSoldPercent leaves in soldPercent the active shares sold
      *> on the loan in partLoanNum, and in retainedPercent what is
      *> left to us.
       01 maxParticipations constant as 1000.
       77 partCount pic S9(4) usage is COMPUTATIONAL value zeros.
       77 partIdx pic S9(4) usage is COMPUTATIONAL.
       77 partLoanNum pic 9(5).
       77 soldPercent pic 9(3)V99.
       77 retainedPercent pic 9(3)V99.
       01 participationArea.
           02 participationEntry occurs maxParticipations times.
               03 pnLoanNum      pic 9(5).
               03 pnInvestor     pic X(8).
               03 pnInvestorName pic X(20).
               03 pnPercent      pic 9(3)V99.
               03 pnPassRate     pic 99V9(4).
               03 pnServFee      pic 9V9(4).
               03 pnSoldDate     pic 9(8).
               03 pnActive       pic X(1).
