      *> sanction-list.cpy - shared layout for the sanctions
      *> watch-list table (sanction.tab), built by SanctionsRefresh
      *> from the published list and read by every program that
      *> screens a name against it (CustomerMaint, LoanEdit and the
      *> refresh's own whole-file re-screen). One record per listed
      *> party: the list's own entry number, the sanctions program
      *> it is listed under, the name exactly as published, and the
      *> same name normalized the way sanction-io.cpy's
      *> NormalizeName leaves it - upper case, punctuation dropped,
      *> one-letter words dropped, the words in alphabetical order.
       01 sanctionListRecord.
           02 slEntryId pic X(10).
           02 slProgram pic X(10).
           02 slName    pic X(60).
           02 slNormal  pic X(60).
