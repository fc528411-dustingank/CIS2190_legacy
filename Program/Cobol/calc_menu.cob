                       move opName to obName(operCount)
                       move opActive to obActive(operCount)
                       if opRole = 'P' or opRole = 'M'
                           or opRole = 'S' or opRole = 'R'
                           move opRole to obRole(operCount)
                       else
                           move 'I' to obRole(operCount)
                   close operatorFile.

               *> the role ladder: inquiry, posting, maintenance,
               *> supervisor - the pharmacist role stands off the
               *> ladder and ranks as inquiry here
               RankRole.
                   evaluate roleToRank
                       when 'S'
