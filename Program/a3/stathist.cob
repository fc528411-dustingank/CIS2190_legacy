                       at end
                           continue
                       not at end
                           *> per-group records are statControl's
                           *> business - drift is run over run on
                           *> the grand totals
                           if shGroup = spaces
                               perform StoreHistoryRecord
                           end-if
                   end-read
               end-perform
               close historyFile
