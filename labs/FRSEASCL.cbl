      * KT-Three-Pointers counters (keeping the roster keys intact),
      * zeroes the FRTEAM rollups to match, and rewrites the FRSEASON
      * season-control record with the new season id that FRLEAD and
      * FRINQ report, stamped with the day the new season opened so
      * FRRHOUSE knows where the closed seasons end. Driven by a
      * SEASCRD card carrying the closing and the new season ids.
      * The run is restartable: each phase writes a SEACHKPT marker
      * when it completes, and a re-run skips straight past completed
      * phases - so an abend after the archives are cut can never
              move spaces to Season-Record
              move "CURRENT " to SEA-Key
              move NextSeasonId to SEA-Season-Id
              move TodayDate to SEA-Season-Opened
              write FD-Season-Record from Season-Record
              end-write
           else
                 move spaces to Season-Record
                 move "CURRENT " to SEA-Key
                 move NextSeasonId to SEA-Season-Id
                 move TodayDate to SEA-Season-Opened
                 write FD-Season-Record from Season-Record
                 end-write
              else
                 perform File-Check-Season
                 move NextSeasonId to SEA-Season-Id
                 move TodayDate to SEA-Season-Opened
                 rewrite FD-Season-Record from Season-Record
                 end-rewrite
              end-if
