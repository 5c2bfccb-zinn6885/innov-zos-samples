      ***************************************************************
      * FRBRKK - FRBRACKT playoff bracket KSDS record layout (FD
      * level). Copied into FD-Bracket-Record in FRPLAYOF and any
      * program that opens FRBRACKT. FD-Bracket-Key is the record
      * key - round, conference, series slot - so a straight read
      * from low-values walks the bracket round by round. The rest
      * of the record is carried as filler since callers move the
      * full record to/from the working-storage copy of FRBRKR.
      ***************************************************************
           05  FD-Bracket-Key.
               10  FK-Round              pic 9(01).
               10  FK-Conference         pic x(02).
               10  FK-Slot               pic 9(02).
           05  filler                    pic x(75).
