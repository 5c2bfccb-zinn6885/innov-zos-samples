      ***************************************************************
      * STR3COAK - STR3COA change-of-address KSDS record layout (FD
      * level). Copied into FD-Coa-Record in STR3COA and STR3BAT.
      * FD-Coa-Key is the record key; the rest of the record is
      * carried as filler since callers move the full record to/from
      * the working-storage copy of STR3COAR.
      ***************************************************************
           05  FD-Coa-Key                pic x(90).
           05  filler                    pic x(130).
