      ***************************************************************
      * ARTAXK - ARTAX sales-tax liability KSDS record layout (FD
      * level). Copied into FD-Tax-Record in ARITHTAX.
      * FD-Tax-Key is the record key; the rest of the record is
      * carried as filler since callers move the full record to/from
      * the working-storage copy of ARTAXR.
      ***************************************************************
           05  FD-Tax-Key                pic x(17).
           05  filler                    pic x(103).
