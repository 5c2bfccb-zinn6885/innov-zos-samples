      ***************************************************************
      * AROPENK - AROPEN receivables open-item KSDS record layout
      * (FD level). Copied into FD-AR-Record in ARITHAR.
      * FD-AR-Key (customer number + document number) is the record
      * key; the rest of the record is carried as filler since
      * callers move the full record to/from the working-storage
      * copy of AROPENR.
      ***************************************************************
           05  FD-AR-Key                 pic x(23).
           05  filler                    pic x(77).
