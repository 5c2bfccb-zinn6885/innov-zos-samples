      ***************************************************************
      * FRRULK - FRRULES roster-rules KSDS record layout (FD level).
      * Copied into FD-Rule-Record in FRRULLD and any batch program
      * that opens FRRULES. FD-Rule-Key is the record key; the rest
      * of the record is carried as filler since callers move the
      * full record to/from the working-storage copy of FRRULR.
      ***************************************************************
           05  FD-Rule-Key               pic x(08).
           05  filler                    pic x(72).
