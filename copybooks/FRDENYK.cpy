      ***************************************************************
      * FRDENYK - FRDENY authorization-denial KSDS record layout (FD
      * level). Copied into FD-Deny-Record in FRAUTHRP and any batch
      * program that opens FRDENY. FD-Deny-Key is the record key;
      * the rest of the record is carried as filler since callers
      * move the full record to/from the working-storage copy of
      * FRDENYR.
      ***************************************************************
           05  FD-Deny-Key               pic x(29).
           05  filler                    pic x(71).
