      ***************************************************************
      * FRCONK - FRCONTR player-contract KSDS record layout (FD
      * level). Copied into FD-Contract-Record in FRCONMNT, FRPAYCAP,
      * FRUPDATE, and any program that opens FRCONTR. FD-Contract-Key
      * is the record key - the FRPIDX permanent player id; the rest
      * of the record is carried as filler since callers move the
      * full record to/from the working-storage copy of FRCONR.
      ***************************************************************
           05  FD-Contract-Key           pic 9(07).
           05  filler                    pic x(73).
