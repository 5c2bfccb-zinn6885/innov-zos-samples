      ***************************************************************
      * FRDATEK - FRDATED effective-dated transaction KSDS record
      * layout (FD level). Copied into FD-Dated-Record in FRUPDATE,
      * FRDTREL, and any program that opens FRDATED. FD-Dated-Seq is
      * the record key; the rest of the record is carried as filler
      * since callers move the full record to/from the working-
      * storage copy of FRDATER.
      ***************************************************************
           05  FD-Dated-Seq              pic 9(07).
           05  filler                    pic x(113).
