      ***************************************************************
      * FRAUTHK - FRAUTH online-authorization KSDS record layout (FD
      * level). Copied into FD-Auth-Record in FRAUTHMT, FRAUTHRP,
      * and any batch program that opens FRAUTH. FD-Auth-User-Id is
      * the record key; the rest of the record is carried as filler
      * since callers move the full record to/from the working-
      * storage copy of FRAUTHR.
      ***************************************************************
           05  FD-Auth-User-Id           pic x(08).
           05  filler                    pic x(252).
