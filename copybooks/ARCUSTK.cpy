      ***************************************************************
      * ARCUSTK - ARCUST customer-master KSDS record layout (FD
      * level). Copied into FD-Cust-Record in ARITHCUS and ARITHBAT.
      * FD-Cust-Key is the record key; the rest of the record is
      * carried as filler since callers move the full record to/from
      * the working-storage copy of ARCUSTR.
      ***************************************************************
           05  FD-Cust-Key               pic x(06).
           05  filler                    pic x(194).
