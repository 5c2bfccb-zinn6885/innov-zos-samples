      ***************************************************************
      * FRSPLTR - the FRSPLCTL split-control record, written by
      * FRPSPLIT when it cuts a night's FRUPDATE batch into team-
      * range partitions and rewritten by FRPMERGE once the
      * partition output is folded back into the shared files. It
      * carries the fingerprint of the whole batch (header source
      * and business date, detail count, the four stat hash totals)
      * that FRPMERGE writes to FRRUNCTL as the completed run, and
      * the detail count routed to each stream - partitions 1-4,
      * then stream 5, the serial cross-partition pass (X). SPL-
      * Cross-Count is how many of stream 5's items went there
      * because they cross a partition boundary or follow a player
      * that does. FRPSPLIT will not cut a new batch over a split
      * that is still Split and not Merged. 120-byte fixed record.
      ***************************************************************
           05  SPL-Batch-Source          pic x(08).
           05  SPL-Batch-Date            pic x(08).
           05  SPL-Split-Date            pic x(08).
           05  SPL-Split-Time            pic x(06).
           05  SPL-Record-Count          pic 9(07).
           05  SPL-Hash-Games            pic 9(09).
           05  SPL-Hash-Attempts         pic 9(09).
           05  SPL-Hash-Completed        pic 9(09).
           05  SPL-Hash-Three            pic 9(09).
           05  SPL-Stream-Count          pic 9(07) occurs 5 times.
           05  SPL-Cross-Count           pic 9(07).
           05  SPL-Merge-Status          pic x(01).
               88  SPL-Split             value "S".
               88  SPL-Merged            value "M".
           05  filler                    pic x(04).
