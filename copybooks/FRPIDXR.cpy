      * and flags the old one Prior, so FRTREND and the career
      * reporting can follow the one player end to end.
      * One control record under the reserved "#CONTROL" team name
      * carries the last id assigned. On a partitioned night
      * FRPSPLIT reserves each partition a block of ids on its own
      * "#CONTROL" record, player name "PARTITION n": PX-Player-Id
      * is the last id the partition has used, PX-Block-Limit the
      * last id in its block. 60-byte record.
      ***************************************************************
           05  Pidx-Key.
               10  PX-Team-Name           pic x(20).
                   88  PX-Current         value "C".
                   88  PX-Prior           value "P".
               10  PX-Assigned-Date       pic x(08).
               10  PX-Block-Limit redefines PX-Assigned-Date
                                          pic 9(08).
               10  filler                 pic x(04).
