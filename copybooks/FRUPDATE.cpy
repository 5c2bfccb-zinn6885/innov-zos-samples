      * with its stats intact and the FRPIDX cross-reference carries
      * the permanent id across, so a spelling fix no longer splits
      * a career the way a DELETE+ADD did.
      * Any detail but an INJURY (whose data area is full) may carry
      * an effective date YYYYMMDD in the last eight bytes
      * (FTU-Effective-View). Blank, or not after the batch's
      * business date, applies tonight; a later date parks the item
      * in the FRDATED KSDS until FRDTREL releases it on that date.
      ***************************************************************
           05  FTU-Operation             pic x(01).
               88  FTU-ADD               value "A".
               10  FTU-Namefix-Data redefines FTU-Stat-Data.
                   15  FTU-New-Player-Name       pic x(20).
                   15  filler                    pic x(19).
               10  FTU-Effective-View redefines FTU-Stat-Data.
                   15  filler                    pic x(31).
                   15  FTU-Effective-Date-X      pic x(08).
                   15  FTU-Effective-Date
                          redefines FTU-Effective-Date-X
                                                 pic 9(08).
           05  FTU-Header-Detail redefines FTU-Detail.
               10  FTU-Header-Source         pic x(08).
               10  FTU-Header-Date           pic x(08).
