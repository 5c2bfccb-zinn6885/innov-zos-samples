      ***************************************************************
      * FRDENYR - one FRDENY denial record, written by FRMAINT,
      * FRENTRY, and FRSUSBR for every request the FRAUTH check
      * refused: who (user id), when (the key leads with the
      * timestamp, as FRAUDIT's does, so the file reads back in time
      * order), which program, the transaction type asked for, the
      * team and player it was aimed at, and why:
      *   1 = no FRAUTH record for the user
      *   2 = the user's grant is revoked
      *   3 = transaction type not granted
      *   4 = team not granted
      *   5 = FRAUTH not available - refused rather than let through
      * DNY-Tran-Type: C = stat correction, S = stat entry, T = trade
      * entry, R = roster entry, L = suspense release - the FRAUTHR
      * grants in the same order. Read back by FRAUTHRP for the
      * access review. 100-byte record, keyed on the 29-byte
      * DNY-Key.
      ***************************************************************
           05  DNY-Key.
               10  DNY-Timestamp         pic x(21).
               10  DNY-User-Id           pic x(08).
           05  DNY-Program               pic x(08).
           05  DNY-Tran-Type             pic x(01).
           05  DNY-Team-Name             pic x(20).
           05  DNY-Player-Name           pic x(20).
           05  DNY-Reason-Code           pic 9(02).
           05  filler                    pic x(20).
