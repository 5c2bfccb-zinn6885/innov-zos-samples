      ***************************************************************
      * FRBOXK - FRBOXSC per-game player box-score KSDS record
      * layout (FD level). Copied into FD-Box-Record in FRBOXPST and
      * any program that opens FRBOXSC. FD-Box-Key is the record
      * key - the FRGAMES game key plus the side and the player -
      * so a generic START on the first 48 bytes positions on one
      * game's box score. The rest of the record is carried as
      * filler since callers move the full record to/from the
      * working-storage copy of FRBOXR.
      ***************************************************************
           05  FD-Box-Key.
               10  FB-Game-Key.
                   15  FB-Game-Date      pic x(08).
                   15  FB-Home-Team      pic x(20).
                   15  FB-Away-Team      pic x(20).
               10  FB-Side               pic x(01).
               10  FB-Player-Name        pic x(20).
           05  filler                    pic x(51).
