      ***************************************************************
      * FRBOXR - working-storage layout of one FRBOXSC per-game
      * player box-score record. Keyed by the FRGAMES game key
      * (GM-Game-Date/GM-Home-Team/GM-Away-Team) plus the side and
      * the player, so every FRSEED stat bump can be traced back to
      * the game it happened in. Written only by FRBOXPST, and only
      * for games whose box score footed to the Final FRGAMES score.
      * BX-Team-Name carries the team the player's FRSEED key is
      * under (the home or away team per BX-Side); BX-Points is the
      * line's points figured the way KT-Avg-Points counts them -
      * completed plus two more for each three-pointer. 120-byte
      * record.
      ***************************************************************
           05  Box-Key.
               10  BX-Game-Key.
                   15  BX-Game-Date       pic x(08).
                   15  BX-Home-Team       pic x(20).
                   15  BX-Away-Team       pic x(20).
               10  BX-Side                pic x(01).
                   88  BX-Home-Side       value "H".
                   88  BX-Away-Side       value "A".
               10  BX-Player-Name         pic x(20).
           05  Box-Info.
               10  BX-Team-Name           pic x(20).
               10  BX-Attempts            pic 9(03).
               10  BX-Completed           pic 9(03).
               10  BX-Three-Pointers      pic 9(03).
               10  BX-Points              pic 9(04).
               10  BX-Posted-Date         pic x(08).
               10  filler                 pic x(10).
