      ***************************************************************
      * FRBRKR - working-storage layout of one FRBRACKT playoff
      * series record. Keyed by round, conference, and series slot;
      * the league final between the conference champions rides
      * under conference "LG" in the round after the conference
      * final. FRPLAYOF writes the whole bracket when it seeds the
      * field - round one with both teams, later rounds Waiting with
      * the teams blank - and fills each later series as the
      * feeding series complete. The high side is always the better
      * (lower-numbered) seed. 80-byte record.
      ***************************************************************
           05  Bracket-Key.
               10  BR-Round               pic 9(01).
               10  BR-Conference          pic x(02).
               10  BR-Slot                pic 9(02).
           05  Bracket-Info.
               10  BR-High-Seed           pic 9(02).
               10  BR-High-Team           pic x(20).
               10  BR-High-Wins           pic 9(01).
               10  BR-Low-Seed            pic 9(02).
               10  BR-Low-Team            pic x(20).
               10  BR-Low-Wins            pic 9(01).
               10  BR-Wins-Needed         pic 9(01).
               10  BR-Series-Status       pic x(01).
                   88  BR-Waiting         value "W".
                   88  BR-Open            value "O".
                   88  BR-Complete        value "C".
               10  BR-Winner-Side         pic x(01).
                   88  BR-High-Won        value "H".
                   88  BR-Low-Won         value "L".
               10  BR-Last-Game-Date      pic x(08).
               10  filler                 pic x(18).
