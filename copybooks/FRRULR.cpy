      ***************************************************************
      * FRRULR - working-storage layout of the FRRULES league
      * roster-rules KSDS. One "LEAGUE  " record carries the rules
      * every team is held to: the most players a team may carry
      * Active, the most on the Injured list, and the position codes
      * a player may be given (blank entries unused); a zero injured
      * limit means the injured list is not capped. FRUPDATE,
      * FRENTRY, and FRMAINT refuse roster moves that would break
      * them; FRROSCHK reports every team out of bounds each night.
      * Loaded as a full rebuild by FRRULLD from RULEDATA cards.
      * 80-byte record.
      ***************************************************************
           05  RL-Key                    pic x(08).
           05  RL-Rule-Info.
               10  RL-Max-Active         pic 9(03).
               10  RL-Max-Injured        pic 9(03).
               10  RL-Position-Table.
                   15  RL-Position       pic x(02)
                                         occurs 12 times.
               10  filler                pic x(42).
