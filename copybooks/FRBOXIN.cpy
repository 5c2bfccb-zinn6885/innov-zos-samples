      ***************************************************************
      * FRBOXIN - input card layout of the FRBOXIN box-score deck
      * FRBOXPST posts. One card per player per game: the game is
      * named by the same date and home/away team names that key
      * FRGAMES, BXI-Side says which of the two teams the player
      * suited up for, and the three shooting stats ride as display
      * numerics with -X redefines so the edits can prove them
      * numeric before arithmetic, the way FRUPDATE's stat fields
      * do. Games played is not keyed - a box-score line is one
      * game by definition. 80-byte fixed record.
      ***************************************************************
           05  BXI-Game-Date             pic x(08).
           05  BXI-Home-Team             pic x(20).
           05  BXI-Away-Team             pic x(20).
           05  BXI-Side                  pic x(01).
               88  BXI-Home-Side         value "H".
               88  BXI-Away-Side         value "A".
           05  BXI-Player-Name           pic x(20).
           05  BXI-Attempts-X            pic x(03).
           05  BXI-Attempts redefines BXI-Attempts-X
                                         pic 9(03).
           05  BXI-Completed-X           pic x(03).
           05  BXI-Completed redefines BXI-Completed-X
                                         pic 9(03).
           05  BXI-Three-Pointers-X      pic x(03).
           05  BXI-Three-Pointers redefines BXI-Three-Pointers-X
                                         pic 9(03).
           05  filler                    pic x(02).
