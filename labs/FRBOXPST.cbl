       Identification Division.
       Program-Id. FRBOXPST.
      *****************************************************************
      * Box-score posting. Reads the night's FRBOXIN deck - one card
      * per player per game, keyed by the FRGAMES game date and the
      * home/away team names - sorts it into game order, and proves
      * each game's box score against the Final score FRGMUPDT
      * posted on FRGAMES: the points on the home side's lines must
      * add up to GM-Home-Score and the away side's to
      * GM-Away-Score, counting points the way KT-Avg-Points does
      * (completed plus two more per three-pointer). A game that
      * foots lands line by line on the FRBOXSC per-game stat KSDS
      * and becomes one FRUPDATE UPDATE per player (games 1 plus the
      * line's attempts, completed, and three-pointers) in FRBOXOUT
      * - a complete batch with the header (source FRBOXPST) and
      * trailer controls built automatically, the way FRQBUILD
      * builds the online-entry batch - so the night's FRSEED bumps
      * come off the box scores instead of hand-keyed UPDATE cards.
      * A game that does not foot rejects whole to FRBOXERR and
      * posts nothing, so a mis-keyed stat line is caught the same
      * night instead of turning up weeks later in FRRECON.
      * Reason codes: 1 = non-numeric game date, 2 = blank team
      * name or home and away the same, 3 = side not H or A,
      * 4 = blank player name, 5 = non-numeric stat, 6 = completed
      * over attempts or three-pointers over completed, 7 = game
      * not on FRGAMES, 8 = game not Final, 9 = home points do not
      * foot, 10 = away points do not foot, 11 = game already
      * posted to FRBOXSC, 12 = player carried twice in one game,
      * 13 = more lines than one game can carry.
      * Codes 1-6 reject the single card; 7-13 reject every card of
      * the game. RC=4 when anything rejected, so the scheduler
      * flags the night; the FRUPDATE step still runs the games
      * that footed. Feed FRBOXOUT to an FRUPDATE execution of its
      * own - one batch per file.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Game-KSDS-File
               Record Key FD-Game-Key
               Assign to "FRGAMES"
               Organization Indexed
               Access Dynamic
               File Status Game-KSDS-Status.
           Select Box-KSDS-File
               Record Key FD-Box-Key
               Assign to "FRBOXSC"
               Organization Indexed
               Access Dynamic
               File Status Box-KSDS-Status.
           SELECT Box-In-File
              ASSIGN to "FRBOXIN"
              Organization sequential
              Access Sequential
              File Status Box-In-Status.
           SELECT Batch-Out-File
              ASSIGN to "FRBOXOUT"
              Organization sequential
              Access Sequential
              File Status Batch-Out-Status.
           SELECT Error-File
              ASSIGN to "FRBOXERR"
              Organization sequential
              Access Sequential
              File Status Error-File-Status.
           SELECT Sort-File
              ASSIGN to "SORTWK".

       Data Division.
       File Section.
       FD  Game-KSDS-File.
       01  FD-Game-Record.
           copy FRGAMEK.
       FD  Box-KSDS-File.
       01  FD-Box-Record.
           copy FRBOXK.
       FD  Box-In-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Box-In-Record.
       01  Box-In-Record                  pic x(80).
       FD  Batch-Out-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Batch-Out-Record.
       01  Batch-Out-Record               pic x(80).
       FD  Error-File
           Recording mode F
           Record contains 82 characters
           Block contains 0 records
           Data record Error-File-Record.
       01  Error-File-Record.
           05  ERR-Transaction        pic x(80).
           05  ERR-Reason-Code        pic s99.
       SD  Sort-File
           Data record Sort-Record.
       01  Sort-Record.
           05  SRT-Game-Key           pic x(48).
           05  SRT-Line-Key.
               10  SRT-Side           pic x(01).
               10  SRT-Player         pic x(20).
           05  SRT-Seq                pic 9(07).
           05  SRT-Line               pic x(80).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Game-KSDS-Status           pic x(02).
               88  Game-KSDS-OK           value "00".
               88  Game-KSDS-Not-Found    value "23".
           05  Box-KSDS-Status            pic x(02).
               88  Box-KSDS-OK            value "00".
               88  Box-KSDS-EOF           value "10".
               88  Box-KSDS-Not-Found     value "23".
               88  Box-KSDS-No-File       value "35".
           05  Box-In-Status              pic x(02).
               88  Box-In-OK              value "00".
               88  Box-In-EOF             value "10".
           05  Batch-Out-Status           pic x(02).
               88  Batch-Out-OK           value "00".
           05  Error-File-Status          pic x(02).
               88  Error-File-OK          value "00".
       01  Box-Input.
           copy FRBOXIN.
       01  Box-Record.
           copy FRBOXR.
       01  Game-Record.
           copy FRGAMER.
       01  Work-Transaction.
           copy FRUPDATE.
       01  WorkingVars.
           05  LineCount                  pic 9(07) value zero.
           05  GameCount                  pic 9(05) value zero.
           05  PostedGameCount            pic 9(05) value zero.
           05  PostedLineCount            pic 9(07) value zero.
           05  RejectedGameCount          pic 9(05) value zero.
           05  RejectedLineCount          pic 9(07) value zero.
           05  BatchCount                 pic 9(07) value zero.
           05  CheckDataStatus            pic s99.
           05  GameStatus                 pic s99.
           05  Line-Points                pic 9(04).
           05  Home-Points                pic 9(05).
           05  Away-Points                pic 9(05).
           05  Line-Ix                    pic 9(03).
           05  Sort-EOF-Flag              pic x value "N".
               88  Sort-EOF               value "Y".
       01  Game-Lines.
           05  Current-Game-Key           pic x(48).
           05  Prior-Line-Key             pic x(21).
           05  Game-Line-Count            pic 9(03) value zero.
           05  Max-Game-Lines             pic 9(03) value 40.
           05  Game-Line occurs 40 times  pic x(80).
       01  Batch-Hash-Totals.
           05  Batch-Hash-Games           pic 9(09) value zero.
           05  Batch-Hash-Attempts        pic 9(09) value zero.
           05  Batch-Hash-Completed       pic 9(09) value zero.
           05  Batch-Hash-Three           pic 9(09) value zero.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year               pic 9(04).
              10  DT-Month              pic 9(02).
              10  DT-Day-of-Month       pic 9(02).
           05  filler                pic x(13).

       01  FRSTAT-Parms.
           copy FRSTATPA.

       Procedure Division.
           perform Stamp-Step-Start
           display "before open"
           open input Game-KSDS-File
           perform File-Check-Game
           perform Open-Box-File
           open output Batch-Out-File
           perform File-Check-Batch-Out
           open output Error-File
           perform File-Check-Error
           display "after open"
           move function current-date to Date-and-Time

           perform Write-Batch-Header
           sort Sort-File
              on ascending key SRT-Game-Key SRT-Line-Key SRT-Seq
              input procedure is Release-Box-Lines
              output procedure is Post-Box-Games
           perform Write-Batch-Trailer

           perform Print-Summary
           if RejectedLineCount > zero
              move 4 to return-code
           end-if
           perform File-Quit
           perform Stamp-Step-End
           goback
           .

      * Opening night runs against an unloaded FRBOXSC cluster -
      * seed it the way FRGMUPDT seeds FRGAMES and reopen i-o.
       Open-Box-File.
           open i-o Box-KSDS-File
           if Box-KSDS-No-File
              open output Box-KSDS-File
              perform File-Check-Box
              close Box-KSDS-File
              open i-o Box-KSDS-File
           end-if
           perform File-Check-Box
           .

       Write-Batch-Header.
           move spaces to Work-Transaction
           move "H" to FTU-Operation
           move "FRBOXPST" to FTU-Header-Source
           move TodayDate to FTU-Header-Date
           move Work-Transaction to Batch-Out-Record
           write Batch-Out-Record
           end-write
           perform File-Check-Batch-Out
           .

      * card-level edits reject a line before the sort ever sees
      * it; everything that passes goes to the sort in game order,
      * with the arrival sequence as the minor key
       Release-Box-Lines.
           open input Box-In-File
           perform File-Check-Box-In
           read Box-In-File into Box-Input
           perform File-Check-Box-In
           perform with test before
              until Box-In-EOF
              add 1 to LineCount
              perform CheckData
              if CheckDataStatus equal zero
                 move BXI-Game-Date to SRT-Game-Key(1:8)
                 move BXI-Home-Team to SRT-Game-Key(9:20)
                 move BXI-Away-Team to SRT-Game-Key(29:20)
                 move BXI-Side to SRT-Side
                 move BXI-Player-Name to SRT-Player
                 move LineCount to SRT-Seq
                 move Box-Input to SRT-Line
                 release Sort-Record
              else
                 move Box-Input to ERR-Transaction
                 perform WriteError
              end-if
              read Box-In-File into Box-Input
              perform File-Check-Box-In
           end-perform
           close Box-In-File
           .

       CheckData.
           move zero to CheckDataStatus
           if not BXI-Game-Date is numeric
              move 1 to CheckDataStatus
           end-if
           if BXI-Home-Team equal spaces
              or BXI-Away-Team equal spaces
              or BXI-Home-Team equal BXI-Away-Team
              move 2 to CheckDataStatus
           end-if
           if not BXI-Home-Side and not BXI-Away-Side
              move 3 to CheckDataStatus
           end-if
           if BXI-Player-Name equal spaces
              move 4 to CheckDataStatus
           end-if
           if not BXI-Attempts-X is numeric
              or not BXI-Completed-X is numeric
              or not BXI-Three-Pointers-X is numeric
              move 5 to CheckDataStatus
           else
              if BXI-Completed > BXI-Attempts
                 or BXI-Three-Pointers > BXI-Completed
                 move 6 to CheckDataStatus
              end-if
           end-if
           .

      * one game at a time: gather its lines, foot them against
      * FRGAMES, then post the lot or reject the lot
       Post-Box-Games.
           perform Sorted-Get
           perform with test before
              until Sort-EOF
              add 1 to GameCount
              perform Collect-One-Game
              if GameStatus equal zero
                 perform Foot-One-Game
              end-if
              if GameStatus equal zero
                 perform Post-One-Game
              else
                 perform Reject-One-Game
              end-if
           end-perform
           .

       Sorted-Get.
           return Sort-File
              at end set Sort-EOF to true
           end-return
           .

       Collect-One-Game.
           move SRT-Game-Key to Current-Game-Key
           move spaces to Prior-Line-Key
           move zero to Game-Line-Count
           move zero to Home-Points
           move zero to Away-Points
           move zero to GameStatus
           perform with test before
              until Sort-EOF
                 or SRT-Game-Key not equal Current-Game-Key
              if SRT-Line-Key equal Prior-Line-Key
                 move 12 to GameStatus
              end-if
              move SRT-Line-Key to Prior-Line-Key
              if Game-Line-Count < Max-Game-Lines
                 add 1 to Game-Line-Count
                 move SRT-Line to Game-Line(Game-Line-Count)
                 move SRT-Line to Box-Input
                 compute Line-Points =
                    BXI-Completed + (BXI-Three-Pointers * 2)
                 end-compute
                 if BXI-Home-Side
                    add Line-Points to Home-Points
                 else
                    add Line-Points to Away-Points
                 end-if
              else
      * the table is full - the overflow card rejects on its own
      * here and the rest of the game rejects with it below
                 move 13 to GameStatus
                 move SRT-Line to ERR-Transaction
                 move GameStatus to CheckDataStatus
                 perform WriteError
              end-if
              perform Sorted-Get
           end-perform
           .

       Foot-One-Game.
           move Current-Game-Key to FD-Game-Key
           read Game-KSDS-File into Game-Record
           end-read
           if Game-KSDS-Not-Found
              move 7 to GameStatus
           else
              perform File-Check-Game
              EVALUATE true
                 WHEN not GM-Final
                    move 8 to GameStatus
                 WHEN Home-Points not equal GM-Home-Score
                    move 9 to GameStatus
                 WHEN Away-Points not equal GM-Away-Score
                    move 10 to GameStatus
                 WHEN other
                    perform Check-Already-Posted
              END-EVALUATE
           end-if
           .

      * a rerun of the same deck must not post a game twice - any
      * FRBOXSC row under this game key means it is already in
       Check-Already-Posted.
           move Current-Game-Key to FB-Game-Key
           move low-values to FB-Side
           move low-values to FB-Player-Name
           start Box-KSDS-File
              key is >= FD-Box-Key
           end-start
           if Box-KSDS-OK
              read Box-KSDS-File next into Box-Record
              end-read
              if Box-KSDS-OK
                 and BX-Game-Key equal Current-Game-Key
                 move 11 to GameStatus
              end-if
           end-if
           .

       Post-One-Game.
           perform varying Line-Ix from 1 by 1
              until Line-Ix > Game-Line-Count
              move Game-Line(Line-Ix) to Box-Input
              perform Write-Box-Line
              perform Write-Update-Transaction
           end-perform
           add 1 to PostedGameCount
           display "POSTED   " Current-Game-Key(1:8) " "
              GM-Home-Team Home-Points " "
              GM-Away-Team Away-Points
           .

       Write-Box-Line.
           move spaces to Box-Record
           move BXI-Game-Date to BX-Game-Date
           move BXI-Home-Team to BX-Home-Team
           move BXI-Away-Team to BX-Away-Team
           move BXI-Side to BX-Side
           move BXI-Player-Name to BX-Player-Name
           if BX-Home-Side
              move BXI-Home-Team to BX-Team-Name
           else
              move BXI-Away-Team to BX-Team-Name
           end-if
           move BXI-Attempts to BX-Attempts
           move BXI-Completed to BX-Completed
           move BXI-Three-Pointers to BX-Three-Pointers
           compute BX-Points =
              BXI-Completed + (BXI-Three-Pointers * 2)
           end-compute
           move TodayDate to BX-Posted-Date
           write FD-Box-Record from Box-Record
           end-write
           perform File-Check-Box
           add 1 to PostedLineCount
           .

       Write-Update-Transaction.
           move spaces to Work-Transaction
           move "U" to FTU-Operation
           move BX-Team-Name to FTU-Team-Name
           move BX-Player-Name to FTU-Player-Name
           move 1 to FTU-Games
           move BX-Attempts to FTU-Attempts
           move BX-Completed to FTU-Completed
           move BX-Three-Pointers to FTU-Three-Pointers
           move Work-Transaction to Batch-Out-Record
           write Batch-Out-Record
           end-write
           perform File-Check-Batch-Out
           perform Accumulate-Hash-Totals
           add 1 to BatchCount
           .

       Accumulate-Hash-Totals.
           compute Batch-Hash-Games = function mod(
              Batch-Hash-Games + FTU-Games, 1000000000)
           end-compute
           compute Batch-Hash-Attempts = function mod(
              Batch-Hash-Attempts + FTU-Attempts, 1000000000)
           end-compute
           compute Batch-Hash-Completed = function mod(
              Batch-Hash-Completed + FTU-Completed, 1000000000)
           end-compute
           compute Batch-Hash-Three = function mod(
              Batch-Hash-Three + FTU-Three-Pointers, 1000000000)
           end-compute
           .

       Reject-One-Game.
           move GameStatus to CheckDataStatus
           perform varying Line-Ix from 1 by 1
              until Line-Ix > Game-Line-Count
              move Game-Line(Line-Ix) to ERR-Transaction
              perform WriteError
           end-perform
           add 1 to RejectedGameCount
           display "REJECTED " Current-Game-Key(1:8) " "
              Current-Game-Key(9:20) Home-Points " "
              Current-Game-Key(29:20) Away-Points
              " reason " GameStatus
           .

       WriteError.
           move CheckDataStatus to ERR-Reason-Code
           write Error-File-Record
           end-write
           perform File-Check-Error
           add 1 to RejectedLineCount
           .

       Write-Batch-Trailer.
           move spaces to Work-Transaction
           move "Z" to FTU-Operation
           move BatchCount to FTU-Trailer-Count
           move Batch-Hash-Games to FTU-Trailer-Games
           move Batch-Hash-Attempts to FTU-Trailer-Attempts
           move Batch-Hash-Completed to FTU-Trailer-Completed
           move Batch-Hash-Three to FTU-Trailer-Three
           move Work-Transaction to Batch-Out-Record
           write Batch-Out-Record
           end-write
           perform File-Check-Batch-Out
           .

       Print-Summary.
           display " "
           display "===== BOX-SCORE POSTING SUMMARY ====="
           display "Box-score cards read:     " LineCount
           display "Games in the deck:        " GameCount
           display "Games posted to FRBOXSC:  " PostedGameCount
           display "Lines posted to FRBOXSC:  " PostedLineCount
           display "Updates built in FRBOXOUT:" BatchCount
           display "Games rejected:           " RejectedGameCount
           display "Cards rejected to FRBOXERR:" RejectedLineCount
           .

       File-Quit.
           close Game-KSDS-File
           close Box-KSDS-File
           close Batch-Out-File
           close Error-File
           .

       File-Check-Game.
           if not Game-KSDS-OK
              display "FRGAMES file status: " Game-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Box.
           if not Box-KSDS-OK and not Box-KSDS-EOF
              display "FRBOXSC file status: " Box-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Box-In.
           if not Box-In-OK and not Box-In-EOF
              display "FRBOXIN file status: " Box-In-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Batch-Out.
           if not Batch-Out-OK
              display "FRBOXOUT file status: " Batch-Out-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Error.
           if not Error-File-OK
              display "FRBOXERR file status: " Error-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error posting box scores"
           perform File-Quit
           perform Stamp-Step-End
           goback
           .

      * run-status bookkeeping through the shared FRSTAT service -
      * a failed stamp is reported and ignored, never fatal
       Stamp-Step-Start.
           move "STRT" to STA-Function
           move "FRBOXPST" to STA-Step-Name
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .

       Stamp-Step-End.
           move "ENDS" to STA-Function
           move "FRBOXPST" to STA-Step-Name
           move return-code to STA-Return-Code
           move LineCount to STA-Records-In
           move PostedLineCount to STA-Records-Applied
           move RejectedLineCount to STA-Exception-Count
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .
