       Identification Division.
       Program-Id. FRGAMLOG.
      *****************************************************************
      * Team game-log report off the FRGAMES game master FRGMUPDT
      * maintains. Every Final game is sorted into each of its two
      * teams' logs, and each team's log prints on its own pages in
      * date order - opponent, home or away, the score, the result,
      * the running won-lost-tied record, and the streak after that
      * game - followed by the team's splits: home and road records,
      * the record over its last ten games, its current streak and
      * its longest winning and losing streaks, and its record
      * against each FRLEAGUE division. A tie ends a streak the way
      * it ends one in the standings. Opponents with no FRLEAGUE row
      * group under the "??" division, the way FRSTAND groups them.
      * FRGLCTL control card: team name in cols 1-20 for one team's
      * log; blank, ALL, or no card at all for the whole league.
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
           Select League-KSDS-File
               Record Key FD-League-Key
               Assign to "FRLEAGUE"
               Organization Indexed
               Access Dynamic
               File Status League-KSDS-Status.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Control-Card-File
              ASSIGN to "FRGLCTL"
              Organization sequential
              Access Sequential
              File Status Control-Card-Status.
           SELECT Report-File
              ASSIGN to "FRGLRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.
           SELECT Sort-File
              ASSIGN to "SORTWK".

       Data Division.
       File Section.
       FD  Game-KSDS-File.
       01  FD-Game-Record.
           copy FRGAMEK.
       FD  League-KSDS-File.
       01  FD-League-Record.
           copy FRLEAGK.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Control-Card-Record.
       01  Control-Card-Record.
           05  CTL-Team-Name          pic x(20).
           05  filler                 pic x(60).
       FD  Report-File
           Recording mode F
           Record contains 133 characters
           Block contains 0 records
           Data record Report-Record.
       01  Report-Record.
           05  RPT-Carriage-Control   pic x(01).
           05  RPT-Print-Line         pic x(132).
      * one record per team per Final game, from that team's side
       SD  Sort-File
           Data record Sort-Record.
       01  Sort-Record.
           05  SRT-Team               pic x(20).
           05  SRT-Game-Date          pic x(08).
           05  SRT-Opponent           pic x(20).
           05  SRT-Home-Away          pic x(01).
               88  SRT-Home           value "H".
           05  SRT-Team-Score         pic 9(03).
           05  SRT-Opponent-Score     pic 9(03).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Game-KSDS-Status           pic x(02).
               88  Game-KSDS-OK           value "00".
               88  Game-KSDS-EOF          value "10".
           05  League-KSDS-Status         pic x(02).
               88  League-KSDS-OK         value "00".
               88  League-KSDS-Not-Found  value "23".
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
           05  Control-Card-Status        pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
               88  Control-Card-Not-Found value "35".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  Game-Record.
           copy FRGAMER.
       01  League-Record.
           copy FRLEAGR.
       01  Season-Record.
           copy FRSEASR.
       01  Season-Display                 pic x(08) value "UNKNOWN ".

       01  Log-Vars.
           05  Selected-Team              pic x(20) value spaces.
               88  All-Teams              value spaces.
           05  Current-Team               pic x(20) value spaces.
           05  FinalGameCount             pic 9(05) value zero.
           05  TeamCount                  pic 9(03) value zero.
           05  Sort-EOF-Flag              pic x value "N".
               88  Sort-EOF               value "Y".
           05  League-File-Flag           pic x value "N".
               88  League-File-Open       value "Y".
           05  Game-Result                pic x(01).
           05  Opp-Conference             pic x(02).
           05  Opp-Division               pic x(02).
           05  Opp-Division-Name          pic x(20).
           05  Tenth-Back                 pic 9(03) value zero.
      * one team's running totals - cleared at each team break
       01  Team-Totals.
           05  TM-Won                     pic 9(03).
           05  TM-Lost                    pic 9(03).
           05  TM-Tied                    pic 9(03).
           05  TM-Home-Won                pic 9(03).
           05  TM-Home-Lost               pic 9(03).
           05  TM-Home-Tied               pic 9(03).
           05  TM-Road-Won                pic 9(03).
           05  TM-Road-Lost               pic 9(03).
           05  TM-Road-Tied               pic 9(03).
           05  TM-Ten-Won                 pic 9(03).
           05  TM-Ten-Lost                pic 9(03).
           05  TM-Ten-Tied                pic 9(03).
           05  TM-Streak-Type             pic x(01).
           05  TM-Streak-Length           pic 9(03).
           05  TM-Longest-Win             pic 9(03).
           05  TM-Longest-Loss            pic 9(03).
           05  TM-Game-Count              pic 9(03).
      * every result the team has had, in date order, so the last
      * ten can be read back off the end
       01  Result-Table.
           05  Result-Entry occurs 1 to 300 times
                  depending on TM-Game-Count
                  indexed by RS-Ix.
               10  RS-Result              pic x(01).
       01  Max-Games                      pic 9(03) value 300.
       01  Div-Table-Vars.
           05  DivCount                   pic 9(02) value zero.
           05  Max-Divs                   pic 9(02) value 20.
           05  FoundDivIx                 pic 9(02) value zero.
       01  Div-Table.
           05  Div-Entry occurs 1 to 20 times
                  depending on DivCount
                  indexed by DV-Ix.
               10  DV-Conference          pic x(02).
               10  DV-Division            pic x(02).
               10  DV-Name                pic x(20).
               10  DV-Won                 pic 9(03).
               10  DV-Lost                pic 9(03).
               10  DV-Tied                pic 9(03).

       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
       01  Report-Heading-1.
           05  filler                     pic x(24) value
               "TEAM GAME LOG           ".
           05  filler                     pic x(09) value
               "RUN DATE ".
           05  RH1-Year                   pic 9(04).
           05  filler                     pic x value "-".
           05  RH1-Month                  pic 9(02).
           05  filler                     pic x value "-".
           05  RH1-Day                    pic 9(02).
           05  filler                     pic x(09) value
               "  SEASON ".
           05  RH1-Season                 pic x(08).
           05  filler                     pic x(07) value "  PAGE ".
           05  RH1-Page                   pic zzz9.
           05  filler                     pic x(61) value spaces.
       01  Report-Heading-2.
           05  filler                     pic x(06) value "TEAM: ".
           05  RH2-Team                   pic x(20).
           05  filler                     pic x(106) value spaces.
       01  Column-Heading.
           05  filler                     pic x(12) value "DATE".
           05  filler                     pic x(24) value
               "    OPPONENT".
           05  filler                     pic x(12) value "SCORE".
           05  filler                     pic x(08) value "RESULT".
           05  filler                     pic x(14) value "RECORD".
           05  filler                     pic x(62) value "STREAK".
       01  Game-Line.
           05  GL-Year                    pic x(04).
           05  filler                     pic x value "-".
           05  GL-Month                   pic x(02).
           05  filler                     pic x value "-".
           05  GL-Day                     pic x(02).
           05  filler                     pic x(02) value spaces.
           05  GL-Home-Away               pic x(02).
           05  filler                     pic x(02) value spaces.
           05  GL-Opponent                pic x(20).
           05  filler                     pic x(02) value spaces.
           05  GL-Team-Score              pic zz9.
           05  filler                     pic x value "-".
           05  GL-Opponent-Score          pic zz9.
           05  filler                     pic x(07) value spaces.
           05  GL-Result                  pic x(01).
           05  filler                     pic x(05) value spaces.
           05  GL-Won                     pic zz9.
           05  filler                     pic x value "-".
           05  GL-Lost                    pic zz9.
           05  filler                     pic x value "-".
           05  GL-Tied                    pic zz9.
           05  filler                     pic x(04) value spaces.
           05  GL-Streak-Type             pic x(01).
           05  GL-Streak-Length           pic zz9.
           05  filler                     pic x(60) value spaces.
       01  Split-Line.
           05  SL-Label                   pic x(30).
           05  SL-Won                     pic zz9.
           05  filler                     pic x value "-".
           05  SL-Lost                    pic zz9.
           05  filler                     pic x value "-".
           05  SL-Tied                    pic zz9.
           05  filler                     pic x(91) value spaces.
       01  Streak-Line.
           05  SK-Label                   pic x(30).
           05  SK-Type                    pic x(01).
           05  SK-Length                  pic zz9.
           05  filler                     pic x(98) value spaces.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           perform Get-Current-Season
           perform Read-Control-Card
           display "before open"
           open input Game-KSDS-File
           perform File-Check-Game
           perform Open-League-File
           open output Report-File
           perform File-Check-Report
           display "after open"
           move function current-date to Date-and-Time
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day
           move Season-Display to RH1-Season

           sort Sort-File
              on ascending key SRT-Team SRT-Game-Date SRT-Opponent
              input procedure is Release-Games
              output procedure is Print-Game-Logs

           if TeamCount equal zero
              if All-Teams
                 move "NO FINAL GAMES ON FRGAMES" to Print-Line
              else
                 string "NO FINAL GAMES ON FRGAMES FOR " Selected-Team
                    delimited by size into Print-Line
                 end-string
              end-if
              perform Print-A-Line
           end-if
           display "Final games read: " FinalGameCount
           display "Teams logged:     " TeamCount
           perform File-Quit
           goback
           .

       Get-Current-Season.
           open input Season-File
           if Season-File-OK
              move "CURRENT " to FD-Season-Key
              read Season-File into Season-Record
              end-read
              if Season-File-OK
                 move SEA-Season-Id to Season-Display
              end-if
              close Season-File
           end-if
           .

       Read-Control-Card.
           open input Control-Card-File
           if not Control-Card-Not-Found
              perform File-Check-Card
              read Control-Card-File
              perform File-Check-Card
              if Control-Card-OK
                 and CTL-Team-Name not equal "ALL"
                 move CTL-Team-Name to Selected-Team
              end-if
              close Control-Card-File
           end-if
           if All-Teams
              display "Game logs for every team"
           else
              display "Game log for " Selected-Team
           end-if
           .

       Open-League-File.
           open input League-KSDS-File
           if League-KSDS-OK
              move "Y" to League-File-Flag
           else
              display "FRLEAGUE not available - opponents grouped "
                 "under division ??"
           end-if
           .

      * FRGAMES in key order is date order; each Final game goes
      * to the sort twice, once from each side
       Release-Games.
           move low-values to FD-Game-Key
           start Game-KSDS-File
              key is >= FD-Game-Key
           end-start
           if Game-KSDS-OK
              perform Read-Next-Game
              perform with test before
                 until Game-KSDS-EOF
                 if GM-Final
                    add 1 to FinalGameCount
                    perform Release-Home-Side
                    perform Release-Away-Side
                 end-if
                 perform Read-Next-Game
              end-perform
           end-if
           .

       Read-Next-Game.
           read Game-KSDS-File next
               into Game-Record
           end-read
           perform File-Check-Game
           .

       Release-Home-Side.
           if All-Teams or GM-Home-Team equal Selected-Team
              move GM-Home-Team to SRT-Team
              move GM-Game-Date to SRT-Game-Date
              move GM-Away-Team to SRT-Opponent
              move "H" to SRT-Home-Away
              move GM-Home-Score to SRT-Team-Score
              move GM-Away-Score to SRT-Opponent-Score
              release Sort-Record
           end-if
           .

       Release-Away-Side.
           if All-Teams or GM-Away-Team equal Selected-Team
              move GM-Away-Team to SRT-Team
              move GM-Game-Date to SRT-Game-Date
              move GM-Home-Team to SRT-Opponent
              move "A" to SRT-Home-Away
              move GM-Away-Score to SRT-Team-Score
              move GM-Home-Score to SRT-Opponent-Score
              release Sort-Record
           end-if
           .

       Print-Game-Logs.
           perform Sorted-Get
           perform with test before
              until Sort-EOF
              if SRT-Team not equal Current-Team
                 perform End-Of-Team
                 perform Start-Of-Team
              end-if
              perform Log-One-Game
              perform Sorted-Get
           end-perform
           perform End-Of-Team
           .

       Sorted-Get.
           return Sort-File
              at end move "Y" to Sort-EOF-Flag
           end-return
           .

       Start-Of-Team.
           move SRT-Team to Current-Team
           add 1 to TeamCount
           initialize Team-Totals
           move zero to DivCount
           move Current-Team to RH2-Team
           move 99 to Report-Line-Count
           .

       Log-One-Game.
           EVALUATE true
              WHEN SRT-Team-Score > SRT-Opponent-Score
                 move "W" to Game-Result
                 add 1 to TM-Won
              WHEN SRT-Team-Score < SRT-Opponent-Score
                 move "L" to Game-Result
                 add 1 to TM-Lost
              WHEN other
                 move "T" to Game-Result
                 add 1 to TM-Tied
           END-EVALUATE
           perform Tally-Home-Road
           perform Tally-Streak
           perform Tally-Division
           if TM-Game-Count < Max-Games
              add 1 to TM-Game-Count
              move Game-Result to RS-Result(TM-Game-Count)
           end-if

           move SRT-Game-Date(1:4) to GL-Year
           move SRT-Game-Date(5:2) to GL-Month
           move SRT-Game-Date(7:2) to GL-Day
           if SRT-Home
              move "VS" to GL-Home-Away
           else
              move "AT" to GL-Home-Away
           end-if
           move SRT-Opponent to GL-Opponent
           move SRT-Team-Score to GL-Team-Score
           move SRT-Opponent-Score to GL-Opponent-Score
           move Game-Result to GL-Result
           move TM-Won to GL-Won
           move TM-Lost to GL-Lost
           move TM-Tied to GL-Tied
           move TM-Streak-Type to GL-Streak-Type
           move TM-Streak-Length to GL-Streak-Length
           move Game-Line to Print-Line
           perform Print-A-Line
           .

       Tally-Home-Road.
           EVALUATE true
              WHEN SRT-Home and Game-Result equal "W"
                 add 1 to TM-Home-Won
              WHEN SRT-Home and Game-Result equal "L"
                 add 1 to TM-Home-Lost
              WHEN SRT-Home
                 add 1 to TM-Home-Tied
              WHEN Game-Result equal "W"
                 add 1 to TM-Road-Won
              WHEN Game-Result equal "L"
                 add 1 to TM-Road-Lost
              WHEN other
                 add 1 to TM-Road-Tied
           END-EVALUATE
           .

       Tally-Streak.
           if Game-Result equal TM-Streak-Type
              add 1 to TM-Streak-Length
           else
              move Game-Result to TM-Streak-Type
              move 1 to TM-Streak-Length
           end-if
           if TM-Streak-Type equal "W"
              and TM-Streak-Length > TM-Longest-Win
              move TM-Streak-Length to TM-Longest-Win
           end-if
           if TM-Streak-Type equal "L"
              and TM-Streak-Length > TM-Longest-Loss
              move TM-Streak-Length to TM-Longest-Loss
           end-if
           .

       Tally-Division.
           perform Lookup-Opponent-Division
           perform Find-Or-Add-Division
           if FoundDivIx > zero
              EVALUATE Game-Result
                 WHEN "W"
                    add 1 to DV-Won(FoundDivIx)
                 WHEN "L"
                    add 1 to DV-Lost(FoundDivIx)
                 WHEN other
                    add 1 to DV-Tied(FoundDivIx)
              END-EVALUATE
           end-if
           .

       Lookup-Opponent-Division.
           move "??" to Opp-Conference
           move "??" to Opp-Division
           move "UNMAPPED TEAMS      " to Opp-Division-Name
           if League-File-Open
              move SRT-Opponent to FD-League-Key
              read League-KSDS-File into League-Record
              end-read
              EVALUATE true
                 WHEN League-KSDS-OK
                    move LS-Conference-Code to Opp-Conference
                    move LS-Division-Code to Opp-Division
                    move LS-Division-Name to Opp-Division-Name
                 WHEN League-KSDS-Not-Found
                    continue
                 WHEN other
                    perform File-Check-League
              END-EVALUATE
           end-if
           .

       Find-Or-Add-Division.
           move zero to FoundDivIx
           if DivCount > zero
              set DV-Ix to 1
              search Div-Entry
                 when DV-Conference(DV-Ix) equal Opp-Conference
                    and DV-Division(DV-Ix) equal Opp-Division
                    set FoundDivIx to DV-Ix
              end-search
           end-if
           if FoundDivIx equal zero and DivCount < Max-Divs
              add 1 to DivCount
              move DivCount to FoundDivIx
              move Opp-Conference to DV-Conference(FoundDivIx)
              move Opp-Division to DV-Division(FoundDivIx)
              move Opp-Division-Name to DV-Name(FoundDivIx)
              move zero to DV-Won(FoundDivIx)
              move zero to DV-Lost(FoundDivIx)
              move zero to DV-Tied(FoundDivIx)
           end-if
           .

       End-Of-Team.
           if Current-Team not equal spaces
              move spaces to Print-Line
              perform Print-A-Line
              move "OVERALL" to SL-Label
              move TM-Won to SL-Won
              move TM-Lost to SL-Lost
              move TM-Tied to SL-Tied
              perform Print-Split
              move "HOME" to SL-Label
              move TM-Home-Won to SL-Won
              move TM-Home-Lost to SL-Lost
              move TM-Home-Tied to SL-Tied
              perform Print-Split
              move "ROAD" to SL-Label
              move TM-Road-Won to SL-Won
              move TM-Road-Lost to SL-Lost
              move TM-Road-Tied to SL-Tied
              perform Print-Split
              perform Count-Last-Ten
              move "LAST TEN" to SL-Label
              move TM-Ten-Won to SL-Won
              move TM-Ten-Lost to SL-Lost
              move TM-Ten-Tied to SL-Tied
              perform Print-Split
              move "CURRENT STREAK" to SK-Label
              move TM-Streak-Type to SK-Type
              move TM-Streak-Length to SK-Length
              perform Print-Streak
              move "LONGEST WINNING STREAK" to SK-Label
              move "W" to SK-Type
              move TM-Longest-Win to SK-Length
              perform Print-Streak
              move "LONGEST LOSING STREAK" to SK-Label
              move "L" to SK-Type
              move TM-Longest-Loss to SK-Length
              perform Print-Streak
              move spaces to Print-Line
              perform Print-A-Line
              move "RECORD AGAINST EACH DIVISION" to Print-Line
              perform Print-A-Line
              perform Print-One-Division
                 varying DV-Ix from 1 by 1 until DV-Ix > DivCount
           end-if
           .

       Print-Split.
           move Split-Line to Print-Line
           perform Print-A-Line
           .

       Print-Streak.
           move Streak-Line to Print-Line
           perform Print-A-Line
           .

       Count-Last-Ten.
           move zero to TM-Ten-Won
           move zero to TM-Ten-Lost
           move zero to TM-Ten-Tied
           if TM-Game-Count > 10
              compute Tenth-Back = TM-Game-Count - 9
              end-compute
           else
              move 1 to Tenth-Back
           end-if
           perform Count-One-Recent
              varying RS-Ix from Tenth-Back by 1
              until RS-Ix > TM-Game-Count
           .

       Count-One-Recent.
           EVALUATE RS-Result(RS-Ix)
              WHEN "W"
                 add 1 to TM-Ten-Won
              WHEN "L"
                 add 1 to TM-Ten-Lost
              WHEN other
                 add 1 to TM-Ten-Tied
           END-EVALUATE
           .

       Print-One-Division.
           move spaces to SL-Label
           string "  " DV-Conference(DV-Ix) "/" DV-Division(DV-Ix)
              " " DV-Name(DV-Ix)
              delimited by size into SL-Label
           end-string
           move DV-Won(DV-Ix) to SL-Won
           move DV-Lost(DV-Ix) to SL-Lost
           move DV-Tied(DV-Ix) to SL-Tied
           perform Print-Split
           .

       File-Quit.
           move spaces to Print-Line
           perform Print-A-Line
           move "***** END OF REPORT *****" to Print-Line
           perform Print-A-Line
           close Report-File
           close Game-KSDS-File
           if League-File-Open
              close League-KSDS-File
           end-if
           .

       Print-A-Line.
           if Report-Line-Count >= Report-Lines-Per-Page
              perform Print-Report-Headings
           end-if
           move space to RPT-Carriage-Control
           move Print-Line to RPT-Print-Line
           write Report-Record
           end-write
           perform File-Check-Report
           add 1 to Report-Line-Count
           move spaces to Print-Line
           .

       Print-Report-Headings.
           add 1 to Report-Page-Num
           move Report-Page-Num to RH1-Page
           move "1" to RPT-Carriage-Control
           move Report-Heading-1 to RPT-Print-Line
           write Report-Record
           end-write
           perform File-Check-Report
           move space to RPT-Carriage-Control
           move spaces to RPT-Print-Line
           write Report-Record
           end-write
           perform File-Check-Report
           move 2 to Report-Line-Count
           if Current-Team not equal spaces
              move Report-Heading-2 to RPT-Print-Line
              write Report-Record
              end-write
              perform File-Check-Report
              move Column-Heading to RPT-Print-Line
              write Report-Record
              end-write
              perform File-Check-Report
              move spaces to RPT-Print-Line
              write Report-Record
              end-write
              perform File-Check-Report
              move 5 to Report-Line-Count
           end-if
           .

       File-Check-Game.
           if not Game-KSDS-OK and not Game-KSDS-EOF
              display "FRGAMES file status: " Game-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-League.
           if not League-KSDS-OK
              display "FRLEAGUE file status: " League-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              display "FRGLCTL file status: " Control-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRGLRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with game log files"
           close Game-KSDS-File
           close League-KSDS-File
           close Report-File
           goback
           .
