       Identification Division.
       Program-Id. FRPLAYOF.
      *****************************************************************
      * Playoff seeding and bracket tracking after the regular
      * season, driven by FRPLYCTL cards (keyword cols 1-8):
      *   SEED     - qualifiers per conference cols 9-10 (02, 04, or
      *              08; default 04), wins needed to take a series
      *              col 11 (default 4 - best of seven), last date of
      *              the regular season cols 12-19 (Final games after
      *              it are not counted; blank counts them all)
      *   RESULT   - one playoff game: date cols 9-16, home team
      *              cols 17-36, away team cols 37-56, home score
      *              cols 57-59, away score cols 60-62
      * A SEED card reads the Final games on FRGAMES and the
      * FRLEAGUE conference/division structure and seeds each
      * conference: the division winners first, ranked among
      * themselves, then the wild cards - the best of the rest - to
      * fill the field. Every comparison runs the league tiebreakers
      * in order when the won-lost percentages are level: head-to-
      * head record, division record, conference record, then point
      * differential (team-name order as the last resort, standing
      * in for the coin flip), and the seeding report prints which
      * rule broke each tie so the seeding is no longer argued over.
      * The seeded field is written to the FRBRACKT bracket KSDS
      * (1 v 8, 4 v 5, 2 v 7, 3 v 6 - no reseeding), with the later
      * rounds and, when the league has two conferences, the league
      * final between the conference champions standing Waiting. A
      * conference short of qualifiers gives the top seeds a bye.
      * RESULT cards post against the bracket: the game is matched
      * to the open series of its two teams, the winner's series
      * count goes up, and a team reaching the wins needed takes the
      * series and moves into its slot in the next round. A card
      * that matches no open series, or a tied score, is rejected on
      * the report and the step ends RC=4.
      * Every run prints the bracket round by round to FRPLAYRP.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select League-KSDS-File
               Record Key FD-League-Key
               Assign to "FRLEAGUE"
               Organization Indexed
               Access Dynamic
               File Status League-KSDS-Status.
           Select Game-KSDS-File
               Record Key FD-Game-Key
               Assign to "FRGAMES"
               Organization Indexed
               Access Dynamic
               File Status Game-KSDS-Status.
           Select Bracket-File
               Record Key FD-Bracket-Key
               Assign to "FRBRACKT"
               Organization Indexed
               Access Dynamic
               File Status Bracket-File-Status.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Control-Card-File
              ASSIGN to "FRPLYCTL"
              Organization sequential
              Access Sequential
              File Status Control-Card-Status.
           SELECT Report-File
              ASSIGN to "FRPLAYRP"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
       FD  League-KSDS-File.
       01  FD-League-Record.
           copy FRLEAGK.
       FD  Game-KSDS-File.
       01  FD-Game-Record.
           copy FRGAMEK.
       FD  Bracket-File.
       01  FD-Bracket-Record.
           copy FRBRKK.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Control-Card-Record.
       01  Control-Card-Record.
           05  CTL-Keyword            pic x(08).
           05  CTL-Seed-Data.
               10  CTL-Per-Conference-X pic x(02).
               10  CTL-Per-Conference redefines CTL-Per-Conference-X
                                      pic 9(02).
               10  CTL-Series-Wins-X  pic x(01).
               10  CTL-Series-Wins redefines CTL-Series-Wins-X
                                      pic 9(01).
               10  CTL-Season-End-X   pic x(08).
               10  CTL-Season-End redefines CTL-Season-End-X
                                      pic 9(08).
               10  filler             pic x(61).
           05  CTL-Result-Data redefines CTL-Seed-Data.
               10  CTL-Game-Date      pic x(08).
               10  CTL-Home-Team      pic x(20).
               10  CTL-Away-Team      pic x(20).
               10  CTL-Home-Score-X   pic x(03).
               10  CTL-Home-Score redefines CTL-Home-Score-X
                                      pic 9(03).
               10  CTL-Away-Score-X   pic x(03).
               10  CTL-Away-Score redefines CTL-Away-Score-X
                                      pic 9(03).
               10  filler             pic x(18).
       FD  Report-File
           Recording mode F
           Record contains 133 characters
           Block contains 0 records
           Data record Report-Record.
       01  Report-Record.
           05  RPT-Carriage-Control   pic x(01).
           05  RPT-Print-Line         pic x(132).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  League-KSDS-Status         pic x(02).
               88  League-KSDS-OK         value "00".
               88  League-KSDS-EOF        value "10".
           05  Game-KSDS-Status           pic x(02).
               88  Game-KSDS-OK           value "00".
               88  Game-KSDS-EOF          value "10".
           05  Bracket-File-Status        pic x(02).
               88  Bracket-OK             value "00".
               88  Bracket-EOF            value "10".
               88  Bracket-Not-Found      value "23".
               88  Bracket-No-File        value "35".
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
           05  Control-Card-Status        pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
               88  Control-Card-Not-Found value "35".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  League-Record.
           copy FRLEAGR.
       01  Game-Record.
           copy FRGAMER.
       01  Bracket-Record.
           copy FRBRKR.
       01  Season-Record.
           copy FRSEASR.
       01  Season-Display                 pic x(08) value "UNKNOWN ".
       01  Playoff-Rules.
           05  Per-Conference             pic 9(02) value 4.
           05  Series-Wins                pic 9(01) value 4.
           05  Season-End-Date            pic x(08) value spaces.
           05  Conf-Rounds                pic 9(01) value zero.
       01  WorkingVars.
           05  CardCount                  pic 9(04) value zero.
           05  PostedCount                pic 9(04) value zero.
           05  RejectedCount              pic 9(04) value zero.
           05  FinalGameCount             pic 9(05) value zero.
           05  TeamCount                  pic 9(03) value zero.
           05  Max-Teams                  pic 9(03) value 64.
           05  Team-Ix                    pic 9(03) value zero.
           05  Cand-Ix                    pic 9(03) value zero.
           05  BestIx                     pic 9(03) value zero.
           05  Home-Ix                    pic 9(03) value zero.
           05  Away-Ix                    pic 9(03) value zero.
           05  Game-Team-Name             pic x(20).
           05  FoundTeamIx                pic 9(03) value zero.
           05  Seed-Num                   pic 9(02) value zero.
           05  Pair-Ix                    pic 9(02) value zero.
           05  Slot-Count                 pic 9(02) value zero.
           05  Slot-Num                   pic 9(02) value zero.
           05  Round-Num                  pic 9(01) value zero.
           05  Bye-Conference             pic x(02).
           05  Bye-Slot                   pic 9(02).
           05  High-Seed-Num              pic 9(02) value zero.
           05  Low-Seed-Num               pic 9(02) value zero.
           05  Bracket-Open-Flag          pic x value "N".
               88  Bracket-Is-Open        value "Y".
           05  Series-Found-Flag          pic x value "N".
               88  Series-Found           value "Y".
           05  Seeded-Flag                pic x value "N".
               88  Field-Seeded           value "Y".
           05  Rules-Error-Flag           pic x value "N".
               88  Rules-Error            value "Y".
           05  Winning-Team               pic x(20).
           05  Winning-Seed               pic 9(02).
           05  Tie-Context                pic x(24).
       01  Conference-Vars.
           05  ConfCount                  pic 9(01) value zero.
           05  Conf-Ix                    pic 9(01) value zero.
           05  Conf-Entry occurs 8 times.
               10  CF-Code                pic x(02).
               10  CF-Seeded              pic 9(02).
               10  CF-Seed-Team occurs 8 times
                                          pic 9(03).
       01  Division-Vars.
           05  DivCount                   pic 9(02) value zero.
           05  Div-Ix                     pic 9(02) value zero.
           05  Div-Entry occurs 20 times.
               10  DV-Conference          pic x(02).
               10  DV-Division            pic x(02).
      * the standard bracket order for 2, 4, and 8 qualifiers - each
      * pair of seeds in turn is one first-round series, and the
      * winners of neighbouring slots meet in the next round
       01  Pairing-Values.
           05  filler                     pic x(16) value
               "0102            ".
           05  filler                     pic x(16) value
               "01040203        ".
           05  filler                     pic x(16) value
               "0108040502070306".
       01  Pairing-Table redefines Pairing-Values.
           05  Pairing-Row occurs 3 times.
               10  PR-Seed-Pair occurs 4 times.
                   15  PR-High-Seed       pic 9(02).
                   15  PR-Low-Seed        pic 9(02).
       01  Pairing-Row-Ix                 pic 9(01) value zero.
       01  Team-Table.
           05  Team-Entry occurs 64 times.
               10  PT-Team                pic x(20).
               10  PT-Conference          pic x(02).
               10  PT-Division            pic x(02).
               10  PT-Won                 pic 9(03).
               10  PT-Lost                pic 9(03).
               10  PT-Tied                pic 9(03).
               10  PT-Div-Won             pic 9(03).
               10  PT-Div-Lost            pic 9(03).
               10  PT-Div-Tied            pic 9(03).
               10  PT-Conf-Won            pic 9(03).
               10  PT-Conf-Lost           pic 9(03).
               10  PT-Conf-Tied           pic 9(03).
               10  PT-Points-For          pic 9(06).
               10  PT-Points-Against      pic 9(06).
               10  PT-Pct                 pic 9v9(04).
               10  PT-Seed                pic 9(02).
               10  PT-Div-Winner-Flag     pic x(01).
                   88  PT-Div-Winner      value "Y".
               10  PT-Candidate-Flag      pic x(01).
                   88  PT-Candidate       value "Y".
      * games won by the row team over the column team
       01  Head-To-Head-Table.
           05  H2H-Row occurs 64 times.
               10  H2H-Won occurs 64 times
                                          pic 9(03).
       01  Compare-Vars.
           05  Cmp-A                      pic 9(03).
           05  Cmp-B                      pic 9(03).
           05  Cmp-Winner                 pic 9(03).
           05  Cmp-Loser                  pic 9(03).
           05  Cmp-Rule                   pic x(20).
           05  Cmp-Games                  pic 9(04).
           05  Cmp-Pct-A                  pic 9v9(04).
           05  Cmp-Pct-B                  pic 9v9(04).
           05  Cmp-Div-Pct-A              pic 9v9(04).
           05  Cmp-Div-Pct-B              pic 9v9(04).
           05  Cmp-Conf-Pct-A             pic 9v9(04).
           05  Cmp-Conf-Pct-B             pic 9v9(04).
           05  Cmp-Diff-A                 pic s9(06).
           05  Cmp-Diff-B                 pic s9(06).
       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
           05  Pct-Display                pic 9.999.
           05  Diff-Display               pic ---,--9.
       01  Report-Heading-1.
           05  filler                     pic x(24) value
               "PLAYOFF BRACKET REPORT  ".
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
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           perform Get-Current-Season
           perform Open-Report-File
           open input Control-Card-File
           if Control-Card-Not-Found
              display "No FRPLYCTL cards - bracket printed only"
           else
              perform File-Check-Card
              read Control-Card-File
              perform File-Check-Card
              perform with test before
                 until Control-Card-EOF
                 add 1 to CardCount
                 perform Apply-One-Card
                 read Control-Card-File
                 perform File-Check-Card
              end-perform
              close Control-Card-File
           end-if
           perform Print-Bracket
           if RejectedCount > zero or Rules-Error
              move 4 to return-code
           end-if
           perform Close-Bracket-File
           perform Close-Report-File
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

       Apply-One-Card.
           EVALUATE true
              WHEN CTL-Keyword equal "SEED    "
                 perform Apply-Seed-Card
                 if not Rules-Error
                    perform Seed-Playoffs
                 end-if
              WHEN CTL-Keyword equal "RESULT  "
                 perform Post-Result
              WHEN other
                 display "Bad FRPLYCTL card " CardCount ": "
                    Control-Card-Record(1:24)
                 string "BAD CONTROL CARD " CardCount ": "
                    Control-Card-Record(1:24)
                    delimited by size into Print-Line
                 end-string
                 perform Print-A-Line
                 add 1 to RejectedCount
           END-EVALUATE
           .

       Apply-Seed-Card.
           move "N" to Rules-Error-Flag
           if CTL-Per-Conference-X not equal spaces
              if CTL-Per-Conference-X is numeric
                 and (CTL-Per-Conference equal 2 or 4 or 8)
                 move CTL-Per-Conference to Per-Conference
              else
                 move "Y" to Rules-Error-Flag
              end-if
           end-if
           if CTL-Series-Wins-X not equal spaces
              if CTL-Series-Wins-X is numeric
                 and CTL-Series-Wins > zero
                 move CTL-Series-Wins to Series-Wins
              else
                 move "Y" to Rules-Error-Flag
              end-if
           end-if
           if CTL-Season-End-X not equal spaces
              if CTL-Season-End-X is numeric
                 move CTL-Season-End-X to Season-End-Date
              else
                 move "Y" to Rules-Error-Flag
              end-if
           end-if
           EVALUATE Per-Conference
              WHEN 2
                 move 1 to Conf-Rounds
                 move 1 to Pairing-Row-Ix
              WHEN 4
                 move 2 to Conf-Rounds
                 move 2 to Pairing-Row-Ix
              WHEN other
                 move 3 to Conf-Rounds
                 move 3 to Pairing-Row-Ix
           END-EVALUATE
           if Rules-Error
              display "Bad SEED card - playoff field not seeded"
              move "BAD SEED CARD - QUALIFIERS MUST BE 02, 04, OR 08"
                 to Print-Line
              perform Print-A-Line
           end-if
           .

      *****************************************************************
      * Seeding
      *****************************************************************
       Seed-Playoffs.
           perform Load-League-Teams
           perform Load-Regular-Season
           perform Compute-Team-Pcts
           move spaces to Print-Line
           perform Print-A-Line
           string "PLAYOFF SEEDING - FINAL GAMES COUNTED: "
              FinalGameCount "   QUALIFIERS PER CONFERENCE: "
              Per-Conference "   SERIES WON AT " Series-Wins " WINS"
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           if Season-End-Date not equal spaces
              string "REGULAR SEASON THROUGH " Season-End-Date
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           end-if
           perform varying Conf-Ix from 1 by 1
              until Conf-Ix > ConfCount
              perform Seed-One-Conference
           end-perform
           perform Write-Bracket
           move "Y" to Seeded-Flag
           .

       Load-League-Teams.
           move zero to TeamCount
           move zero to ConfCount
           move zero to DivCount
           open input League-KSDS-File
           perform File-Check-League
           move low-values to FD-League-Key
           start League-KSDS-File
              key is >= FD-League-Key
           end-start
           perform File-Check-League
           perform Read-Next-League
           perform with test before
              until League-KSDS-EOF
              if TeamCount < Max-Teams
                 add 1 to TeamCount
                 perform Init-Team-Entry
                 perform Note-Conference
                 perform Note-Division
              else
                 display "Playoff team table full at " Max-Teams
                    " - " LS-Team-Key " not seeded"
              end-if
              perform Read-Next-League
           end-perform
           close League-KSDS-File
           .

       Read-Next-League.
           read League-KSDS-File next
               into League-Record
           end-read
           perform File-Check-League
           .

       Init-Team-Entry.
           move LS-Team-Key to PT-Team(TeamCount)
           move LS-Conference-Code to PT-Conference(TeamCount)
           move LS-Division-Code to PT-Division(TeamCount)
           move zero to PT-Won(TeamCount) PT-Lost(TeamCount)
              PT-Tied(TeamCount) PT-Div-Won(TeamCount)
              PT-Div-Lost(TeamCount) PT-Div-Tied(TeamCount)
              PT-Conf-Won(TeamCount) PT-Conf-Lost(TeamCount)
              PT-Conf-Tied(TeamCount) PT-Points-For(TeamCount)
              PT-Points-Against(TeamCount) PT-Pct(TeamCount)
              PT-Seed(TeamCount)
           move "N" to PT-Div-Winner-Flag(TeamCount)
           move "N" to PT-Candidate-Flag(TeamCount)
           perform varying Team-Ix from 1 by 1
              until Team-Ix > Max-Teams
              move zero to H2H-Won(TeamCount, Team-Ix)
              move zero to H2H-Won(Team-Ix, TeamCount)
           end-perform
           .

       Note-Conference.
           move zero to Cand-Ix
           perform varying Conf-Ix from 1 by 1
              until Conf-Ix > ConfCount
              if CF-Code(Conf-Ix) equal LS-Conference-Code
                 move Conf-Ix to Cand-Ix
              end-if
           end-perform
           if Cand-Ix equal zero and ConfCount < 8
              add 1 to ConfCount
              move LS-Conference-Code to CF-Code(ConfCount)
              move zero to CF-Seeded(ConfCount)
           end-if
           .

       Note-Division.
           move zero to Cand-Ix
           perform varying Div-Ix from 1 by 1
              until Div-Ix > DivCount
              if DV-Conference(Div-Ix) equal LS-Conference-Code
                 and DV-Division(Div-Ix) equal LS-Division-Code
                 move Div-Ix to Cand-Ix
              end-if
           end-perform
           if Cand-Ix equal zero and DivCount < 20
              add 1 to DivCount
              move LS-Conference-Code to DV-Conference(DivCount)
              move LS-Division-Code to DV-Division(DivCount)
           end-if
           .

      * Final games only, and only through the regular season's
      * last date when the SEED card gives one
       Load-Regular-Season.
           move zero to FinalGameCount
           open input Game-KSDS-File
           perform File-Check-Game
           move low-values to FD-Game-Key
           start Game-KSDS-File
              key is >= FD-Game-Key
           end-start
           perform File-Check-Game
           perform Read-Next-Game
           perform with test before
              until Game-KSDS-EOF
              if GM-Final
                 and (Season-End-Date equal spaces
                    or GM-Game-Date not > Season-End-Date)
                 perform Tally-Game
              end-if
              perform Read-Next-Game
           end-perform
           close Game-KSDS-File
           .

       Read-Next-Game.
           read Game-KSDS-File next
               into Game-Record
           end-read
           perform File-Check-Game
           .

       Tally-Game.
           move GM-Home-Team to Game-Team-Name
           perform Find-Game-Team
           move FoundTeamIx to Home-Ix
           move GM-Away-Team to Game-Team-Name
           perform Find-Game-Team
           move FoundTeamIx to Away-Ix
           if Home-Ix > zero and Away-Ix > zero
              add 1 to FinalGameCount
              add GM-Home-Score to PT-Points-For(Home-Ix)
              add GM-Away-Score to PT-Points-Against(Home-Ix)
              add GM-Away-Score to PT-Points-For(Away-Ix)
              add GM-Home-Score to PT-Points-Against(Away-Ix)
              EVALUATE true
                 WHEN GM-Home-Score > GM-Away-Score
                    move Home-Ix to Cmp-Winner
                    move Away-Ix to Cmp-Loser
                    perform Tally-Decision
                 WHEN GM-Home-Score < GM-Away-Score
                    move Away-Ix to Cmp-Winner
                    move Home-Ix to Cmp-Loser
                    perform Tally-Decision
                 WHEN other
                    perform Tally-Tie
              END-EVALUATE
           end-if
           .

       Tally-Decision.
           add 1 to PT-Won(Cmp-Winner)
           add 1 to PT-Lost(Cmp-Loser)
           add 1 to H2H-Won(Cmp-Winner, Cmp-Loser)
           if PT-Conference(Cmp-Winner) equal PT-Conference(Cmp-Loser)
              add 1 to PT-Conf-Won(Cmp-Winner)
              add 1 to PT-Conf-Lost(Cmp-Loser)
              if PT-Division(Cmp-Winner) equal PT-Division(Cmp-Loser)
                 add 1 to PT-Div-Won(Cmp-Winner)
                 add 1 to PT-Div-Lost(Cmp-Loser)
              end-if
           end-if
           .

       Tally-Tie.
           add 1 to PT-Tied(Home-Ix)
           add 1 to PT-Tied(Away-Ix)
           if PT-Conference(Home-Ix) equal PT-Conference(Away-Ix)
              add 1 to PT-Conf-Tied(Home-Ix)
              add 1 to PT-Conf-Tied(Away-Ix)
              if PT-Division(Home-Ix) equal PT-Division(Away-Ix)
                 add 1 to PT-Div-Tied(Home-Ix)
                 add 1 to PT-Div-Tied(Away-Ix)
              end-if
           end-if
           .

      * a game against a team with no FRLEAGUE row cannot count
      * toward anyone's seeding - say so and leave it out
       Find-Game-Team.
           move zero to FoundTeamIx
           perform varying Team-Ix from 1 by 1
              until Team-Ix > TeamCount
              if PT-Team(Team-Ix) equal Game-Team-Name
                 move Team-Ix to FoundTeamIx
              end-if
           end-perform
           if FoundTeamIx equal zero
              display "Game team not on FRLEAGUE - ignored: "
                 Game-Team-Name
           end-if
           .

      * a tie counts as half a win, the way FRSTAND figures it
       Compute-Team-Pcts.
           perform varying Team-Ix from 1 by 1
              until Team-Ix > TeamCount
              compute Cmp-Games = PT-Won(Team-Ix) + PT-Lost(Team-Ix)
                 + PT-Tied(Team-Ix)
              end-compute
              if Cmp-Games > zero
                 compute PT-Pct(Team-Ix) = (PT-Won(Team-Ix)
                    + (PT-Tied(Team-Ix) * 0.5)) / Cmp-Games
                 end-compute
              else
                 move zero to PT-Pct(Team-Ix)
              end-if
           end-perform
           .

       Seed-One-Conference.
           move spaces to Print-Line
           perform Print-A-Line
           string "CONFERENCE " CF-Code(Conf-Ix) " SEEDING"
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move zero to CF-Seeded(Conf-Ix)
      * every division's winner, tiebreakers and all
           perform varying Div-Ix from 1 by 1
              until Div-Ix > DivCount
              if DV-Conference(Div-Ix) equal CF-Code(Conf-Ix)
                 perform Pick-Division-Winner
              end-if
           end-perform
      * division winners take the top seeds, ranked among themselves
           perform Clear-Candidates
           perform varying Team-Ix from 1 by 1
              until Team-Ix > TeamCount
              if PT-Div-Winner(Team-Ix)
                 and PT-Conference(Team-Ix) equal CF-Code(Conf-Ix)
                 move "Y" to PT-Candidate-Flag(Team-Ix)
              end-if
           end-perform
           perform Seed-Candidates
      * then the wild cards from everyone else in the conference
           perform Clear-Candidates
           perform varying Team-Ix from 1 by 1
              until Team-Ix > TeamCount
              if not PT-Div-Winner(Team-Ix)
                 and PT-Conference(Team-Ix) equal CF-Code(Conf-Ix)
                 move "Y" to PT-Candidate-Flag(Team-Ix)
              end-if
           end-perform
           perform Seed-Candidates
           .

       Pick-Division-Winner.
           perform Clear-Candidates
           perform varying Team-Ix from 1 by 1
              until Team-Ix > TeamCount
              if PT-Conference(Team-Ix) equal DV-Conference(Div-Ix)
                 and PT-Division(Team-Ix) equal DV-Division(Div-Ix)
                 move "Y" to PT-Candidate-Flag(Team-Ix)
              end-if
           end-perform
           move spaces to Tie-Context
           string "DIVISION " DV-Division(Div-Ix) " TITLE"
              delimited by size into Tie-Context
           end-string
           perform Find-Best-Candidate
           if BestIx > zero
              move "Y" to PT-Div-Winner-Flag(BestIx)
           end-if
           .

       Seed-Candidates.
           perform Find-Next-Seed
           perform with test before
              until BestIx equal zero
                 or CF-Seeded(Conf-Ix) >= Per-Conference
              add 1 to CF-Seeded(Conf-Ix)
              move CF-Seeded(Conf-Ix) to Seed-Num
              move Seed-Num to PT-Seed(BestIx)
              move BestIx to CF-Seed-Team(Conf-Ix, Seed-Num)
              move "N" to PT-Candidate-Flag(BestIx)
              perform Print-Seed-Line
              perform Find-Next-Seed
           end-perform
           .

       Find-Next-Seed.
           compute Seed-Num = CF-Seeded(Conf-Ix) + 1
           end-compute
           move spaces to Tie-Context
           string "SEED " Seed-Num
              delimited by size into Tie-Context
           end-string
           perform Find-Best-Candidate
           .

      * best of the marked candidates by the full tiebreaker
      * comparison, then one report line for each candidate it
      * finished level with on won-lost percentage
       Find-Best-Candidate.
           move zero to BestIx
           perform varying Cand-Ix from 1 by 1
              until Cand-Ix > TeamCount
              if PT-Candidate(Cand-Ix)
                 if BestIx equal zero
                    move Cand-Ix to BestIx
                 else
                    move Cand-Ix to Cmp-A
                    move BestIx to Cmp-B
                    perform Compare-Teams
                    move Cmp-Winner to BestIx
                 end-if
              end-if
           end-perform
           if BestIx > zero
              perform varying Cand-Ix from 1 by 1
                 until Cand-Ix > TeamCount
                 if PT-Candidate(Cand-Ix)
                    and Cand-Ix not equal BestIx
                    and PT-Pct(Cand-Ix) equal PT-Pct(BestIx)
                    move BestIx to Cmp-A
                    move Cand-Ix to Cmp-B
                    perform Compare-Teams
                    perform Print-Tie-Line
                 end-if
              end-perform
           end-if
           .

      * the league tiebreakers, in order, once the won-lost
      * percentages are level
       Compare-Teams.
           move spaces to Cmp-Rule
           perform Figure-Tiebreak-Values
           EVALUATE true
              WHEN PT-Pct(Cmp-A) > PT-Pct(Cmp-B)
                 move Cmp-A to Cmp-Winner
              WHEN PT-Pct(Cmp-A) < PT-Pct(Cmp-B)
                 move Cmp-B to Cmp-Winner
              WHEN H2H-Won(Cmp-A, Cmp-B) > H2H-Won(Cmp-B, Cmp-A)
                 move Cmp-A to Cmp-Winner
                 move "HEAD-TO-HEAD" to Cmp-Rule
              WHEN H2H-Won(Cmp-A, Cmp-B) < H2H-Won(Cmp-B, Cmp-A)
                 move Cmp-B to Cmp-Winner
                 move "HEAD-TO-HEAD" to Cmp-Rule
              WHEN Cmp-Div-Pct-A > Cmp-Div-Pct-B
                 move Cmp-A to Cmp-Winner
                 move "DIVISION RECORD" to Cmp-Rule
              WHEN Cmp-Div-Pct-A < Cmp-Div-Pct-B
                 move Cmp-B to Cmp-Winner
                 move "DIVISION RECORD" to Cmp-Rule
              WHEN Cmp-Conf-Pct-A > Cmp-Conf-Pct-B
                 move Cmp-A to Cmp-Winner
                 move "CONFERENCE RECORD" to Cmp-Rule
              WHEN Cmp-Conf-Pct-A < Cmp-Conf-Pct-B
                 move Cmp-B to Cmp-Winner
                 move "CONFERENCE RECORD" to Cmp-Rule
              WHEN Cmp-Diff-A > Cmp-Diff-B
                 move Cmp-A to Cmp-Winner
                 move "POINT DIFFERENTIAL" to Cmp-Rule
              WHEN Cmp-Diff-A < Cmp-Diff-B
                 move Cmp-B to Cmp-Winner
                 move "POINT DIFFERENTIAL" to Cmp-Rule
              WHEN PT-Team(Cmp-A) < PT-Team(Cmp-B)
                 move Cmp-A to Cmp-Winner
                 move "TEAM NAME ORDER" to Cmp-Rule
              WHEN other
                 move Cmp-B to Cmp-Winner
                 move "TEAM NAME ORDER" to Cmp-Rule
           END-EVALUATE
           .

       Figure-Tiebreak-Values.
           move zero to Cmp-Div-Pct-A Cmp-Div-Pct-B
              Cmp-Conf-Pct-A Cmp-Conf-Pct-B
           compute Cmp-Games = PT-Div-Won(Cmp-A) + PT-Div-Lost(Cmp-A)
              + PT-Div-Tied(Cmp-A)
           end-compute
           if Cmp-Games > zero
              compute Cmp-Div-Pct-A = (PT-Div-Won(Cmp-A)
                 + (PT-Div-Tied(Cmp-A) * 0.5)) / Cmp-Games
              end-compute
           end-if
           compute Cmp-Games = PT-Div-Won(Cmp-B) + PT-Div-Lost(Cmp-B)
              + PT-Div-Tied(Cmp-B)
           end-compute
           if Cmp-Games > zero
              compute Cmp-Div-Pct-B = (PT-Div-Won(Cmp-B)
                 + (PT-Div-Tied(Cmp-B) * 0.5)) / Cmp-Games
              end-compute
           end-if
           compute Cmp-Games = PT-Conf-Won(Cmp-A)
              + PT-Conf-Lost(Cmp-A) + PT-Conf-Tied(Cmp-A)
           end-compute
           if Cmp-Games > zero
              compute Cmp-Conf-Pct-A = (PT-Conf-Won(Cmp-A)
                 + (PT-Conf-Tied(Cmp-A) * 0.5)) / Cmp-Games
              end-compute
           end-if
           compute Cmp-Games = PT-Conf-Won(Cmp-B)
              + PT-Conf-Lost(Cmp-B) + PT-Conf-Tied(Cmp-B)
           end-compute
           if Cmp-Games > zero
              compute Cmp-Conf-Pct-B = (PT-Conf-Won(Cmp-B)
                 + (PT-Conf-Tied(Cmp-B) * 0.5)) / Cmp-Games
              end-compute
           end-if
           compute Cmp-Diff-A = PT-Points-For(Cmp-A)
              - PT-Points-Against(Cmp-A)
           end-compute
           compute Cmp-Diff-B = PT-Points-For(Cmp-B)
              - PT-Points-Against(Cmp-B)
           end-compute
           .

       Clear-Candidates.
           perform varying Team-Ix from 1 by 1
              until Team-Ix > TeamCount
              move "N" to PT-Candidate-Flag(Team-Ix)
           end-perform
           .

       Print-Seed-Line.
           move PT-Pct(BestIx) to Pct-Display
           compute Cmp-Diff-A = PT-Points-For(BestIx)
              - PT-Points-Against(BestIx)
           end-compute
           move Cmp-Diff-A to Diff-Display
           if PT-Div-Winner(BestIx)
              move "DIVISION WINNER" to Cmp-Rule
           else
              move "WILD CARD" to Cmp-Rule
           end-if
           string "  SEED " Seed-Num "  " PT-Team(BestIx)
              " DIV " PT-Division(BestIx)
              "  W " PT-Won(BestIx) " L " PT-Lost(BestIx)
              " T " PT-Tied(BestIx) "  PCT " Pct-Display
              "  DIFF " Diff-Display "  " Cmp-Rule
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           .

       Print-Tie-Line.
           move PT-Pct(Cmp-A) to Pct-Display
           if Cmp-Winner equal Cmp-A
              string "    TIE AT " Pct-Display " FOR " Tie-Context
                 ": " PT-Team(Cmp-A) " OVER " PT-Team(Cmp-B)
                 " ON " Cmp-Rule
                 delimited by size into Print-Line
              end-string
           else
              string "    TIE AT " Pct-Display " FOR " Tie-Context
                 ": " PT-Team(Cmp-A) " TAKEN AHEAD OF "
                 PT-Team(Cmp-B) " - THREE-WAY, " Cmp-Rule
                 " FAVORS THE OTHER"
                 delimited by size into Print-Line
              end-string
           end-if
           perform Print-A-Line
           .

      *****************************************************************
      * Bracket file
      *****************************************************************
      * A new SEED run replaces the whole bracket. Later rounds are
      * written Waiting now, so posting a result only ever has to
      * fill a record that is already there.
       Write-Bracket.
           perform Close-Bracket-File
           open output Bracket-File
           perform File-Check-Bracket
           move Per-Conference to Slot-Count
           perform varying Round-Num from 1 by 1
              until Round-Num > Conf-Rounds
              compute Slot-Count = Slot-Count / 2
              end-compute
              perform varying Conf-Ix from 1 by 1
                 until Conf-Ix > ConfCount
                 perform varying Slot-Num from 1 by 1
                    until Slot-Num > Slot-Count
                    perform Build-Series-Record
                    write FD-Bracket-Record from Bracket-Record
                    end-write
                    perform File-Check-Bracket
                 end-perform
              end-perform
           end-perform
           if ConfCount equal 2
              move spaces to Bracket-Record
              compute BR-Round = Conf-Rounds + 1
              end-compute
              move "LG" to BR-Conference
              move 1 to BR-Slot
              perform Init-Series-Fields
              write FD-Bracket-Record from Bracket-Record
              end-write
              perform File-Check-Bracket
           end-if
           close Bracket-File
           open i-o Bracket-File
           perform File-Check-Bracket
           move "Y" to Bracket-Open-Flag
           perform Advance-Byes
           .

       Build-Series-Record.
           move spaces to Bracket-Record
           move Round-Num to BR-Round
           move CF-Code(Conf-Ix) to BR-Conference
           move Slot-Num to BR-Slot
           perform Init-Series-Fields
           if Round-Num equal 1
              move PR-High-Seed(Pairing-Row-Ix, Slot-Num)
                 to High-Seed-Num
              move PR-Low-Seed(Pairing-Row-Ix, Slot-Num)
                 to Low-Seed-Num
              move High-Seed-Num to BR-High-Seed
              move Low-Seed-Num to BR-Low-Seed
              if High-Seed-Num <= CF-Seeded(Conf-Ix)
                 move CF-Seed-Team(Conf-Ix, High-Seed-Num) to Team-Ix
                 move PT-Team(Team-Ix) to BR-High-Team
              end-if
              if Low-Seed-Num <= CF-Seeded(Conf-Ix)
                 move CF-Seed-Team(Conf-Ix, Low-Seed-Num) to Team-Ix
                 move PT-Team(Team-Ix) to BR-Low-Team
              end-if
              if BR-High-Team not equal spaces
                 and BR-Low-Team not equal spaces
                 move "O" to BR-Series-Status
              end-if
           end-if
           .

       Init-Series-Fields.
           move zero to BR-High-Seed
           move zero to BR-Low-Seed
           move zero to BR-High-Wins
           move zero to BR-Low-Wins
           move Series-Wins to BR-Wins-Needed
           move "W" to BR-Series-Status
           move space to BR-Winner-Side
           .

      * a first-round series with only one team is a bye - the
      * seed moves straight through
       Advance-Byes.
           move low-values to FD-Bracket-Key
           start Bracket-File
              key is >= FD-Bracket-Key
           end-start
           perform File-Check-Bracket
           perform Read-Next-Bracket
           perform with test before
              until Bracket-EOF or BR-Round > 1
              if BR-Waiting and BR-High-Team not equal spaces
                 move "C" to BR-Series-Status
                 move "H" to BR-Winner-Side
                 rewrite FD-Bracket-Record from Bracket-Record
                 end-rewrite
                 perform File-Check-Bracket
                 string "  BYE: (" BR-High-Seed ") " BR-High-Team
                    " ADVANCES"
                    delimited by size into Print-Line
                 end-string
                 perform Print-A-Line
                 move BR-Conference to Bye-Conference
                 move BR-Slot to Bye-Slot
                 perform Advance-Winner
      * the advance repositioned the file - pick the walk back up
                 move 1 to FK-Round
                 move Bye-Conference to FK-Conference
                 move Bye-Slot to FK-Slot
                 start Bracket-File
                    key is > FD-Bracket-Key
                 end-start
                 perform File-Check-Bracket
              end-if
              perform Read-Next-Bracket
           end-perform
           .

       Open-Bracket-File.
           if not Bracket-Is-Open
              open i-o Bracket-File
              if Bracket-No-File
                 display "FRBRACKT not built yet - run a SEED card "
                    "first"
              else
                 perform File-Check-Bracket
                 move "Y" to Bracket-Open-Flag
              end-if
           end-if
           .

       Close-Bracket-File.
           if Bracket-Is-Open
              close Bracket-File
              move "N" to Bracket-Open-Flag
           end-if
           .

       Read-Next-Bracket.
           read Bracket-File next
               into Bracket-Record
           end-read
           if not Bracket-EOF
              perform File-Check-Bracket
           end-if
           .

      *****************************************************************
      * Results
      *****************************************************************
       Post-Result.
           perform Open-Bracket-File
           EVALUATE true
              WHEN not Bracket-Is-Open
                 move "NO BRACKET ON FILE" to Cmp-Rule
                 perform Reject-Result
              WHEN not CTL-Home-Score-X is numeric
                 or not CTL-Away-Score-X is numeric
                 move "SCORE NOT NUMERIC" to Cmp-Rule
                 perform Reject-Result
              WHEN CTL-Home-Score equal CTL-Away-Score
                 move "TIED SCORE" to Cmp-Rule
                 perform Reject-Result
              WHEN other
                 perform Find-Open-Series
                 if Series-Found
                    perform Apply-Result
                 else
                    move "NO OPEN SERIES" to Cmp-Rule
                    perform Reject-Result
                 end-if
           END-EVALUATE
           .

       Find-Open-Series.
           move "N" to Series-Found-Flag
           move low-values to FD-Bracket-Key
           start Bracket-File
              key is >= FD-Bracket-Key
           end-start
           perform File-Check-Bracket
           perform Read-Next-Bracket
           perform with test before
              until Bracket-EOF or Series-Found
              if BR-Open
                 and ((BR-High-Team equal CTL-Home-Team
                    and BR-Low-Team equal CTL-Away-Team)
                 or (BR-High-Team equal CTL-Away-Team
                    and BR-Low-Team equal CTL-Home-Team))
                 move "Y" to Series-Found-Flag
              else
                 perform Read-Next-Bracket
              end-if
           end-perform
           .

       Apply-Result.
           if CTL-Home-Score > CTL-Away-Score
              move CTL-Home-Team to Winning-Team
           else
              move CTL-Away-Team to Winning-Team
           end-if
           if Winning-Team equal BR-High-Team
              add 1 to BR-High-Wins
           else
              add 1 to BR-Low-Wins
           end-if
           move CTL-Game-Date to BR-Last-Game-Date
           add 1 to PostedCount
           string "  POSTED " CTL-Game-Date " " CTL-Home-Team " "
              CTL-Home-Score " " CTL-Away-Team " " CTL-Away-Score
              "  SERIES " BR-High-Wins "-" BR-Low-Wins
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           if BR-High-Wins >= BR-Wins-Needed
              or BR-Low-Wins >= BR-Wins-Needed
              move "C" to BR-Series-Status
              if BR-High-Wins >= BR-Wins-Needed
                 move "H" to BR-Winner-Side
              else
                 move "L" to BR-Winner-Side
              end-if
           end-if
           rewrite FD-Bracket-Record from Bracket-Record
           end-rewrite
           perform File-Check-Bracket
           if BR-Complete
              perform Advance-Winner
           end-if
           .

      * the series winner moves to the next round - same
      * conference, slot (n+1)/2 - or, out of a conference final,
      * into the league final; no next record means a champion
       Advance-Winner.
           if BR-High-Won
              move BR-High-Team to Winning-Team
              move BR-High-Seed to Winning-Seed
           else
              move BR-Low-Team to Winning-Team
              move BR-Low-Seed to Winning-Seed
           end-if
           compute FK-Round = BR-Round + 1
           end-compute
           move BR-Conference to FK-Conference
           compute FK-Slot = (BR-Slot + 1) / 2
           end-compute
           if BR-Conference equal "LG"
              move "23" to Bracket-File-Status
           else
              read Bracket-File into Bracket-Record
              end-read
              if Bracket-Not-Found
                 move "LG" to FK-Conference
                 move 1 to FK-Slot
                 read Bracket-File into Bracket-Record
                 end-read
              end-if
           end-if
           if Bracket-Not-Found
              string "  CHAMPION: " Winning-Team
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           else
              perform File-Check-Bracket
              perform Seat-Winner
           end-if
           .

       Seat-Winner.
           if BR-High-Team equal spaces
              move Winning-Team to BR-High-Team
              move Winning-Seed to BR-High-Seed
           else
              move Winning-Team to BR-Low-Team
              move Winning-Seed to BR-Low-Seed
              if BR-Low-Seed < BR-High-Seed
                 move BR-High-Team to Winning-Team
                 move BR-High-Seed to Winning-Seed
                 move BR-Low-Team to BR-High-Team
                 move BR-Low-Seed to BR-High-Seed
                 move Winning-Team to BR-Low-Team
                 move Winning-Seed to BR-Low-Seed
              end-if
              move "O" to BR-Series-Status
           end-if
           rewrite FD-Bracket-Record from Bracket-Record
           end-rewrite
           perform File-Check-Bracket
           .

       Reject-Result.
           add 1 to RejectedCount
           display "RESULT card " CardCount " rejected: " Cmp-Rule
           string "  REJECTED CARD " CardCount " " CTL-Game-Date " "
              CTL-Home-Team " " CTL-Away-Team " - " Cmp-Rule
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           .

      *****************************************************************
      * Bracket print
      *****************************************************************
       Print-Bracket.
           perform Open-Bracket-File
           if Bracket-Is-Open
              move spaces to Print-Line
              perform Print-A-Line
              string "PLAYOFF BRACKET - RESULTS POSTED THIS RUN "
                 PostedCount "   REJECTED " RejectedCount
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
              move zero to Round-Num
              move low-values to FD-Bracket-Key
              start Bracket-File
                 key is >= FD-Bracket-Key
              end-start
              perform File-Check-Bracket
              perform Read-Next-Bracket
              perform with test before
                 until Bracket-EOF
                 if BR-Round not equal Round-Num
                    move BR-Round to Round-Num
                    move spaces to Print-Line
                    perform Print-A-Line
                    string "ROUND " BR-Round
                       delimited by size into Print-Line
                    end-string
                    perform Print-A-Line
                 end-if
                 perform Print-Series-Line
                 perform Read-Next-Bracket
              end-perform
           end-if
           .

       Print-Series-Line.
           EVALUATE true
              WHEN BR-Waiting
                 move "WAITING" to Cmp-Rule
              WHEN BR-Open
                 move "IN PROGRESS" to Cmp-Rule
              WHEN BR-High-Won
                 move "WON BY HIGH SEED" to Cmp-Rule
              WHEN other
                 move "WON BY LOW SEED" to Cmp-Rule
           END-EVALUATE
           string "  " BR-Conference " SERIES " BR-Slot "  ("
              BR-High-Seed ") " BR-High-Team " " BR-High-Wins
              "  VS  (" BR-Low-Seed ") " BR-Low-Team " "
              BR-Low-Wins "   " Cmp-Rule
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           .

       Open-Report-File.
           open output Report-File
           perform File-Check-Report
           move function current-date to Date-and-Time
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day
           move Season-Display to RH1-Season
           .

       Close-Report-File.
           move spaces to Print-Line
           perform Print-A-Line
           move "***** END OF REPORT *****" to Print-Line
           perform Print-A-Line
           close Report-File
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
           .

       File-Check-League.
           if not League-KSDS-OK and not League-KSDS-EOF
              display "FRLEAGUE file status: " League-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Game.
           if not Game-KSDS-OK and not Game-KSDS-EOF
              display "FRGAMES file status: " Game-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Bracket.
           if not Bracket-OK and not Bracket-EOF
              display "FRBRACKT file status: " Bracket-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              and not Control-Card-Not-Found
              display "FRPLYCTL file status: " Control-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRPLAYRP file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error in playoff seeding or bracket posting"
           close League-KSDS-File
           close Game-KSDS-File
           close Bracket-File
           close Control-Card-File
           close Report-File
           goback
           .
