       Identification Division.
       Program-Id. FRSCHED.
      *****************************************************************
      * Season schedule generator. Reads the league structure off
      * FRLEAGUE (LS-Conference-Code/LS-Division-Code per team) and
      * the FRSCHCTL control cards, and writes the whole regular
      * season as FRGMTRAN SCHEDULE ("S") cards in FRSCHOUT - the
      * deck GAMEPOST feeds through FRGMUPDT - instead of days of
      * spreadsheet work and hand-typed cards.
      * Control cards (keyword cols 1-8):
      *   SEASON   - season start date cols 9-16, end date cols
      *              17-24 (YYYYMMDD); required
      *   PAIRING  - meetings with each division opponent cols 9-10,
      *              each other team in the conference cols 11-12,
      *              each team in the other conference cols 13-14;
      *              no card means 4/3/2
      *   CALENDAR - HOLIDAYS calendar of blackout dates cols 9-16;
      *              no card means VENUE
      * Every pairing is built as a list of meetings, round by
      * round, so a pair's repeat meetings are spread across the
      * season, each round laid out by the round-robin circle so
      * every team starts the season together, and home and away
      * alternate meeting by meeting so each team hosts half its
      * games (an odd meeting count gives the extra home game by
      * team position so it evens out across opponents). The
      * meetings are then booked date by date from the season
      * start: a date on the blackout calendar - asked
      * through DTSRV's HOLI function - is skipped, no team is
      * booked twice on one date, and each date takes no more than
      * its share of the games still unbooked so they spread evenly
      * to the end date instead of piling up in the first weeks.
      * The FRSCHDRP balance report prints the rules used and one
      * line per team - games, home, away, division, conference,
      * and rest-of-league meetings, first and last game date - so
      * the league office can approve the deck before it goes
      * through FRGMUPDT. A team whose home and away counts differ
      * by more than one is flagged. Meetings that would not fit
      * before the end date are listed and the step ends RC=8 - the
      * deck is short and must not be posted.
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
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Control-Card-File
              ASSIGN to "FRSCHCTL"
              Organization sequential
              Access Sequential
              File Status Control-Card-Status.
           SELECT Schedule-Out-File
              ASSIGN to "FRSCHOUT"
              Organization sequential
              Access Sequential
              File Status Schedule-Out-Status.
           SELECT Report-File
              ASSIGN to "FRSCHDRP"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
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
           05  CTL-Keyword            pic x(08).
           05  CTL-Season-Data.
               10  CTL-Start-Date-X   pic x(08).
               10  CTL-Start-Date redefines CTL-Start-Date-X
                                      pic 9(08).
               10  CTL-End-Date-X     pic x(08).
               10  CTL-End-Date redefines CTL-End-Date-X
                                      pic 9(08).
               10  filler             pic x(56).
           05  CTL-Pairing-Data redefines CTL-Season-Data.
               10  CTL-Div-Games-X    pic x(02).
               10  CTL-Div-Games redefines CTL-Div-Games-X
                                      pic 9(02).
               10  CTL-Conf-Games-X   pic x(02).
               10  CTL-Conf-Games redefines CTL-Conf-Games-X
                                      pic 9(02).
               10  CTL-Other-Games-X  pic x(02).
               10  CTL-Other-Games redefines CTL-Other-Games-X
                                      pic 9(02).
               10  filler             pic x(66).
           05  CTL-Calendar-Data redefines CTL-Season-Data.
               10  CTL-Calendar-Id    pic x(08).
               10  filler             pic x(64).
       FD  Schedule-Out-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Schedule-Out-Record.
       01  Schedule-Out-Record            pic x(80).
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
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
           05  Control-Card-Status        pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
               88  Control-Card-Not-Found value "35".
           05  Schedule-Out-Status        pic x(02).
               88  Schedule-Out-OK        value "00".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  League-Record.
           copy FRLEAGR.
       01  Season-Record.
           copy FRSEASR.
       01  Game-Transaction.
           copy FRGMTRN.
       01  DTSRV-Parms.
           copy DTSRVPA.
       01  Season-Display                 pic x(08) value "UNKNOWN ".
       01  Schedule-Rules.
           05  Season-Start-Date          pic 9(08) value zero.
           05  Season-End-Date            pic 9(08) value zero.
           05  Div-Meetings               pic 9(02) value 4.
           05  Conf-Meetings              pic 9(02) value 3.
           05  Other-Meetings             pic 9(02) value 2.
           05  Max-Meetings               pic 9(02) value zero.
           05  Blackout-Calendar          pic x(08) value "VENUE   ".
           05  Rules-Error-Flag           pic x value "N".
               88  Rules-Error            value "Y".
           05  Calendar-Missing-Flag      pic x value "N".
               88  Calendar-Missing       value "Y".
       01  WorkingVars.
           05  CardCount                  pic 9(03) value zero.
           05  TeamCount                  pic 9(03) value zero.
           05  Max-Teams                  pic 9(03) value 64.
           05  Team-Ix                    pic 9(03) value zero.
           05  Opp-Ix                     pic 9(03) value zero.
           05  Meeting                    pic 9(02) value zero.
           05  Pair-Meetings              pic 9(02) value zero.
           05  Pair-Kind                  pic x(01).
           05  MatchupCount               pic 9(04) value zero.
           05  Max-Matchups               pic 9(04) value 4000.
           05  Matchup-Ix                 pic 9(04) value zero.
           05  First-Open-Ix              pic 9(04) value zero.
           05  BookedCount                pic 9(04) value zero.
           05  UnbookedCount              pic 9(04) value zero.
           05  Home-Ix                    pic 9(03) value zero.
           05  Away-Ix                    pic 9(03) value zero.
           05  Walk-Date                  pic 9(08) value zero.
           05  AvailableDays              pic 9(04) value zero.
           05  BlackoutDays               pic 9(04) value zero.
           05  DatesUsed                  pic 9(04) value zero.
           05  Daily-Cap                  pic 9(03) value zero.
           05  Max-Daily-Cap              pic 9(03) value zero.
           05  Booked-Today               pic 9(03) value zero.
           05  Max-Booked-Day             pic 9(03) value zero.
           05  Imbalance                  pic s9(03) value zero.
           05  FlaggedCount               pic 9(03) value zero.
           05  Remaining-Days             pic 9(04) value zero.
           05  Blackout-Flag              pic x value "N".
               88  Is-Blackout            value "Y".
       01  Circle-Vars.
           05  Circle-Size                pic 9(03) value zero.
           05  Circle-Half                pic 9(03) value zero.
           05  Circle-Ix                  pic 9(03) value zero.
           05  Circle-Opp                 pic 9(03) value zero.
           05  Circle-Round               pic 9(03) value zero.
           05  Circle-Hold                pic 9(03) value zero.
           05  Circle-Slot occurs 65 times
                                          pic 9(03).
       01  Team-Table.
           05  Team-Entry occurs 1 to 64 times
                  depending on TeamCount.
               10  TM-Team                pic x(20).
               10  TM-Conference          pic x(02).
               10  TM-Division            pic x(02).
               10  TM-Last-Date           pic 9(08).
               10  TM-First-Game          pic 9(08).
               10  TM-Final-Game          pic 9(08).
               10  TM-Planned             pic 9(03).
               10  TM-Games               pic 9(03).
               10  TM-Home                pic 9(03).
               10  TM-Away                pic 9(03).
               10  TM-Div-Games           pic 9(03).
               10  TM-Conf-Games          pic 9(03).
               10  TM-Other-Games         pic 9(03).
      * one entry per meeting to be booked - built round by round,
      * so the list order is the booking priority
       01  Matchup-Table.
           05  Matchup-Entry occurs 1 to 4000 times
                  depending on MatchupCount.
               10  MU-Home-Ix             pic 9(03).
               10  MU-Away-Ix             pic 9(03).
               10  MU-Kind                pic x(01).
                   88  MU-Division        value "D".
                   88  MU-Conference      value "C".
                   88  MU-Other           value "O".
               10  MU-Date                pic 9(08).
       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
       01  Report-Heading-1.
           05  filler                     pic x(24) value
               "SCHEDULE BALANCE REPORT ".
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
       01  Balance-Heading.
           05  filler                     pic x(27) value
               "TEAM                 CF DV ".
           05  filler                     pic x(36) value
               "GAMES HOME AWAY  DIV CONF OTHR     ".
           05  filler                     pic x(30) value
               "FIRST     LAST      NOTE".
           05  filler                     pic x(39) value spaces.
       01  Balance-Line.
           05  BL-Team                    pic x(20).
           05  filler                     pic x value space.
           05  BL-Conference              pic x(02).
           05  filler                     pic x value space.
           05  BL-Division                pic x(02).
           05  filler                     pic x value space.
           05  BL-Games                   pic zzzz9.
           05  filler                     pic x value space.
           05  BL-Home                    pic zzz9.
           05  filler                     pic x value space.
           05  BL-Away                    pic zzz9.
           05  filler                     pic x value space.
           05  BL-Div                     pic zzz9.
           05  filler                     pic x value space.
           05  BL-Conf                    pic zzz9.
           05  filler                     pic x value space.
           05  BL-Other                   pic zzz9.
           05  filler                     pic x(05) value spaces.
           05  BL-First                   pic x(08).
           05  filler                     pic x(02) value spaces.
           05  BL-Last                    pic x(08).
           05  filler                     pic x(02) value spaces.
           05  BL-Note                    pic x(30).
           05  filler                     pic x(18) value spaces.
       01  Note-Count-Display             pic zz9.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           perform Get-Current-Season
           perform Open-Report-File
           perform Read-Control-Cards
           perform Print-Schedule-Rules
           if not Rules-Error
              perform Load-League-Teams
           end-if
           if not Rules-Error
              perform Build-Matchups
           end-if
           if not Rules-Error
              perform Count-Available-Days
           end-if
           if Rules-Error
              move "SCHEDULE NOT BUILT - SEE MESSAGES ABOVE"
                 to Print-Line
              perform Print-A-Line
              move 8 to return-code
           else
              open output Schedule-Out-File
              perform File-Check-Schedule-Out
              perform Book-Season
              close Schedule-Out-File
              perform Print-Balance-Report
              perform Print-Unbooked-Meetings
              if UnbookedCount > zero
                 move 8 to return-code
              end-if
           end-if
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

       Read-Control-Cards.
           open input Control-Card-File
           if Control-Card-Not-Found
              continue
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
           if Season-Start-Date equal zero
              display "No SEASON card in FRSCHCTL - a start and "
                 "end date are required"
              move "NO SEASON CARD - START AND END DATE REQUIRED"
                 to Print-Line
              perform Print-A-Line
              move "Y" to Rules-Error-Flag
           end-if
           .

       Apply-One-Card.
           EVALUATE true
              WHEN CTL-Keyword equal "SEASON  "
                 perform Apply-Season-Card
              WHEN CTL-Keyword equal "PAIRING "
                 if CTL-Div-Games-X is numeric
                    and CTL-Conf-Games-X is numeric
                    and CTL-Other-Games-X is numeric
                    move CTL-Div-Games to Div-Meetings
                    move CTL-Conf-Games to Conf-Meetings
                    move CTL-Other-Games to Other-Meetings
                 else
                    perform Report-Bad-Card
                 end-if
              WHEN CTL-Keyword equal "CALENDAR"
                 if CTL-Calendar-Id equal spaces
                    perform Report-Bad-Card
                 else
                    move CTL-Calendar-Id to Blackout-Calendar
                 end-if
              WHEN other
                 perform Report-Bad-Card
           END-EVALUATE
           .

      * both dates must be real calendar dates, in order - DTSRV's
      * DIFF proves them and gives the span in one call
       Apply-Season-Card.
           if CTL-Start-Date-X is numeric
              and CTL-End-Date-X is numeric
              move "DIFF" to DTS-Function
              move CTL-End-Date to DTS-Date-1
              move CTL-Start-Date to DTS-Date-2
              call "DTSRV" using DTSRV-Parms
              if DTS-OK and DTS-Result-Days >= zero
                 move CTL-Start-Date to Season-Start-Date
                 move CTL-End-Date to Season-End-Date
              else
                 perform Report-Bad-Card
              end-if
           else
              perform Report-Bad-Card
           end-if
           .

       Report-Bad-Card.
           display "Bad FRSCHCTL card " CardCount ": "
              Control-Card-Record(1:24)
           string "BAD CONTROL CARD " CardCount ": "
              Control-Card-Record(1:24)
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move "Y" to Rules-Error-Flag
           .

       Print-Schedule-Rules.
           string "SEASON DATES " Season-Start-Date " THRU "
              Season-End-Date "   BLACKOUT CALENDAR "
              Blackout-Calendar
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "MEETINGS PER OPPONENT: DIVISION " Div-Meetings
              "  CONFERENCE " Conf-Meetings
              "  REST OF LEAGUE " Other-Meetings
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           .

       Load-League-Teams.
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
                 move LS-Team-Key to TM-Team(TeamCount)
                 move LS-Conference-Code to TM-Conference(TeamCount)
                 move LS-Division-Code to TM-Division(TeamCount)
                 move zero to TM-Last-Date(TeamCount)
                 move zero to TM-First-Game(TeamCount)
                 move zero to TM-Final-Game(TeamCount)
                 move zero to TM-Planned(TeamCount)
                 move zero to TM-Games(TeamCount)
                 move zero to TM-Home(TeamCount)
                 move zero to TM-Away(TeamCount)
                 move zero to TM-Div-Games(TeamCount)
                 move zero to TM-Conf-Games(TeamCount)
                 move zero to TM-Other-Games(TeamCount)
              else
                 display "League team table full at " Max-Teams
                    " - " LS-Team-Key " not scheduled"
                 move "Y" to Rules-Error-Flag
              end-if
              perform Read-Next-League
           end-perform
           close League-KSDS-File
           if TeamCount < 2
              display "FRLEAGUE carries fewer than two teams"
              move "FRLEAGUE CARRIES FEWER THAN TWO TEAMS"
                 to Print-Line
              perform Print-A-Line
              move "Y" to Rules-Error-Flag
           end-if
           .

       Read-Next-League.
           read League-KSDS-File next
               into League-Record
           end-read
           perform File-Check-League
           .

      * round by round: meeting 1 of every pair, then meeting 2 of
      * every pair that plays twice, and so on. Within a meeting the
      * pairs come off the round-robin circle - each circle round
      * is a set of games with every team in it once - so booking
      * in list order brings every team into the season together
      * instead of the first teams on FRLEAGUE filling the opening
      * weeks. An odd team count rides a bye slot (zero).
       Build-Matchups.
           move Div-Meetings to Max-Meetings
           if Conf-Meetings > Max-Meetings
              move Conf-Meetings to Max-Meetings
           end-if
           if Other-Meetings > Max-Meetings
              move Other-Meetings to Max-Meetings
           end-if
           move TeamCount to Circle-Size
           if function mod(TeamCount, 2) not equal zero
              add 1 to Circle-Size
           end-if
           compute Circle-Half = Circle-Size / 2
           end-compute
           perform varying Meeting from 1 by 1
              until Meeting > Max-Meetings or Rules-Error
              perform varying Circle-Ix from 1 by 1
                 until Circle-Ix > Circle-Size
                 if Circle-Ix > TeamCount
                    move zero to Circle-Slot(Circle-Ix)
                 else
                    move Circle-Ix to Circle-Slot(Circle-Ix)
                 end-if
              end-perform
              perform varying Circle-Round from 1 by 1
                 until Circle-Round >= Circle-Size or Rules-Error
                 perform Add-Circle-Round
                 perform Rotate-Circle
              end-perform
           end-perform
           .

       Add-Circle-Round.
           perform varying Circle-Ix from 1 by 1
              until Circle-Ix > Circle-Half or Rules-Error
              compute Circle-Opp = Circle-Size + 1 - Circle-Ix
              end-compute
              if Circle-Slot(Circle-Ix) < Circle-Slot(Circle-Opp)
                 move Circle-Slot(Circle-Ix) to Team-Ix
                 move Circle-Slot(Circle-Opp) to Opp-Ix
              else
                 move Circle-Slot(Circle-Opp) to Team-Ix
                 move Circle-Slot(Circle-Ix) to Opp-Ix
              end-if
              if Team-Ix > zero
                 perform Add-Pair-Meeting
              end-if
           end-perform
           .

      * slot 1 stays put; everyone else moves one place round
       Rotate-Circle.
           move Circle-Slot(Circle-Size) to Circle-Hold
           move Circle-Size to Circle-Ix
           perform with test before
              until Circle-Ix <= 2
              compute Circle-Opp = Circle-Ix - 1
              end-compute
              move Circle-Slot(Circle-Opp) to Circle-Slot(Circle-Ix)
              subtract 1 from Circle-Ix
           end-perform
           move Circle-Hold to Circle-Slot(2)
           .

       Add-Pair-Meeting.
           EVALUATE true
              WHEN TM-Conference(Team-Ix) equal TM-Conference(Opp-Ix)
                 and TM-Division(Team-Ix) equal TM-Division(Opp-Ix)
                 move "D" to Pair-Kind
                 move Div-Meetings to Pair-Meetings
              WHEN TM-Conference(Team-Ix) equal TM-Conference(Opp-Ix)
                 move "C" to Pair-Kind
                 move Conf-Meetings to Pair-Meetings
              WHEN other
                 move "O" to Pair-Kind
                 move Other-Meetings to Pair-Meetings
           END-EVALUATE
           if Meeting <= Pair-Meetings
              if MatchupCount < Max-Matchups
                 add 1 to MatchupCount
                 if function mod(Meeting + Team-Ix + Opp-Ix, 2)
                       equal zero
                    move Team-Ix to MU-Home-Ix(MatchupCount)
                    move Opp-Ix to MU-Away-Ix(MatchupCount)
                 else
                    move Opp-Ix to MU-Home-Ix(MatchupCount)
                    move Team-Ix to MU-Away-Ix(MatchupCount)
                 end-if
                 move Pair-Kind to MU-Kind(MatchupCount)
                 move zero to MU-Date(MatchupCount)
                 add 1 to TM-Planned(Team-Ix)
                 add 1 to TM-Planned(Opp-Ix)
              else
                 display "Meeting table full at " Max-Matchups
                    " - pairing rules ask for too many games"
                 move "PAIRING RULES ASK FOR MORE GAMES THAN ONE RUN "
                    to Print-Line
                 perform Print-A-Line
                 move "Y" to Rules-Error-Flag
              end-if
           end-if
           .

      * one pass over the season to learn how many dates can take
      * games, so each date's share of what is left can be set
       Count-Available-Days.
           move Season-Start-Date to Walk-Date
           perform with test before
              until Walk-Date > Season-End-Date
              perform Check-Blackout
              if Is-Blackout
                 add 1 to BlackoutDays
              else
                 add 1 to AvailableDays
              end-if
              perform Next-Walk-Date
           end-perform
           if AvailableDays equal zero
              display "Every season date is on the "
                 Blackout-Calendar " calendar"
              move "NO GAME DATES LEFT AFTER THE BLACKOUT CALENDAR"
                 to Print-Line
              perform Print-A-Line
              move "Y" to Rules-Error-Flag
           end-if
           compute Max-Daily-Cap = TeamCount / 2
           end-compute
           .

      * blackout dates come from the shared HOLIDAYS file through
      * DTSRV - a calendar the file does not carry means no
      * blackouts, said once rather than failing the run
       Check-Blackout.
           move "N" to Blackout-Flag
           if not Calendar-Missing
              move "HOLI" to DTS-Function
              move Blackout-Calendar to DTS-Calendar-Id
              move Walk-Date to DTS-Date-1
              call "DTSRV" using DTSRV-Parms
              EVALUATE true
                 WHEN DTS-OK
                    if DTS-Result-Days > zero
                       move "Y" to Blackout-Flag
                    end-if
                 WHEN DTS-Bad-Calendar
                    display "HOLIDAYS carries no " Blackout-Calendar
                       " calendar - no dates blacked out"
                    move "Y" to Calendar-Missing-Flag
                 WHEN other
                    display "DTSRV status " DTS-Status
                       " on date " Walk-Date
              END-EVALUATE
           end-if
           .

       Next-Walk-Date.
           move "ADDD" to DTS-Function
           move Walk-Date to DTS-Date-1
           move 1 to DTS-Days
           call "DTSRV" using DTSRV-Parms
           if DTS-OK
              move DTS-Result-Date to Walk-Date
           else
              display "DTSRV status " DTS-Status
                 " stepping past " Walk-Date
              move 99999999 to Walk-Date
           end-if
           .

       Book-Season.
           move 1 to First-Open-Ix
           move AvailableDays to Remaining-Days
           move Season-Start-Date to Walk-Date
           perform with test before
              until Walk-Date > Season-End-Date
                 or First-Open-Ix > MatchupCount
              perform Check-Blackout
              if not Is-Blackout
                 perform Book-One-Date
              end-if
              perform Next-Walk-Date
           end-perform
           compute UnbookedCount = MatchupCount - BookedCount
           end-compute
           display "Meetings generated: " MatchupCount
           display "Games booked:       " BookedCount
           display "Games not booked:   " UnbookedCount
           .

      * take meetings in list order, skipping any whose teams are
      * already booked today, until the date has its share - the
      * games still unbooked over the game dates still ahead,
      * rounded up, plus one game of slack so a date that cannot
      * fill its share (teams already booked) is caught up on the
      * next instead of stranding meetings on the last night
       Book-One-Date.
           compute Daily-Cap = ((MatchupCount - BookedCount
              + Remaining-Days - 1) / Remaining-Days) + 1
           end-compute
           if Daily-Cap > Max-Daily-Cap
              move Max-Daily-Cap to Daily-Cap
           end-if
           if Daily-Cap equal zero
              move 1 to Daily-Cap
           end-if
           subtract 1 from Remaining-Days
           move zero to Booked-Today
           move First-Open-Ix to Matchup-Ix
           perform with test before
              until Matchup-Ix > MatchupCount
                 or Booked-Today >= Daily-Cap
              move MU-Home-Ix(Matchup-Ix) to Home-Ix
              move MU-Away-Ix(Matchup-Ix) to Away-Ix
              if MU-Date(Matchup-Ix) equal zero
                 and TM-Last-Date(Home-Ix) not equal Walk-Date
                 and TM-Last-Date(Away-Ix) not equal Walk-Date
                 perform Book-One-Game
              end-if
              add 1 to Matchup-Ix
           end-perform
           if Booked-Today > zero
              add 1 to DatesUsed
           end-if
           if Booked-Today > Max-Booked-Day
              move Booked-Today to Max-Booked-Day
           end-if
           perform with test before
              until First-Open-Ix > MatchupCount
              or MU-Date(First-Open-Ix) equal zero
              add 1 to First-Open-Ix
           end-perform
           .

       Book-One-Game.
           move Walk-Date to MU-Date(Matchup-Ix)
           move Walk-Date to TM-Last-Date(Home-Ix)
           move Walk-Date to TM-Last-Date(Away-Ix)
           add 1 to Booked-Today
           add 1 to BookedCount
           add 1 to TM-Home(Home-Ix)
           add 1 to TM-Away(Away-Ix)
           move Home-Ix to Team-Ix
           perform Tally-Team-Game
           move Away-Ix to Team-Ix
           perform Tally-Team-Game
           move spaces to Game-Transaction
           move "S" to FGT-Operation
           move Walk-Date to FGT-Game-Date
           move TM-Team(Home-Ix) to FGT-Home-Team
           move TM-Team(Away-Ix) to FGT-Away-Team
           move Game-Transaction to Schedule-Out-Record
           write Schedule-Out-Record
           end-write
           perform File-Check-Schedule-Out
           .

       Tally-Team-Game.
           add 1 to TM-Games(Team-Ix)
           EVALUATE true
              WHEN MU-Division(Matchup-Ix)
                 add 1 to TM-Div-Games(Team-Ix)
              WHEN MU-Conference(Matchup-Ix)
                 add 1 to TM-Conf-Games(Team-Ix)
              WHEN other
                 add 1 to TM-Other-Games(Team-Ix)
           END-EVALUATE
           if TM-First-Game(Team-Ix) equal zero
              move Walk-Date to TM-First-Game(Team-Ix)
           end-if
           move Walk-Date to TM-Final-Game(Team-Ix)
           .

       Print-Balance-Report.
           move spaces to Print-Line
           perform Print-A-Line
           string "TEAMS " TeamCount "   GAME DATES " AvailableDays
              "   BLACKED OUT " BlackoutDays
              "   DATES USED " DatesUsed
              "   MOST GAMES ON A DATE " Max-Booked-Day
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move spaces to Print-Line
           perform Print-A-Line
           move Balance-Heading to Print-Line
           perform Print-A-Line
           perform varying Team-Ix from 1 by 1
              until Team-Ix > TeamCount
              perform Print-One-Team
           end-perform
           move spaces to Print-Line
           perform Print-A-Line
           string "MEETINGS GENERATED " MatchupCount
              "   GAMES BOOKED " BookedCount
              "   NOT BOOKED " UnbookedCount
              "   TEAMS FLAGGED " FlaggedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           .

       Print-One-Team.
           move TM-Team(Team-Ix) to BL-Team
           move TM-Conference(Team-Ix) to BL-Conference
           move TM-Division(Team-Ix) to BL-Division
           move TM-Games(Team-Ix) to BL-Games
           move TM-Home(Team-Ix) to BL-Home
           move TM-Away(Team-Ix) to BL-Away
           move TM-Div-Games(Team-Ix) to BL-Div
           move TM-Conf-Games(Team-Ix) to BL-Conf
           move TM-Other-Games(Team-Ix) to BL-Other
           move TM-First-Game(Team-Ix) to BL-First
           move TM-Final-Game(Team-Ix) to BL-Last
           move spaces to BL-Note
           compute Imbalance = TM-Home(Team-Ix) - TM-Away(Team-Ix)
           end-compute
           if Imbalance > 1 or Imbalance < -1
              move "HOME/AWAY UNBALANCED" to BL-Note
              add 1 to FlaggedCount
           end-if
           if TM-Games(Team-Ix) < TM-Planned(Team-Ix)
              compute Note-Count-Display =
                 TM-Planned(Team-Ix) - TM-Games(Team-Ix)
              end-compute
              string "SHORT " Note-Count-Display " GAMES"
                 delimited by size into BL-Note
              end-string
              add 1 to FlaggedCount
           end-if
           move Balance-Line to Print-Line
           perform Print-A-Line
           .

       Print-Unbooked-Meetings.
           if UnbookedCount > zero
              move spaces to Print-Line
              perform Print-A-Line
              move "MEETINGS THAT DID NOT FIT BEFORE THE END DATE - "
                 & "DECK IS SHORT, DO NOT POST" to Print-Line
              perform Print-A-Line
              perform varying Matchup-Ix from 1 by 1
                 until Matchup-Ix > MatchupCount
                 if MU-Date(Matchup-Ix) equal zero
                    move MU-Home-Ix(Matchup-Ix) to Home-Ix
                    move MU-Away-Ix(Matchup-Ix) to Away-Ix
                    string "  NOT BOOKED  " TM-Team(Home-Ix)
                       " VS " TM-Team(Away-Ix)
                       delimited by size into Print-Line
                    end-string
                    perform Print-A-Line
                 end-if
              end-perform
           end-if
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
       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              and not Control-Card-Not-Found
              display "FRSCHCTL file status: " Control-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Schedule-Out.
           if not Schedule-Out-OK
              display "FRSCHOUT file status: " Schedule-Out-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRSCHDRP file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error generating the season schedule"
           close League-KSDS-File
           close Control-Card-File
           close Schedule-Out-File
           close Report-File
           goback
           .
