       Identification Division.
       Program-Id. FRROSCHK.
      *****************************************************************
      * Nightly roster-compliance report. Walks FRSEED team by team
      * and holds every roster to the FRRULES league rules that
      * FRUPDATE, FRENTRY, and FRMAINT enforce on each move: more
      * Active players than the limit, more on the Injured list than
      * the limit (a zero injured limit is not checked), a player
      * carried at a position the league doesn't allow, and two
      * Active players on one team wearing the same jersey (jersey
      * zero is "not yet assigned" and never collides). The online
      * and batch edits only judge what a transaction changes, so a
      * team loaded before the rules, or a rule tightened mid-season,
      * shows up here and nowhere else. One line per exception, then
      * the count of teams out of bounds; RC=4 when there is any.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select KSDS-File
               Record Key FD-KSDS-Key
               Assign to "FRSEED"
               Organization Indexed
               Access Dynamic
               File Status KSDS-File-Status.
           Select Rule-File
               Record Key FD-Rule-Key
               Assign to "FRRULES"
               Organization Indexed
               Access Dynamic
               File Status Rule-File-Status.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Report-File
              ASSIGN to "FRROSRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
       FD  KSDS-File.
       01  FD-KSDS-Record.
           copy FRTHROW.
       FD  Rule-File.
       01  FD-Rule-Record.
           copy FRRULK.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
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
           05  KSDS-File-Status           pic x(02).
               88  KSDS-OK                value "00".
               88  KSDS-EOF               value "10".
           05  Rule-File-Status           pic x(02).
               88  Rule-File-OK           value "00".
               88  Rule-Not-Found         value "23".
               88  Rule-No-File           value "35".
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  KSDS-Record.
           copy FRSEEDR.
       01  Rule-Record.
           copy FRRULR.
       01  Season-Record.
           copy FRSEASR.
       01  Season-Display                 pic x(08) value "UNKNOWN ".
       01  FRSTAT-Parms.
           copy FRSTATPA.

       01  WorkingVars.
           05  PlayerCount                pic 9(07) value zero.
           05  TeamCount                  pic 9(05) value zero.
           05  TeamsOutCount              pic 9(05) value zero.
           05  ExceptionCount             pic 9(07) value zero.
           05  Rules-Flag                 pic x value "N".
               88  Rules-Loaded           value "Y".
           05  Team-Out-Flag              pic x value "N".
               88  Team-Out               value "Y".
           05  Current-Team               pic x(20) value spaces.
           05  Team-Active                pic 9(05) value zero.
           05  Team-Injured               pic 9(05) value zero.
           05  Team-Retired               pic 9(05) value zero.
           05  Over-By                    pic 9(05) value zero.
           05  Pos-Ix                     pic 9(02) value zero.
           05  Position-Flag              pic x value "N".
               88  Position-Allowed       value "Y".
      * the active jerseys already seen on the team being checked
       01  Jersey-Table-Vars.
           05  JerseyCount                pic 9(03) value zero.
           05  Max-Jerseys                pic 9(03) value 200.
       01  Jersey-Table.
           05  Jersey-Entry occurs 1 to 200 times
                  depending on JerseyCount
                  indexed by JT-Ix.
               10  JT-Number              pic 9(03).
               10  JT-Player              pic x(20).

       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
       01  Report-Heading-1.
           05  filler                     pic x(26) value
               "ROSTER COMPLIANCE REPORT  ".
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
           05  filler                     pic x(59) value spaces.
       01  Rules-Line.
           05  filler                     pic x(18) value
               "RULES: MAX ACTIVE ".
           05  RUL-Max-Active             pic zz9.
           05  filler                     pic x(14) value
               "  MAX INJURED ".
           05  RUL-Max-Injured            pic zz9.
           05  filler                     pic x(13) value
               "  POSITIONS  ".
           05  RUL-Positions              pic x(24).
           05  filler                     pic x(57) value spaces.
       01  Column-Heading.
           05  filler                     pic x(22) value
               "TEAM".
           05  filler                     pic x(22) value
               "PLAYER".
           05  filler                     pic x(88) value
               "EXCEPTION".
       01  Exception-Line.
           05  EXL-Team                   pic x(20).
           05  filler                     pic x(02) value spaces.
           05  EXL-Player                 pic x(20).
           05  filler                     pic x(02) value spaces.
           05  EXL-Text                   pic x(88).
       01  Count-Exception.
           05  CEX-Label                  pic x(15).
           05  CEX-Count                  pic zz9.
           05  filler                     pic x(08) value
               "  LIMIT ".
           05  CEX-Limit                  pic zz9.
           05  filler                     pic x(10) value
               "  OVER BY ".
           05  CEX-Over                   pic zz9.
           05  filler                     pic x(46) value spaces.
       01  Position-Exception.
           05  filler                     pic x(09) value
               "POSITION ".
           05  PEX-Position               pic x(02).
           05  filler                     pic x(77) value
               " NOT ALLOWED BY LEAGUE RULES".
       01  Jersey-Exception.
           05  filler                     pic x(07) value
               "JERSEY ".
           05  JEX-Jersey                 pic zz9.
           05  filler                     pic x(16) value
               " ALSO ACTIVE ON ".
           05  JEX-Other-Player           pic x(20).
           05  filler                     pic x(42) value spaces.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           perform Stamp-Step-Start
           perform Get-Current-Season
           perform Open-Report-File
           perform Load-Rules
           if Rules-Loaded
              perform Check-All-Teams
           else
              move "NO LEAGUE RECORD ON FRRULES - NOTHING CHECKED"
                 to Print-Line
              perform Print-A-Line
           end-if
           perform Print-Summary
           if TeamsOutCount > zero
              move 4 to return-code
           end-if
           perform Stamp-Step-End
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

       Open-Report-File.
           open output Report-File
           perform File-Check-Report
           move function current-date to Date-and-Time
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day
           move Season-Display to RH1-Season
           .

       Load-Rules.
           open input Rule-File
           if Rule-No-File
              display "No FRRULES roster rules on file"
           else
              perform File-Check-Rules
              move "LEAGUE  " to FD-Rule-Key
              read Rule-File into Rule-Record
              end-read
              perform File-Check-Rules
              if Rule-File-OK
                 move "Y" to Rules-Flag
                 move RL-Max-Active to RUL-Max-Active
                 move RL-Max-Injured to RUL-Max-Injured
                 move RL-Position-Table to RUL-Positions
                 move Rules-Line to Print-Line
                 perform Print-A-Line
                 move spaces to Print-Line
                 perform Print-A-Line
                 move Column-Heading to Print-Line
                 perform Print-A-Line
              end-if
              close Rule-File
           end-if
           .

       Check-All-Teams.
           display "before open"
           open input KSDS-File
           perform File-Check-KSDS
           move low-values to FD-KSDS-Key
           start KSDS-File
              key is >= FD-KSDS-Key
           end-start
           perform File-Check-KSDS
           display "after open"
           perform Read-Next-KSDS
           perform with test before
              until KSDS-EOF
              if KS-Team-Name not equal Current-Team
                 perform End-Of-Team
                 perform Start-Of-Team
              end-if
              add 1 to PlayerCount
              perform Check-One-Player
              perform Read-Next-KSDS
           end-perform
           perform End-Of-Team
           close KSDS-File
           .

       Read-Next-KSDS.
           read KSDS-File next
               into KSDS-Record
           end-read
           perform File-Check-KSDS
           .

       Start-Of-Team.
           move KS-Team-Name to Current-Team
           add 1 to TeamCount
           move zero to Team-Active
           move zero to Team-Injured
           move zero to Team-Retired
           move zero to JerseyCount
           move "N" to Team-Out-Flag
           .

       Check-One-Player.
           EVALUATE true
              WHEN KT-Active
                 add 1 to Team-Active
                 perform Check-Jersey
              WHEN KT-Injured
                 add 1 to Team-Injured
              WHEN KT-Retired
                 add 1 to Team-Retired
           END-EVALUATE
      * a retired player's position is history, not a roster slot
           if KT-Position not equal spaces and not KT-Retired
              perform Check-Position
           end-if
           .

       Check-Position.
           move "N" to Position-Flag
           perform varying Pos-Ix from 1 by 1
              until Pos-Ix > 12 or Position-Allowed
              if RL-Position(Pos-Ix) equal KT-Position
                 move "Y" to Position-Flag
              end-if
           end-perform
           if not Position-Allowed
              move KT-Position to PEX-Position
              move KS-Team-Name to EXL-Team
              move KS-Player-Name to EXL-Player
              move Position-Exception to EXL-Text
              perform Print-Exception
           end-if
           .

       Check-Jersey.
           if KT-Jersey-Number > zero
              if JerseyCount equal zero
                 perform Add-Jersey
              else
                 set JT-Ix to 1
                 search Jersey-Entry
                    at end
                       perform Add-Jersey
                    when JT-Number(JT-Ix) equal KT-Jersey-Number
                       move KT-Jersey-Number to JEX-Jersey
                       move JT-Player(JT-Ix) to JEX-Other-Player
                       move KS-Team-Name to EXL-Team
                       move KS-Player-Name to EXL-Player
                       move Jersey-Exception to EXL-Text
                       perform Print-Exception
                 end-search
              end-if
           end-if
           .

       Add-Jersey.
           if JerseyCount < Max-Jerseys
              add 1 to JerseyCount
              move KT-Jersey-Number to JT-Number(JerseyCount)
              move KS-Player-Name to JT-Player(JerseyCount)
           end-if
           .

       End-Of-Team.
           if Current-Team not equal spaces
              if Team-Active > RL-Max-Active
                 move "ACTIVE ROSTER  " to CEX-Label
                 move Team-Active to CEX-Count
                 move RL-Max-Active to CEX-Limit
                 compute Over-By = Team-Active - RL-Max-Active
                 end-compute
                 move Over-By to CEX-Over
                 perform Print-Count-Exception
              end-if
              if RL-Max-Injured > zero
                 and Team-Injured > RL-Max-Injured
                 move "INJURED LIST   " to CEX-Label
                 move Team-Injured to CEX-Count
                 move RL-Max-Injured to CEX-Limit
                 compute Over-By = Team-Injured - RL-Max-Injured
                 end-compute
                 move Over-By to CEX-Over
                 perform Print-Count-Exception
              end-if
              if Team-Out
                 add 1 to TeamsOutCount
              end-if
           end-if
           .

       Print-Count-Exception.
           move Current-Team to EXL-Team
           move spaces to EXL-Player
           move Count-Exception to EXL-Text
           perform Print-Exception
           .

       Print-Exception.
           move Exception-Line to Print-Line
           perform Print-A-Line
           add 1 to ExceptionCount
           move "Y" to Team-Out-Flag
           .

       Print-Summary.
           move spaces to Print-Line
           perform Print-A-Line
           move "ROSTER COMPLIANCE SUMMARY" to Print-Line
           perform Print-A-Line
           string "  PLAYERS READ:          " PlayerCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  TEAMS CHECKED:         " TeamCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  TEAMS OUT OF BOUNDS:   " TeamsOutCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  EXCEPTIONS LISTED:     " ExceptionCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           display "Teams out of roster bounds: " TeamsOutCount
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

       File-Check-KSDS.
           if not KSDS-OK and not KSDS-EOF
              display "KSDS file status: " KSDS-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Rules.
           if not Rule-File-OK and not Rule-Not-Found
              display "FRRULES file status: " Rule-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRROSRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with roster compliance files"
           close KSDS-File
           close Rule-File
           close Report-File
           perform Stamp-Step-End
           goback
           .

      * run-status bookkeeping through the shared FRSTAT service -
      * a failed stamp is reported and ignored, never fatal
       Stamp-Step-Start.
           move "STRT" to STA-Function
           move "FRROSCHK" to STA-Step-Name
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .

       Stamp-Step-End.
           move "ENDS" to STA-Function
           move "FRROSCHK" to STA-Step-Name
           move return-code to STA-Return-Code
           move PlayerCount to STA-Records-In
           move zero to STA-Records-Applied
           if ExceptionCount > 99999
              move 99999 to STA-Exception-Count
           else
              move ExceptionCount to STA-Exception-Count
           end-if
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .
