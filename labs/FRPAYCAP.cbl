       Identification Division.
       Program-Id. FRPAYCAP.
      *****************************************************************
      * Team payroll versus the salary cap. Walks FRSEED team by
      * team, finds each player's permanent id on FRPIDX and his
      * contract on FRCONTR, and totals the season salaries of the
      * contracts in force today (start date through end date). Each
      * team prints its contracted players, then its payroll against
      * the cap carried on the FRSEASON "CURRENT " record and the
      * room left - negative room is flagged OVER CAP, and the run
      * ends RC=4 when any team is over. Contracts in force whose
      * player is on no FRSEED roster at all are listed last - a
      * released player still being paid, or a contract keyed to the
      * wrong id.
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
           Select Pidx-File
               Record Key FD-Pidx-Key
               Assign to "FRPIDX"
               Organization Indexed
               Access Dynamic
               File Status Pidx-File-Status.
           Select Contract-File
               Record Key FD-Contract-Key
               Assign to "FRCONTR"
               Organization Indexed
               Access Dynamic
               File Status Contract-File-Status.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Report-File
              ASSIGN to "FRPAYRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
       FD  KSDS-File.
       01  FD-KSDS-Record.
           copy FRTHROW.
       FD  Pidx-File.
       01  FD-Pidx-Record.
           copy FRPIDXK.
       FD  Contract-File.
       01  FD-Contract-Record.
           copy FRCONK.
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
           05  Pidx-File-Status           pic x(02).
               88  Pidx-OK                value "00".
               88  Pidx-Not-Found         value "23".
           05  Contract-File-Status       pic x(02).
               88  Contract-OK            value "00".
               88  Contract-EOF           value "10".
               88  Contract-Not-Found     value "23".
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  KSDS-Record.
           copy FRSEEDR.
       01  Pidx-Record.
           copy FRPIDXR.
       01  Contract-Record.
           copy FRCONR.
       01  Season-Record.
           copy FRSEASR.
       01  Season-Display                 pic x(08) value "UNKNOWN ".

       01  WorkingVars.
           05  PlayerCount                pic 9(07) value zero.
           05  TeamCount                  pic 9(05) value zero.
           05  TeamsOverCount             pic 9(05) value zero.
           05  ContractedCount            pic 9(05) value zero.
           05  UnrosteredCount            pic 9(05) value zero.
           05  Current-Team               pic x(20) value spaces.
           05  Team-Contracted            pic 9(05) value zero.
           05  Team-Uncontracted          pic 9(05) value zero.
           05  Team-Payroll               pic 9(11)v99 value zero.
           05  League-Payroll             pic 9(13)v99 value zero.
           05  Cap-Room                   pic s9(11)v99 value zero.
           05  Salary-Cap                 pic 9(09)v99 value zero.
           05  Cap-Flag                   pic x value "N".
               88  Cap-Set                value "Y".
      * ids of the in-force contracts already matched to a roster,
      * so the closing pass can list the ones nobody is wearing
       01  Matched-Table-Vars.
           05  MatchedCount               pic 9(05) value zero.
           05  Max-Matched                pic 9(05) value 5000.
           05  Matched-Flag               pic x value "N".
               88  Id-Matched             value "Y".
       01  Matched-Table.
           05  Matched-Entry occurs 1 to 5000 times
                  depending on MatchedCount
                  indexed by MT-Ix.
               10  MT-Player-Id           pic 9(07).

       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
       01  Report-Heading-1.
           05  filler                     pic x(26) value
               "PAYROLL VERSUS SALARY CAP ".
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
       01  Cap-Line.
           05  filler                     pic x(12) value
               "SALARY CAP  ".
           05  CAP-Amount                 pic zzz,zzz,zz9.99.
           05  filler                     pic x(106) value spaces.
       01  Column-Heading.
           05  filler                     pic x(22) value "TEAM".
           05  filler                     pic x(22) value "PLAYER".
           05  filler                     pic x(09) value "ID".
           05  filler                     pic x(16) value
               "          SALARY".
           05  filler                     pic x(20) value
               "  IN FORCE THROUGH".
           05  filler                     pic x(43) value
               "OPTIONS".
       01  Player-Line.
           05  PL-Team                    pic x(20).
           05  filler                     pic x(02) value spaces.
           05  PL-Player                  pic x(20).
           05  filler                     pic x(02) value spaces.
           05  PL-Player-Id               pic 9(07).
           05  filler                     pic x(02) value spaces.
           05  PL-Salary                  pic zzz,zzz,zz9.99.
           05  filler                     pic x(04) value spaces.
           05  PL-End-Date                pic x(08).
           05  filler                     pic x(10) value spaces.
           05  PL-Options                 pic z9.
           05  filler                     pic x(41) value spaces.
       01  Team-Total-Line.
           05  filler                     pic x(07) value "  TOTAL".
           05  TT-Team                    pic x(20).
           05  TT-Contracted              pic zzz9.
           05  filler                     pic x(13) value
               " CONTRACTED  ".
           05  TT-Uncontracted            pic zzz9.
           05  filler                     pic x(11) value
               " NONE  PAY ".
           05  TT-Payroll                 pic zz,zzz,zzz,zz9.99.
           05  filler                     pic x(07) value "  ROOM ".
           05  TT-Room                    pic -z,zzz,zzz,zz9.99.
           05  filler                     pic x(02) value spaces.
           05  TT-Flag                    pic x(08).
           05  filler                     pic x(22) value spaces.
       01  Amount-Display                 pic z,zzz,zzz,zzz,zz9.99.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           perform Get-Current-Season
           perform Open-Report-File
           display "before open"
           open input KSDS-File
           perform File-Check-KSDS
           open input Pidx-File
           perform File-Check-Pidx
           open input Contract-File
           perform File-Check-Contract
           display "after open"

           if Cap-Set
              move Salary-Cap to CAP-Amount
              move Cap-Line to Print-Line
           else
              move "NO SALARY CAP SET ON FRSEASON - PAYROLL ONLY"
                 to Print-Line
           end-if
           perform Print-A-Line
           move spaces to Print-Line
           perform Print-A-Line
           move Column-Heading to Print-Line
           perform Print-A-Line

           move low-values to FD-KSDS-Key
           start KSDS-File
              key is >= FD-KSDS-Key
           end-start
           perform File-Check-KSDS
           perform Read-Next-KSDS
           perform with test before
              until KSDS-EOF
              if KS-Team-Name not equal Current-Team
                 perform End-Of-Team
                 perform Start-Of-Team
              end-if
              add 1 to PlayerCount
              perform Price-One-Player
              perform Read-Next-KSDS
           end-perform
           perform End-Of-Team

           perform List-Unrostered-Contracts
           perform Print-Summary
           if TeamsOverCount > zero
              move 4 to return-code
           end-if
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
                 if SEA-Salary-Cap-X is numeric
                    and SEA-Salary-Cap > zero
                    move SEA-Salary-Cap to Salary-Cap
                    move "Y" to Cap-Flag
                 end-if
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

       Read-Next-KSDS.
           read KSDS-File next
               into KSDS-Record
           end-read
           perform File-Check-KSDS
           .

       Start-Of-Team.
           move KS-Team-Name to Current-Team
           add 1 to TeamCount
           move zero to Team-Contracted
           move zero to Team-Uncontracted
           move zero to Team-Payroll
           .

       Price-One-Player.
           perform Find-Contract
           if Contract-OK
              and CT-Start-Date <= TodayDate
              and CT-End-Date >= TodayDate
              add 1 to Team-Contracted
              add 1 to ContractedCount
              add CT-Salary to Team-Payroll
              perform Remember-Matched-Id
              move KS-Team-Name to PL-Team
              move KS-Player-Name to PL-Player
              move CT-Player-Id to PL-Player-Id
              move CT-Salary to PL-Salary
              move CT-End-Date to PL-End-Date
              move CT-Option-Years to PL-Options
              move Player-Line to Print-Line
              perform Print-A-Line
           else
              add 1 to Team-Uncontracted
           end-if
           .

      * no FRPIDX alias or no contract both come back Not Found
       Find-Contract.
           move KS-Team-Name to FP-Team-Name
           move KS-Player-Name to FP-Player-Name
           read Pidx-File into Pidx-Record
           end-read
           perform File-Check-Pidx
           if Pidx-OK
              move PX-Player-Id to FD-Contract-Key
              read Contract-File into Contract-Record
              end-read
              perform File-Check-Contract
           else
              move "23" to Contract-File-Status
           end-if
           .

       Remember-Matched-Id.
           if MatchedCount < Max-Matched
              add 1 to MatchedCount
              move CT-Player-Id to MT-Player-Id(MatchedCount)
           end-if
           .

       End-Of-Team.
           if Current-Team not equal spaces
              move Current-Team to TT-Team
              move Team-Contracted to TT-Contracted
              move Team-Uncontracted to TT-Uncontracted
              move Team-Payroll to TT-Payroll
              add Team-Payroll to League-Payroll
              move spaces to TT-Flag
              if Cap-Set
                 compute Cap-Room = Salary-Cap - Team-Payroll
                 end-compute
                 move Cap-Room to TT-Room
                 if Cap-Room < zero
                    move "OVER CAP" to TT-Flag
                    add 1 to TeamsOverCount
                 end-if
              else
                 move zero to TT-Room
              end-if
              move Team-Total-Line to Print-Line
              perform Print-A-Line
              move spaces to Print-Line
              perform Print-A-Line
           end-if
           .

       List-Unrostered-Contracts.
           move spaces to Print-Line
           perform Print-A-Line
           move "CONTRACTS IN FORCE WITH NO PLAYER ON ANY ROSTER"
              to Print-Line
           perform Print-A-Line
           move low-values to FD-Contract-Key
           start Contract-File
              key is >= FD-Contract-Key
           end-start
           if Contract-OK
              perform Read-Next-Contract
              perform with test before
                 until Contract-EOF
                 if CT-Start-Date <= TodayDate
                    and CT-End-Date >= TodayDate
                    perform Check-Matched-Id
                    if not Id-Matched
                       perform Print-Unrostered
                    end-if
                 end-if
                 perform Read-Next-Contract
              end-perform
           end-if
           if UnrosteredCount equal zero
              move "  NONE" to Print-Line
              perform Print-A-Line
           end-if
           .

       Read-Next-Contract.
           read Contract-File next
               into Contract-Record
           end-read
           if not Contract-EOF
              perform File-Check-Contract
           end-if
           .

       Check-Matched-Id.
           move "N" to Matched-Flag
           if MatchedCount > zero
              set MT-Ix to 1
              search Matched-Entry
                 when MT-Player-Id(MT-Ix) equal CT-Player-Id
                    move "Y" to Matched-Flag
              end-search
           end-if
           .

       Print-Unrostered.
           add 1 to UnrosteredCount
           move spaces to PL-Team
           move CT-Signed-Name to PL-Player
           move CT-Player-Id to PL-Player-Id
           move CT-Salary to PL-Salary
           move CT-End-Date to PL-End-Date
           move CT-Option-Years to PL-Options
           move Player-Line to Print-Line
           perform Print-A-Line
           .

       Print-Summary.
           move spaces to Print-Line
           perform Print-A-Line
           move "PAYROLL SUMMARY" to Print-Line
           perform Print-A-Line
           string "  PLAYERS READ:             " PlayerCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  TEAMS:                    " TeamCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  CONTRACTS IN FORCE:       " ContractedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  NOT ON ANY ROSTER:        " UnrosteredCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move League-Payroll to Amount-Display
           string "  LEAGUE PAYROLL:     " Amount-Display
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  TEAMS OVER THE CAP:       " TeamsOverCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           display "Teams over the salary cap: " TeamsOverCount
           .

       File-Quit.
           move spaces to Print-Line
           perform Print-A-Line
           move "***** END OF REPORT *****" to Print-Line
           perform Print-A-Line
           close Report-File
           close KSDS-File
           close Pidx-File
           close Contract-File
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
       File-Check-Pidx.
           if not Pidx-OK and not Pidx-Not-Found
              display "FRPIDX file status: " Pidx-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Contract.
           if not Contract-OK and not Contract-Not-Found
              display "FRCONTR file status: " Contract-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRPAYRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with payroll report files"
           close KSDS-File
           close Pidx-File
           close Contract-File
           close Report-File
           goback
           .
