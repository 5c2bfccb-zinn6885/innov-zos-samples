       Identification Division.
       Program-Id. FRQUERY.
      *****************************************************************
      * Ad hoc player query report off FRSEED, card-driven the way
      * TABSRCH answers TABQUERY cards for the mountains: one FRQRYCRD
      * card per question, each answered in a titled section of its
      * own on the FRQRYRPT print dataset - the section starts a new
      * page and every page of it repeats the card's filters - so a
      * one-off question is a card, not a new report program.
      * Card layout (PLAYERS request; blank filter = no filter):
      *   col 1-8    request: PLAYERS
      *   col 9-28   team name
      *   col 29-30  conference code  } off the FRLEAGUE structure;
      *   col 31-32  division code    } teams not on it never match
      *   col 33-34  position (KT-Position)
      *   col 35     status (KT-Status A/I/R)
      *   col 36-39  stat 1 code   col 40-44 minimum  col 45-49 maximum
      *   col 50-53  stat 2 code   col 54-58 minimum  col 59-63 maximum
      *   col 64-67  sort field    col 68 direction A (default) or D
      * Stat codes: GAME, ATT, COMP, 3PT, PCT (KT-Pct-Completed), AVG
      * (KT-Avg-Points); sort fields are the same plus TEAM, NAME,
      * CONF (FRLEAGUE conference) and DIV (conference, then
      * division within it) - teams not on FRLEAGUE sort first.
      * Bounds are whole numbers, zero-filled like the TABQUERY RANGE
      * bounds; either may be blank, and both are inclusive - a PCT
      * maximum of 00040 keeps 40.0 and drops 40.1. Players tying on
      * the sort field list in team/player order. A card that fails
      * its edits is printed with the reason and skipped; RC=4 when
      * any card was skipped.
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
           Select League-KSDS-File
               Record Key FD-League-Key
               Assign to "FRLEAGUE"
               Organization Indexed
               Access Dynamic
               File Status League-KSDS-Status.
           SELECT Query-File
              ASSIGN to "FRQRYCRD"
              Organization sequential
              Access Sequential
              File Status Query-File-Status.
           SELECT Report-File
              ASSIGN to "FRQRYRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.
           SELECT Sort-File
              ASSIGN to "SORTWK".

       Data Division.
       File Section.
       FD  KSDS-File.
       01  FD-KSDS-Record.
           copy FRTHROW.
       FD  League-KSDS-File.
       01  FD-League-Record.
           copy FRLEAGK.
       FD  Query-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Query-File-Record.
       01  Query-File-Record.
           05  QRY-Request            pic x(08).
           05  QRY-Team               pic x(20).
           05  QRY-Conference         pic x(02).
           05  QRY-Division           pic x(02).
           05  QRY-Position           pic x(02).
           05  QRY-Status             pic x(01).
           05  QRY-Stat-Filter occurs 2 times.
               10  QRY-Stat-Code      pic x(04).
               10  QRY-Min-X          pic x(05).
               10  QRY-Min redefines QRY-Min-X
                                      pic 9(05).
               10  QRY-Max-X          pic x(05).
               10  QRY-Max redefines QRY-Max-X
                                      pic 9(05).
           05  QRY-Sort-Code          pic x(04).
           05  QRY-Sort-Direction     pic x(01).
               88  QRY-Descending     value "D".
           05  filler                 pic x(12).
       FD  Report-File
           Recording mode F
           Record contains 133 characters
           Block contains 0 records
           Data record Report-Record.
       01  Report-Record.
           05  RPT-Carriage-Control   pic x(01).
           05  RPT-Print-Line         pic x(132).
       SD  Sort-File
           Data record Sort-Record.
       01  Sort-Record.
           05  SRT-Sort-Key           pic x(40).
           05  SRT-Sort-Num redefines SRT-Sort-Key.
               10  SRT-Sort-Value     pic 9(05)v9.
               10  filler             pic x(34).
           05  SRT-Player-Key.
               10  SRT-Team           pic x(20).
               10  SRT-Player         pic x(20).
           05  SRT-Player-Record      pic x(83).
           05  SRT-Conference         pic x(02).
           05  SRT-Division           pic x(02).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  KSDS-File-Status           pic x(02).
               88  KSDS-OK                value "00".
               88  KSDS-EOF               value "10".
               88  KSDS-Not-Found         value "23".
           05  League-KSDS-Status         pic x(02).
               88  League-KSDS-OK         value "00".
               88  League-KSDS-Not-Found  value "23".
           05  Query-File-Status          pic x(02).
               88  Query-File-OK          value "00".
               88  Query-File-EOF         value "10".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  KSDS-Record.
           copy FRSEEDR.
       01  League-Record.
           copy FRLEAGR.

       01  Query-Vars.
           05  QueryCount                 pic 9(04) value zero.
           05  SkippedCount               pic 9(04) value zero.
           05  MatchCount                 pic 9(05) value zero.
           05  Card-Error                 pic x(40) value spaces.
           05  Stat-Ix                    pic 9(01) value zero.
           05  Stat-Code                  pic x(04) value spaces.
           05  Stat-Value                 pic 9(05)v9 value zero.
           05  Stat-Code-Flag             pic x value "N".
               88  Stat-Code-Valid        value "Y".
           05  Player-Match-Flag          pic x value "N".
               88  Player-Matches         value "Y".
           05  Scan-Done-Flag             pic x value "N".
               88  Scan-Done              value "Y".
           05  League-File-Flag           pic x value "N".
               88  League-File-Open       value "Y".
           05  Last-League-Team           pic x(20) value spaces.
           05  Player-Conference          pic x(02) value spaces.
           05  Player-Division            pic x(02) value spaces.
           05  Sort-EOF-Flag              pic x value "N".
               88  Sort-EOF               value "Y".

       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
       01  Report-Heading-1.
           05  filler                     pic x(24) value
               "PLAYER QUERY REPORT     ".
           05  filler                     pic x(09) value
               "RUN DATE ".
           05  RH1-Year                   pic 9(04).
           05  filler                     pic x value "-".
           05  RH1-Month                  pic 9(02).
           05  filler                     pic x value "-".
           05  RH1-Day                    pic 9(02).
           05  filler                     pic x(07) value "  PAGE ".
           05  RH1-Page                   pic zzz9.
           05  filler                     pic x(78) value spaces.
      * the card's own filters title every page of its section
       01  Report-Heading-2.
           05  filler                     pic x(08) value "REQUEST ".
           05  RH2-Query-Num              pic zzz9.
           05  filler                     pic x(02) value ": ".
           05  RH2-Card                   pic x(68).
           05  filler                     pic x(50) value spaces.
       01  Column-Heading.
           05  filler                     pic x(21) value "TEAM".
           05  filler                     pic x(21) value "PLAYER".
           05  filler                     pic x(06) value "CF DV".
           05  filler                     pic x(09) value "POS JER S".
           05  filler                     pic x(36) value
               "  GAMES  ATTMP  COMPL  3PTRS    PCT".
           05  filler                     pic x(39) value
               "    AVG".
       01  Player-Line.
           05  PL-Team                    pic x(20).
           05  filler                     pic x(01) value spaces.
           05  PL-Player                  pic x(20).
           05  filler                     pic x(01) value spaces.
           05  PL-Conference              pic x(02).
           05  filler                     pic x(01) value spaces.
           05  PL-Division                pic x(02).
           05  filler                     pic x(01) value spaces.
           05  PL-Position                pic x(02).
           05  filler                     pic x(02) value spaces.
           05  PL-Jersey                  pic zz9.
           05  filler                     pic x(01) value spaces.
           05  PL-Status                  pic x(01).
           05  filler                     pic x(02) value spaces.
           05  PL-Games                   pic zzzz9.
           05  filler                     pic x(02) value spaces.
           05  PL-Attempts                pic zzzz9.
           05  filler                     pic x(02) value spaces.
           05  PL-Completed               pic zzzz9.
           05  filler                     pic x(02) value spaces.
           05  PL-Three                   pic zzzz9.
           05  filler                     pic x(02) value spaces.
           05  PL-Pct                     pic zz9.9.
           05  filler                     pic x(02) value spaces.
           05  PL-Avg                     pic zzz9.9.
           05  filler                     pic x(35) value spaces.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           display "before open"
           open input KSDS-File
           perform File-Check-KSDS
           perform Open-League-File
           open input Query-File
           perform File-Check-Query
           open output Report-File
           perform File-Check-Report
           display "after open"
           move function current-date to Date-and-Time
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day

           read Query-File
           perform File-Check-Query
           perform with test before
              until Query-File-EOF
              add 1 to QueryCount
              perform Run-One-Query
              read Query-File
              perform File-Check-Query
           end-perform
           if QueryCount equal zero
              display "No FRQRYCRD cards - no queries run"
              move "NO FRQRYCRD CARDS - NO QUERIES RUN" to Print-Line
              perform Print-A-Line
           end-if
           if SkippedCount > zero
              move 4 to return-code
           end-if
           perform File-Quit
           goback
           .

       Open-League-File.
           open input League-KSDS-File
           if League-KSDS-OK
              move "Y" to League-File-Flag
           else
              display "FRLEAGUE not available - conference and "
                 "division filters match nothing"
           end-if
           .

      * a new page for every card, titled with the card itself
       Run-One-Query.
           move QueryCount to RH2-Query-Num
           move Query-File-Record(1:68) to RH2-Card
           move 99 to Report-Line-Count
           move zero to MatchCount
           perform Edit-Query-Card
           if Card-Error not equal spaces
              add 1 to SkippedCount
              string "REJECTED - " Card-Error
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           else
              if QRY-Descending
                 sort Sort-File
                    on descending key SRT-Sort-Key
                    on ascending key SRT-Player-Key
                    input procedure is Select-Players
                    output procedure is Print-Players
              else
                 sort Sort-File
                    on ascending key SRT-Sort-Key
                    on ascending key SRT-Player-Key
                    input procedure is Select-Players
                    output procedure is Print-Players
              end-if
              move spaces to Print-Line
              perform Print-A-Line
              string "PLAYERS SELECTED: " MatchCount
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           end-if
           .

       Edit-Query-Card.
           move spaces to Card-Error
           if QRY-Request not equal "PLAYERS "
              string "UNKNOWN REQUEST '" QRY-Request "'"
                 delimited by size into Card-Error
              end-string
           end-if
           if QRY-Status not equal space and QRY-Status not equal "A"
              and QRY-Status not equal "I" and QRY-Status not equal "R"
              move "STATUS MUST BE A, I, R, OR BLANK" to Card-Error
           end-if
           perform Edit-Stat-Filter
              varying Stat-Ix from 1 by 1 until Stat-Ix > 2
           if QRY-Sort-Code not equal spaces
              and QRY-Sort-Code not equal "TEAM"
              and QRY-Sort-Code not equal "NAME"
              and QRY-Sort-Code not equal "CONF"
              and QRY-Sort-Code not equal "DIV "
              move QRY-Sort-Code to Stat-Code
              perform Check-Stat-Code
              if not Stat-Code-Valid
                 move "UNKNOWN SORT FIELD" to Card-Error
              end-if
           end-if
           if QRY-Sort-Direction not equal space
              and QRY-Sort-Direction not equal "A"
              and QRY-Sort-Direction not equal "D"
              move "SORT DIRECTION MUST BE A OR D" to Card-Error
           end-if
           .

       Edit-Stat-Filter.
           if QRY-Stat-Code(Stat-Ix) equal spaces
              if QRY-Min-X(Stat-Ix) not equal spaces
                 or QRY-Max-X(Stat-Ix) not equal spaces
                 move "BOUNDS GIVEN WITH NO STAT CODE" to Card-Error
              end-if
           else
              move QRY-Stat-Code(Stat-Ix) to Stat-Code
              perform Check-Stat-Code
              if not Stat-Code-Valid
                 move "UNKNOWN STAT CODE" to Card-Error
              end-if
              if QRY-Min-X(Stat-Ix) not equal spaces
                 and not QRY-Min-X(Stat-Ix) is numeric
                 move "STAT MINIMUM MUST BE NUMERIC" to Card-Error
              end-if
              if QRY-Max-X(Stat-Ix) not equal spaces
                 and not QRY-Max-X(Stat-Ix) is numeric
                 move "STAT MAXIMUM MUST BE NUMERIC" to Card-Error
              end-if
           end-if
           .

       Check-Stat-Code.
           if Stat-Code equal "GAME" or Stat-Code equal "ATT "
              or Stat-Code equal "COMP" or Stat-Code equal "3PT "
              or Stat-Code equal "PCT " or Stat-Code equal "AVG "
              move "Y" to Stat-Code-Flag
           else
              move "N" to Stat-Code-Flag
           end-if
           .

       Get-Stat-Value.
           EVALUATE Stat-Code
              WHEN "GAME"
                 move KT-Games to Stat-Value
              WHEN "ATT "
                 move KT-Attempts to Stat-Value
              WHEN "COMP"
                 move KT-Completed to Stat-Value
              WHEN "3PT "
                 move KT-Three-Pointers to Stat-Value
              WHEN "PCT "
                 move KT-Pct-Completed to Stat-Value
              WHEN "AVG "
                 move KT-Avg-Points to Stat-Value
              WHEN other
                 move zero to Stat-Value
           END-EVALUATE
           .

      * one team's players straight off the key when the card names
      * a team, the whole of FRSEED when it doesn't
       Select-Players.
           move "N" to Scan-Done-Flag
           if QRY-Team equal spaces
              move low-values to FD-KSDS-Key
           else
              move QRY-Team to FT-Team-Name
              move low-values to FT-Player-Name
           end-if
           start KSDS-File
              key is >= FD-KSDS-Key
           end-start
           if not KSDS-OK
              move "Y" to Scan-Done-Flag
           end-if
           perform with test before
              until Scan-Done
              read KSDS-File next
                 into KSDS-Record
              end-read
              perform File-Check-KSDS
              if KSDS-EOF
                 move "Y" to Scan-Done-Flag
              else
                 if QRY-Team not equal spaces
                    and KS-Team-Name not equal QRY-Team
                    move "Y" to Scan-Done-Flag
                 else
                    perform Filter-One-Player
                 end-if
              end-if
           end-perform
           .

       Filter-One-Player.
           move "Y" to Player-Match-Flag
           if QRY-Position not equal spaces
              and KT-Position not equal QRY-Position
              move "N" to Player-Match-Flag
           end-if
           if QRY-Status not equal space
              and KT-Status not equal QRY-Status
              move "N" to Player-Match-Flag
           end-if
           if Player-Matches
              perform Filter-Stat
                 varying Stat-Ix from 1 by 1 until Stat-Ix > 2
           end-if
           if Player-Matches
              perform Lookup-League-Structure
              if QRY-Conference not equal spaces
                 and Player-Conference not equal QRY-Conference
                 move "N" to Player-Match-Flag
              end-if
              if QRY-Division not equal spaces
                 and Player-Division not equal QRY-Division
                 move "N" to Player-Match-Flag
              end-if
           end-if
           if Player-Matches
              perform Release-Player
           end-if
           .

       Filter-Stat.
           if QRY-Stat-Code(Stat-Ix) not equal spaces
              move QRY-Stat-Code(Stat-Ix) to Stat-Code
              perform Get-Stat-Value
              if QRY-Min-X(Stat-Ix) is numeric
                 and Stat-Value < QRY-Min(Stat-Ix)
                 move "N" to Player-Match-Flag
              end-if
              if QRY-Max-X(Stat-Ix) is numeric
                 and Stat-Value > QRY-Max(Stat-Ix)
                 move "N" to Player-Match-Flag
              end-if
           end-if
           .

      * FRSEED is in team order, so one FRLEAGUE read per team
       Lookup-League-Structure.
           if KS-Team-Name not equal Last-League-Team
              move KS-Team-Name to Last-League-Team
              move "??" to Player-Conference
              move "??" to Player-Division
              if League-File-Open
                 move KS-Team-Name to FD-League-Key
                 read League-KSDS-File into League-Record
                 end-read
                 EVALUATE true
                    WHEN League-KSDS-OK
                       move LS-Conference-Code to Player-Conference
                       move LS-Division-Code to Player-Division
                    WHEN League-KSDS-Not-Found
                       continue
                    WHEN other
                       perform File-Check-League
                 END-EVALUATE
              end-if
           end-if
           .

       Release-Player.
           move spaces to Sort-Record
           EVALUATE QRY-Sort-Code
              WHEN spaces
              WHEN "TEAM"
                 move KSDS-Key to SRT-Sort-Key
              WHEN "NAME"
                 move KS-Player-Name to SRT-Sort-Key
              WHEN "CONF"
                 move Player-Conference to SRT-Sort-Key
              WHEN "DIV "
                 string Player-Conference Player-Division
                    delimited by size into SRT-Sort-Key
                 end-string
              WHEN other
                 move QRY-Sort-Code to Stat-Code
                 perform Get-Stat-Value
                 move Stat-Value to SRT-Sort-Value
           END-EVALUATE
           move KS-Team-Name to SRT-Team
           move KS-Player-Name to SRT-Player
           move KSDS-Record to SRT-Player-Record
           move Player-Conference to SRT-Conference
           move Player-Division to SRT-Division
           release Sort-Record
           .

       Print-Players.
           move "N" to Sort-EOF-Flag
           perform Sorted-Get
           perform with test before
              until Sort-EOF
              add 1 to MatchCount
              move SRT-Player-Record to KSDS-Record
              move KS-Team-Name to PL-Team
              move KS-Player-Name to PL-Player
              move SRT-Conference to PL-Conference
              move SRT-Division to PL-Division
              move KT-Position to PL-Position
              move KT-Jersey-Number to PL-Jersey
              move KT-Status to PL-Status
              move KT-Games to PL-Games
              move KT-Attempts to PL-Attempts
              move KT-Completed to PL-Completed
              move KT-Three-Pointers to PL-Three
              move KT-Pct-Completed to PL-Pct
              move KT-Avg-Points to PL-Avg
              move Player-Line to Print-Line
              perform Print-A-Line
              perform Sorted-Get
           end-perform
           if MatchCount equal zero
              move "NO PLAYERS MATCH THIS REQUEST" to Print-Line
              perform Print-A-Line
           end-if
           .

       Sorted-Get.
           return Sort-File
              at end move "Y" to Sort-EOF-Flag
           end-return
           .

       File-Quit.
           move spaces to Print-Line
           perform Print-A-Line
           string "REQUESTS ANSWERED: " QueryCount
              "   SKIPPED: " SkippedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move "***** END OF REPORT *****" to Print-Line
           perform Print-A-Line
           close Report-File
           close Query-File
           close KSDS-File
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
           if QueryCount > zero
              move space to RPT-Carriage-Control
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

       File-Check-KSDS.
           if not KSDS-OK and not KSDS-EOF
              display "KSDS file status: " KSDS-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-League.
           if not League-KSDS-OK
              display "FRLEAGUE file status: " League-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Query.
           if not Query-File-OK and not Query-File-EOF
              display "FRQRYCRD file status: " Query-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRQRYRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with player query files"
           close KSDS-File
           close League-KSDS-File
           close Query-File
           close Report-File
           goback
           .
