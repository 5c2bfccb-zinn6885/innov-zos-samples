      * and season, page numbering, and an end-of-report line - so
      * the weekly standings go straight to the distribution queue.
      * SYSOUT keeps only the operational messages.
      * A WEEK card on FRSTCTL (cols 1-4 WEEK, cols 6-13 the LEAGUE
      * week id as it stands on the PERIODS calendar) reports the
      * won-lost standings as of the end of that league week: the
      * DTSRV date service gives the week's end date and Final
      * games played after it are left out. The shooting and
      * scoring boards come off the FRTEAM rollups, which are
      * season-to-date, and say so. No card runs as of today.
      *****************************************************************
       Environment Division.
       Input-Output Section.
               Organization Indexed
               Access Dynamic
               File Status League-KSDS-Status.
           SELECT Control-Card-File
              ASSIGN to "FRSTCTL"
              Organization sequential
              Access Sequential
              File Status Control-Card-Status.
           SELECT Report-File
              ASSIGN to "FRSTNDRP"
              Organization sequential
       FD  League-KSDS-File.
       01  FD-League-Record.
           copy FRLEAGK.
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Control-Card-Record.
       01  Control-Card-Record.
           05  CTL-Keyword            pic x(04).
           05  filler                 pic x(01).
           05  CTL-Week-Id            pic x(08).
           05  filler                 pic x(67).
       FD  Report-File
           Recording mode F
           Record contains 133 characters
               88  League-KSDS-Not-Found  value "23".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
           05  Control-Card-Status        pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
               88  Control-Card-Not-Found value "35".
       01  Team-Record.
           copy FRTEAMR.
       01  Game-Record.
           05  WL-Pct-Display             pic zz9.9.
           05  Avg-Display                pic zzz9.9.
           05  GB-Display                 pic --9.9.
       01  As-Of-Vars.
           05  As-Of-Flag                 pic x value "N".
               88  As-Of-Week             value "Y".
           05  As-Of-Week-Id              pic x(08) value spaces.
           05  As-Of-Date                 pic x(08) value spaces.
           05  LaterGameCount             pic 9(05) value zero.
       01  League-Vars.
           05  League-File-Flag           pic x value "N".
               88  League-File-Open       value "Y".
           05  RH1-Season                 pic x(08).
           05  filler                     pic x(07) value "  PAGE ".
           05  RH1-Page                   pic zzz9.
           05  filler                     pic x(02) value spaces.
           05  RH1-As-Of                  pic x(32) value spaces.
           05  filler                     pic x(27) value spaces.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).

       01  FRSTAT-Parms.
           copy FRSTATPA.
       01  DTSRV-Parms.
           copy DTSRVPA.

       Procedure Division.
           perform Stamp-Step-Start
           perform Get-Current-Season
           perform Read-Control-Card
           perform Open-Report-File
           perform Open-League-File
           perform Open-And-Load
           goback
           .

      * A week the PERIODS calendar cannot place stops the run - the
      * league office asked for that week, not for today's numbers.
       Read-Control-Card.
           open input Control-Card-File
           if not Control-Card-Not-Found
              perform File-Check-Card
              read Control-Card-File
              perform File-Check-Card
              if not Control-Card-EOF
                 and CTL-Keyword equal "WEEK"
                 move CTL-Week-Id to As-Of-Week-Id
                 perform Find-Week-End
              end-if
              close Control-Card-File
           end-if
           .

       Find-Week-End.
           move "PRID" to DTS-Function
           move "LEAGUE  " to DTS-Period-Set
           move As-Of-Week-Id to DTS-Period-Id
           call "DTSRV" using DTSRV-Parms
           if DTS-OK
              move "Y" to As-Of-Flag
              move DTS-Period-End to As-Of-Date
              string "AS OF END OF WEEK " delimited by size
                     As-Of-Week-Id delimited by space
                     " " delimited by size
                     As-Of-Date delimited by size
                 into RH1-As-Of
              end-string
              display "Standings as of end of league week "
                 As-Of-Week-Id " (" As-Of-Date ")"
           else
              display "League week " As-Of-Week-Id
                 " not on the PERIODS LEAGUE calendar - DTSRV "
                 "status " DTS-Status
              move 12 to return-code
              perform Stamp-Step-End
              goback
           end-if
           .

       Open-Report-File.
           open output Report-File
           perform File-Check-Report
              perform Read-Next-Game
              perform with test before
                 until Game-KSDS-EOF
                 EVALUATE true
                    WHEN not GM-Final
                       add 1 to SkippedGameCount
                    WHEN As-Of-Week
                       and GM-Game-Date > As-Of-Date
                       add 1 to LaterGameCount
                    WHEN other
                       perform Tally-Game
                 END-EVALUATE
                 perform Read-Next-Game
              end-perform
              close Game-KSDS-File
                into Print-Line
           end-string
           perform Print-A-Line
           if As-Of-Week
              string "AS OF END OF LEAGUE WEEK " As-Of-Week-Id
                     " (" As-Of-Date ") - LATER FINAL GAMES NOT "
                     "COUNTED: " LaterGameCount
                     delimited by size
                   into Print-Line
              end-string
              perform Print-A-Line
           end-if
           perform Clear-Used
           perform with test before
              varying FoundDivIx from 1 by 1
           perform Print-A-Line
           move "STANDINGS BY SHOOTING PERCENTAGE" to Print-Line
           perform Print-A-Line
           if As-Of-Week
              move "(SEASON-TO-DATE ROLLUPS - NOT AS OF THE WEEK)"
                 to Print-Line
              perform Print-A-Line
           end-if
           perform Clear-Used
           perform varying Rank from 1 by 1 until Rank > TeamCount
              perform Find-Best-Pct
           perform Print-A-Line
           move "STANDINGS BY SCORING AVERAGE" to Print-Line
           perform Print-A-Line
           if As-Of-Week
              move "(SEASON-TO-DATE ROLLUPS - NOT AS OF THE WEEK)"
                 to Print-Line
              perform Print-A-Line
           end-if
           perform Clear-Used
           perform varying Rank from 1 by 1 until Rank > TeamCount
              perform Find-Best-Avg
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              display "FRSTCTL file status: " Control-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRSTNDRP file status: " Report-File-Status
