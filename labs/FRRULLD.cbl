       Identification Division.
       Program-Id. FRRULLD.
      *****************************************************************
      * Loads the RULEDATA league roster-rules card into the FRRULES
      * KSDS - the limits FRUPDATE, FRENTRY, and FRMAINT enforce on
      * every roster move and FRROSCHK reports against each night.
      * A full OPEN OUTPUT rebuild every run, the way FRLGLOAD
      * rebuilds FRLEAGUE: the rules change once a season at most.
      * Card layout: rule key 1-8 (LEAGUE, or blank for LEAGUE), max
      * active roster 9-11, max injured list 12-14, allowed position
      * codes 15-38 (up to twelve 2-byte codes, blank entries
      * unused). Bad cards reject to RULEERR with a reason code:
      * 1 = max active not numeric or zero, 2 = max injured not
      * numeric, 3 = no position codes, 4 = duplicate rule key.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Rule-KSDS-File
               Record Key FD-Rule-Key
               Assign to "FRRULES"
               Organization Indexed
               Access Dynamic
               File Status Rule-KSDS-Status.
           SELECT Rule-Card-File
              ASSIGN to "RULEDATA"
              Organization sequential
              Access Sequential
              File Status Rule-Card-Status.
           SELECT Error-File
              ASSIGN to "RULEERR"
              Organization sequential
              Access Sequential
              File Status Error-File-Status.

       Data Division.
       File Section.
       FD  Rule-KSDS-File.
       01  FD-Rule-Record.
           copy FRRULK.
       FD  Rule-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Rule-Card-Record.
       01  Rule-Card-Record.
           05  RLC-Key                pic x(08).
           05  RLC-Max-Active-X       pic x(03).
           05  RLC-Max-Active redefines RLC-Max-Active-X
                                      pic 9(03).
           05  RLC-Max-Injured-X      pic x(03).
           05  RLC-Max-Injured redefines RLC-Max-Injured-X
                                      pic 9(03).
           05  RLC-Position-Table     pic x(24).
           05  filler                 pic x(42).
       FD  Error-File
           Recording mode F
           Record contains 82 characters
           Block contains 0 records
           Data record Error-File-Record.
       01  Error-File-Record.
           05  ERR-Transaction        pic x(80).
           05  ERR-Reason-Code        pic s99.

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Rule-KSDS-Status           pic x(02).
               88  Rule-KSDS-OK           value "00".
               88  Rule-KSDS-Duplicate    value "22".
           05  Rule-Card-Status           pic x(02).
               88  Rule-Card-OK           value "00".
               88  Rule-Card-EOF          value "10".
           05  Error-File-Status          pic x(02).
               88  Error-File-OK          value "00".
       01  Rule-Record.
           copy FRRULR.
       01  WorkingVars.
           05  LoadedCount                pic 9(05) value zero.
           05  RejectedCount              pic 9(05) value zero.
           05  CheckDataStatus            pic s99.

       Procedure Division.
           display "before open"
           open input Rule-Card-File
           perform File-Check-Card
           open output Rule-KSDS-File
           perform File-Check-KSDS
           open output Error-File
           perform File-Check-Error
           display "after open"

           read Rule-Card-File
           perform File-Check-Card
           perform with test before
              until Rule-Card-EOF
              if RLC-Key equal spaces
                 move "LEAGUE  " to RLC-Key
              end-if
              perform CheckData
              if CheckDataStatus equal zero
                 perform Load-One-Rule
              else
                 perform WriteError
              end-if
              read Rule-Card-File
              perform File-Check-Card
           end-perform

           display "Rules loaded into FRRULES: " LoadedCount
           display "Cards rejected to RULEERR: " RejectedCount
           perform File-Quit
           goback
           .

       CheckData.
           move zero to CheckDataStatus
           if not RLC-Max-Active-X is numeric
              move 1 to CheckDataStatus
           else
              if RLC-Max-Active equal zero
                 move 1 to CheckDataStatus
              end-if
           end-if
           if not RLC-Max-Injured-X is numeric
              move 2 to CheckDataStatus
           end-if
           if RLC-Position-Table equal spaces
              move 3 to CheckDataStatus
           end-if
           .

       Load-One-Rule.
           move spaces to Rule-Record
           move RLC-Key to RL-Key
           move RLC-Max-Active to RL-Max-Active
           move RLC-Max-Injured to RL-Max-Injured
           move RLC-Position-Table to RL-Position-Table
           write FD-Rule-Record from Rule-Record
           end-write
           if Rule-KSDS-Duplicate
              move 4 to CheckDataStatus
              perform WriteError
           else
              perform File-Check-KSDS
              add 1 to LoadedCount
              display "LOADED " RL-Key " max active " RL-Max-Active
                 " max injured " RL-Max-Injured
                 " positions " RL-Position-Table
           end-if
           .

       WriteError.
           move Rule-Card-Record to ERR-Transaction
           move CheckDataStatus to ERR-Reason-Code
           write Error-File-Record
           end-write
           perform File-Check-Error
           add 1 to RejectedCount
           display "REJECTED " Rule-Card-Record(1:38)
              " reason " CheckDataStatus
           .

       File-Quit.
           close Rule-Card-File
           close Rule-KSDS-File
           close Error-File
           .

       File-Check-KSDS.
           if not Rule-KSDS-OK
              display "FRRULES file status: " Rule-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Card.
           if not Rule-Card-OK and not Rule-Card-EOF
              display "RULEDATA file status: " Rule-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Error.
           if not Error-File-OK
              display "RULEERR file status: " Error-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error loading roster rules"
           perform File-Quit
           goback
           .
