       Identification Division.
       Program-Id. FRCONMNT.
      *****************************************************************
      * FRCONTR player-contract maintenance. Contracts lived in a
      * spreadsheet keyed by player name, so every trade or NAMEFIX
      * left it pointing at a key FRSEED no longer had. FRCONTR is
      * keyed by the FRPIDX permanent player id instead, and this
      * run applies the CONTCHG action deck to it in place, listing
      * every change old-versus-new the way ARITHRTM reports a rate
      * table change. The same deck sets the league salary cap on
      * the FRSEASON "CURRENT " record that FRPAYCAP and FRUPDATE
      * judge payroll against.
      * CONTCHG card layout:
      *   col 1      action: A = add contract, C = change contract,
      *                      D = delete contract, S = set salary cap
      *   col 2-8    FRPIDX player id - or blank, and the player is
      *              looked up on FRPIDX by the team and name below
      *   col 9-28   team name   (when no id is given)
      *   col 29-48  player name (when no id is given)
      *   col 49-59  season salary 9(09)v99 - the cap amount on S
      *   col 60-67  contract start date YYYYMMDD
      *   col 68-75  contract end date YYYYMMDD
      *   col 76-77  option years remaining
      * On a C card a blank field leaves the contract's value alone.
      * A card that fails its edits is listed REJECTED with the
      * reason and skipped; RC=4 when any card was rejected.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Contract-File
               Record Key FD-Contract-Key
               Assign to "FRCONTR"
               Organization Indexed
               Access Dynamic
               File Status Contract-File-Status.
           Select Pidx-File
               Record Key FD-Pidx-Key
               Assign to "FRPIDX"
               Organization Indexed
               Access Dynamic
               File Status Pidx-File-Status.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Change-File
              ASSIGN to "CONTCHG"
              Organization sequential
              Access Sequential
              File Status Change-File-Status.

       Data Division.
       File Section.
       FD  Contract-File.
       01  FD-Contract-Record.
           copy FRCONK.
       FD  Pidx-File.
       01  FD-Pidx-Record.
           copy FRPIDXK.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Change-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Change-File-Record.
       01  Change-File-Record.
           05  CHG-Action            pic x(01).
               88  CHG-ADD           value "A".
               88  CHG-CHANGE        value "C".
               88  CHG-DELETE        value "D".
               88  CHG-SET-CAP       value "S".
           05  CHG-Player-Id-X       pic x(07).
           05  CHG-Player-Id redefines CHG-Player-Id-X
                                     pic 9(07).
           05  CHG-Team-Name         pic x(20).
           05  CHG-Player-Name       pic x(20).
           05  CHG-Salary-X          pic x(11).
           05  CHG-Salary redefines CHG-Salary-X
                                     pic 9(09)v99.
           05  CHG-Start-Date-X      pic x(08).
           05  CHG-End-Date-X        pic x(08).
           05  CHG-Option-Years-X    pic x(02).
           05  CHG-Option-Years redefines CHG-Option-Years-X
                                     pic 9(02).
           05  filler                pic x(03).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Contract-File-Status  pic x(02).
               88  Contract-OK       value "00".
               88  Contract-Duplicate value "22".
               88  Contract-Not-Found value "23".
               88  Contract-No-File  value "35".
           05  Pidx-File-Status      pic x(02).
               88  Pidx-OK           value "00".
               88  Pidx-Not-Found    value "23".
           05  Season-File-Status    pic x(02).
               88  Season-File-OK    value "00".
               88  Season-Not-Found  value "23".
           05  Change-File-Status    pic x(02).
               88  Change-File-OK    value "00".
               88  Change-File-EOF   value "10".
       01  Contract-Record.
           copy FRCONR.
       01  Old-Contract-Record.
           05  Old-CT-Player-Id      pic 9(07).
           05  Old-CT-Salary         pic 9(09)v99.
           05  Old-CT-Start-Date     pic x(08).
           05  Old-CT-End-Date       pic x(08).
           05  Old-CT-Option-Years   pic 9(02).
           05  filler                pic x(44).
       01  Pidx-Record.
           copy FRPIDXR.
       01  Season-Record.
           copy FRSEASR.
       01  WorkingVars.
           05  ChangeCount           pic 9(05) value zero.
           05  AddedCount            pic 9(05) value zero.
           05  ChangedCount          pic 9(05) value zero.
           05  DeletedCount          pic 9(05) value zero.
           05  CapSetCount           pic 9(05) value zero.
           05  RejectedCount         pic 9(05) value zero.
           05  Work-Player-Id        pic 9(07) value zero.
           05  Reject-Reason         pic x(30) value spaces.
           05  Old-Cap-Save          pic x(11) value spaces.
           05  Salary-Display        pic zzz,zzz,zz9.99.
           05  Old-Salary-Display    pic zzz,zzz,zz9.99.
       01  Date-and-Time.
           05  TodayDate             pic x(08).
           05  filler                pic x(13).

       Procedure Division.
           move function current-date to Date-and-Time
           display "before open"
           perform Open-Contract-File
           open input Pidx-File
           perform File-Check-Pidx
           open input Change-File
           perform File-Check-Change
           display "after open"

           display " "
           display "===== CONTRACT CHANGE REPORT ====="
           read Change-File
           perform File-Check-Change
           perform with test before
              until Change-File-EOF
              add 1 to ChangeCount
              perform Apply-One-Change
              read Change-File
              perform File-Check-Change
           end-perform

           perform Print-Summary
           if RejectedCount > zero
              move 4 to return-code
           end-if
           perform File-Quit
           goback
           .

      * the first run against a freshly defined cluster finds it
      * unloaded - open it for output once so the i-o open works
       Open-Contract-File.
           open i-o Contract-File
           if Contract-No-File
              open output Contract-File
              perform File-Check-Contract
              close Contract-File
              open i-o Contract-File
           end-if
           perform File-Check-Contract
           .

       Apply-One-Change.
           move spaces to Reject-Reason
           EVALUATE true
              WHEN CHG-SET-CAP
                 perform Action-Set-Cap
              WHEN CHG-ADD
                 perform Resolve-Player-Id
                 if Reject-Reason equal spaces
                    perform Action-Add-Contract
                 end-if
              WHEN CHG-CHANGE
                 perform Resolve-Player-Id
                 if Reject-Reason equal spaces
                    perform Action-Change-Contract
                 end-if
              WHEN CHG-DELETE
                 perform Resolve-Player-Id
                 if Reject-Reason equal spaces
                    perform Action-Delete-Contract
                 end-if
              WHEN other
                 move "INVALID ACTION CODE" to Reject-Reason
           END-EVALUATE
           if Reject-Reason not equal spaces
              perform Reject-Change
           end-if
           .

      * an id on the card is taken as given; otherwise the team and
      * name are looked up on FRPIDX, current or prior alias alike,
      * so a contract keyed under an old name still finds its player
       Resolve-Player-Id.
           move zero to Work-Player-Id
           if CHG-Player-Id-X is numeric
              and CHG-Player-Id > zero
              move CHG-Player-Id to Work-Player-Id
           else
              if CHG-Team-Name equal spaces
                 or CHG-Player-Name equal spaces
                 move "NO PLAYER ID OR TEAM/NAME" to Reject-Reason
              else
                 move CHG-Team-Name to FP-Team-Name
                 move CHG-Player-Name to FP-Player-Name
                 read Pidx-File into Pidx-Record
                 end-read
                 if Pidx-Not-Found
                    move "PLAYER NOT ON FRPIDX" to Reject-Reason
                 else
                    perform File-Check-Pidx
                    move PX-Player-Id to Work-Player-Id
                 end-if
              end-if
           end-if
           .

       Action-Add-Contract.
           if not CHG-Salary-X is numeric
              move "SALARY NOT NUMERIC" to Reject-Reason
           end-if
           perform Edit-Contract-Dates
           if CHG-Start-Date-X equal spaces
              or CHG-End-Date-X equal spaces
              move "START AND END DATE REQUIRED" to Reject-Reason
           end-if
           if Reject-Reason equal spaces
              move spaces to Contract-Record
              move Work-Player-Id to CT-Player-Id
              move CHG-Salary to CT-Salary
              move CHG-Start-Date-X to CT-Start-Date
              move CHG-End-Date-X to CT-End-Date
              move zero to CT-Option-Years
              if CHG-Option-Years-X is numeric
                 move CHG-Option-Years to CT-Option-Years
              end-if
              move CHG-Player-Name to CT-Signed-Name
              move TodayDate to CT-Last-Update
              write FD-Contract-Record from Contract-Record
              end-write
              if Contract-Duplicate
                 move "CONTRACT ALREADY ON FILE" to Reject-Reason
              else
                 perform File-Check-Contract
                 add 1 to AddedCount
                 move CT-Salary to Salary-Display
                 display "ADDED   " CT-Player-Id " " CT-Signed-Name
                    " salary " Salary-Display
                    " " CT-Start-Date "-" CT-End-Date
                    " options " CT-Option-Years
              end-if
           end-if
           .

       Action-Change-Contract.
           move Work-Player-Id to FD-Contract-Key
           read Contract-File into Contract-Record
           end-read
           if Contract-Not-Found
              move "NO CONTRACT ON FILE" to Reject-Reason
           else
              perform File-Check-Contract
              if CHG-Salary-X not equal spaces
                 and not CHG-Salary-X is numeric
                 move "SALARY NOT NUMERIC" to Reject-Reason
              end-if
              if CHG-Option-Years-X not equal spaces
                 and not CHG-Option-Years-X is numeric
                 move "OPTION YEARS NOT NUMERIC" to Reject-Reason
              end-if
              perform Edit-Contract-Dates
           end-if
           if Reject-Reason equal spaces
              move Contract-Record to Old-Contract-Record
              if CHG-Salary-X not equal spaces
                 move CHG-Salary to CT-Salary
              end-if
              if CHG-Start-Date-X not equal spaces
                 move CHG-Start-Date-X to CT-Start-Date
              end-if
              if CHG-End-Date-X not equal spaces
                 move CHG-End-Date-X to CT-End-Date
              end-if
              if CHG-Option-Years-X not equal spaces
                 move CHG-Option-Years to CT-Option-Years
              end-if
              if CT-End-Date < CT-Start-Date
                 move "END DATE BEFORE START DATE" to Reject-Reason
              end-if
           end-if
           if Reject-Reason equal spaces
              move TodayDate to CT-Last-Update
              rewrite FD-Contract-Record from Contract-Record
              end-rewrite
              perform File-Check-Contract
              add 1 to ChangedCount
              move Old-CT-Salary to Old-Salary-Display
              move CT-Salary to Salary-Display
              display "CHANGED " CT-Player-Id " " CT-Signed-Name
                 " salary " Old-Salary-Display " -> " Salary-Display
              display "        term " Old-CT-Start-Date "-"
                 Old-CT-End-Date " -> " CT-Start-Date "-"
                 CT-End-Date " options " Old-CT-Option-Years
                 " -> " CT-Option-Years
           end-if
           .

       Action-Delete-Contract.
           move Work-Player-Id to FD-Contract-Key
           read Contract-File into Contract-Record
           end-read
           if Contract-Not-Found
              move "NO CONTRACT ON FILE" to Reject-Reason
           else
              perform File-Check-Contract
              delete Contract-File record
              perform File-Check-Contract
              add 1 to DeletedCount
              move CT-Salary to Salary-Display
              display "DELETED " CT-Player-Id " " CT-Signed-Name
                 " salary " Salary-Display
                 " " CT-Start-Date "-" CT-End-Date
           end-if
           .

       Edit-Contract-Dates.
           if CHG-Start-Date-X not equal spaces
              and not CHG-Start-Date-X is numeric
              move "START DATE NOT NUMERIC" to Reject-Reason
           end-if
           if CHG-End-Date-X not equal spaces
              and not CHG-End-Date-X is numeric
              move "END DATE NOT NUMERIC" to Reject-Reason
           end-if
           if CHG-Start-Date-X is numeric
              and CHG-End-Date-X is numeric
              and CHG-End-Date-X < CHG-Start-Date-X
              move "END DATE BEFORE START DATE" to Reject-Reason
           end-if
           .

      * the cap lives on the season-control record so it rolls over
      * with the season - FRSEASCL rewrites only the season id
       Action-Set-Cap.
           if not CHG-Salary-X is numeric
              move "CAP AMOUNT NOT NUMERIC" to Reject-Reason
           else
              open i-o Season-File
              perform File-Check-Season
              move "CURRENT " to FD-Season-Key
              read Season-File into Season-Record
              end-read
              if Season-Not-Found
                 move "NO CURRENT SEASON RECORD" to Reject-Reason
              else
                 perform File-Check-Season
                 move SEA-Salary-Cap-X to Old-Cap-Save
                 move CHG-Salary to SEA-Salary-Cap
                 rewrite FD-Season-Record from Season-Record
                 end-rewrite
                 perform File-Check-Season
                 add 1 to CapSetCount
                 move SEA-Salary-Cap to Salary-Display
                 display "CAP SET season " SEA-Season-Id
                    " was " Old-Cap-Save " now " Salary-Display
              end-if
              close Season-File
           end-if
           .

       Reject-Change.
           add 1 to RejectedCount
           display "REJECTED change card " ChangeCount ": "
              Change-File-Record(1:48)
           display "         reason " Reject-Reason
           .

       Print-Summary.
           display " "
           display "===== CONTRACT MAINTENANCE SUMMARY ====="
           display "Change cards read:  " ChangeCount
           display "Contracts added:    " AddedCount
           display "Contracts changed:  " ChangedCount
           display "Contracts deleted:  " DeletedCount
           display "Salary cap set:     " CapSetCount
           display "Cards rejected:     " RejectedCount
           .

       File-Quit.
           close Contract-File
           close Pidx-File
           close Change-File
           .

       File-Check-Contract.
           if not Contract-OK and not Contract-Not-Found
              display "FRCONTR file status: " Contract-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Pidx.
           if not Pidx-OK and not Pidx-Not-Found
              display "FRPIDX file status: " Pidx-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Season.
           if not Season-File-OK and not Season-Not-Found
              display "FRSEASON file status: " Season-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Change.
           if not Change-File-OK and not Change-File-EOF
              display "CONTCHG file status: " Change-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with contract maintenance files"
           perform File-Quit
           close Season-File
           goback
           .
