       Identification Division.
       Program-Id. FRHLDREL.
      *****************************************************************
      * Held-transaction release run. FRUPDATE parks every UPDATE
      * whose stats fall outside the FRTOLCTL tolerances in FRHOLD
      * instead of applying it. This program reads the held items in
      * order (the first item is sequence 00001) against the
      * supervisor's FRHLDCTL decision cards:
      *   APPROVE  - sequence number of the held item cols 9-13
      *   KILL     - sequence number of the held item cols 9-13
      * Approved items are written to FRHLDOUT as a complete FRUPDATE
      * batch - header source FRHLDREL, trailer count and hash
      * totals - which FRUPDATE applies without re-checking the
      * tolerances. Killed items are listed and dropped. Items with
      * no decision card are carried forward to FRHLDNEW with their
      * original hold date so the age on the listing keeps counting.
      * A card for a sequence number that is not on file, or a bad
      * card, is reported and the run ends RC=4.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           SELECT Hold-File
              ASSIGN to "FRHOLD"
              Organization sequential
              Access Sequential
              File Status Hold-File-Status.
           SELECT Decision-File
              ASSIGN to "FRHLDCTL"
              Organization sequential
              Access Sequential
              File Status Decision-File-Status.
           SELECT Release-File
              ASSIGN to "FRHLDOUT"
              Organization sequential
              Access Sequential
              File Status Release-File-Status.
           SELECT Hold-Out-File
              ASSIGN to "FRHLDNEW"
              Organization sequential
              Access Sequential
              File Status Hold-Out-Status.

       Data Division.
       File Section.
       FD  Hold-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-Record.
       01  Hold-Record.
           copy FRHOLDR.
       FD  Decision-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Decision-Record.
       01  Decision-Record.
           05  DEC-Keyword            pic x(08).
           05  DEC-Seq-X              pic x(05).
           05  DEC-Seq redefines DEC-Seq-X
                                      pic 9(05).
           05  filler                 pic x(67).
       FD  Release-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Release-File-Record.
       01  Release-File-Record        pic x(80).
       FD  Hold-Out-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-Out-Record.
       01  Hold-Out-Record            pic x(136).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Hold-File-Status           pic x(02).
               88  Hold-File-OK           value "00".
               88  Hold-File-EOF          value "10".
               88  Hold-File-Not-Found    value "35".
           05  Decision-File-Status       pic x(02).
               88  Decision-File-OK       value "00".
               88  Decision-File-EOF      value "10".
               88  Decision-File-Not-Found value "35".
           05  Release-File-Status        pic x(02).
               88  Release-File-OK        value "00".
           05  Hold-Out-Status            pic x(02).
               88  Hold-Out-OK            value "00".
       01  Work-Transaction.
           copy FRUPDATE.
       01  WorkingVars.
           05  HoldSeq                    pic 9(05) value zero.
           05  DecisionCount              pic 9(03) value zero.
           05  Dec-Ix                     pic 9(03) value zero.
           05  FoundDecIx                 pic 9(03) value zero.
           05  ReleasedCount              pic 9(05) value zero.
           05  KilledCount                pic 9(05) value zero.
           05  StillHeldCount             pic 9(05) value zero.
           05  BadCardCount               pic 9(05) value zero.
           05  UnmatchedCount             pic 9(05) value zero.
           05  AgeDays                    pic s9(05) value zero.
           05  TodayInt                   pic 9(08) value zero.
       01  Release-Hash-Totals.
           05  Release-Hash-Games         pic 9(09) value zero.
           05  Release-Hash-Attempts      pic 9(09) value zero.
           05  Release-Hash-Completed     pic 9(09) value zero.
           05  Release-Hash-Three         pic 9(09) value zero.
       01  Decision-Table.
           05  Decision-Entry occurs 1 to 500 times
                  depending on DecisionCount.
               10  DC-Seq                 pic 9(05).
               10  DC-Action              pic x(01).
                   88  DC-Approve         value "A".
                   88  DC-Kill            value "K".
               10  DC-Used-Flag           pic x(01).
                   88  DC-Used            value "Y".
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year               pic 9(04).
              10  DT-Month              pic 9(02).
              10  DT-Day-of-Month       pic 9(02).
           05  filler                pic x(13).

       Procedure Division.
           display "before open"
           open input Hold-File
           if Hold-File-Not-Found
              display "No FRHOLD file - nothing is held"
           else
              perform File-Check-Hold
           end-if
           open output Release-File
           perform File-Check-Release
           open output Hold-Out-File
           perform File-Check-Hold-Out
           display "after open"

           move function current-date to Date-and-Time
           compute TodayInt =
              function integer-of-date(function numval(TodayDate))
           end-compute

           perform Write-Release-Header
           perform Load-Decision-Cards

           display " "
           display "===== HELD TRANSACTION RELEASE " TodayDate " ====="
           if not Hold-File-Not-Found
              read Hold-File
              perform File-Check-Hold
              perform with test before
                 until Hold-File-EOF
                 add 1 to HoldSeq
                 perform Process-Held-Item
                 read Hold-File
                 perform File-Check-Hold
              end-perform
           end-if

           perform Report-Unmatched-Cards
           perform Write-Release-Trailer
           perform Print-Summary
           if BadCardCount > zero or UnmatchedCount > zero
              move 4 to return-code
           end-if
           perform File-Quit
           goback
           .

      * FRHLDOUT feeds an FRUPDATE run of its own, so it carries the
      * same batch header and trailer controls as any transaction
      * file - the FRHLDREL source is what tells FRUPDATE these items
      * have already been approved.
       Write-Release-Header.
           move spaces to Work-Transaction
           move "H" to FTU-Operation
           move "FRHLDREL" to FTU-Header-Source
           move TodayDate to FTU-Header-Date
           move Work-Transaction to Release-File-Record
           write Release-File-Record
           end-write
           perform File-Check-Release
           .

       Write-Release-Trailer.
           move spaces to Work-Transaction
           move "Z" to FTU-Operation
           move ReleasedCount to FTU-Trailer-Count
           move Release-Hash-Games to FTU-Trailer-Games
           move Release-Hash-Attempts to FTU-Trailer-Attempts
           move Release-Hash-Completed to FTU-Trailer-Completed
           move Release-Hash-Three to FTU-Trailer-Three
           move Work-Transaction to Release-File-Record
           write Release-File-Record
           end-write
           perform File-Check-Release
           .

       Accumulate-Hash-Totals.
           if FTU-Games-X is numeric
              compute Release-Hash-Games = function mod(
                 Release-Hash-Games + FTU-Games, 1000000000)
              end-compute
           end-if
           if FTU-Attempts-X is numeric
              compute Release-Hash-Attempts = function mod(
                 Release-Hash-Attempts + FTU-Attempts, 1000000000)
              end-compute
           end-if
           if FTU-Completed-X is numeric
              compute Release-Hash-Completed = function mod(
                 Release-Hash-Completed + FTU-Completed, 1000000000)
              end-compute
           end-if
           if FTU-Three-Pointers-X is numeric
              compute Release-Hash-Three = function mod(
                 Release-Hash-Three + FTU-Three-Pointers, 1000000000)
              end-compute
           end-if
           .

      * Pull the whole FRHLDCTL deck into Decision-Table up front so
      * the held items pair by sequence number in one read of
      * FRHOLD. A card with a bad keyword or a non-numeric sequence
      * number is counted and ignored - it can never match an item.
       Load-Decision-Cards.
           open input Decision-File
           if Decision-File-Not-Found
              display "No FRHLDCTL decision deck - listing only"
           else
              perform File-Check-Decision
              read Decision-File
              perform File-Check-Decision
              perform with test before
                 until Decision-File-EOF or DecisionCount >= 500
                 if DEC-Seq-X is numeric
                    and (DEC-Keyword equal "APPROVE "
                       or DEC-Keyword equal "KILL    ")
                    add 1 to DecisionCount
                    move DEC-Seq to DC-Seq(DecisionCount)
                    move DEC-Keyword(1:1) to DC-Action(DecisionCount)
                    move "N" to DC-Used-Flag(DecisionCount)
                 else
                    display "Bad decision card ignored: "
                       Decision-Record(1:13)
                    add 1 to BadCardCount
                 end-if
                 read Decision-File
                 perform File-Check-Decision
              end-perform
              close Decision-File
              display "Decision cards loaded: " DecisionCount
           end-if
           .

       Process-Held-Item.
           perform Compute-Age
           perform Find-Decision-Card
           move HLD-Transaction to Work-Transaction
           EVALUATE true
              WHEN FoundDecIx equal zero
                 move Hold-Record to Hold-Out-Record
                 write Hold-Out-Record
                 end-write
                 perform File-Check-Hold-Out
                 add 1 to StillHeldCount
                 display "STILL HELD " HoldSeq
                    " age " AgeDays " days - "
                    FTU-Team-Name FTU-Player-Name " " HLD-Reason-Text
              WHEN DC-Approve(FoundDecIx)
                 move Work-Transaction to Release-File-Record
                 write Release-File-Record
                 end-write
                 perform File-Check-Release
                 perform Accumulate-Hash-Totals
                 add 1 to ReleasedCount
                 display "APPROVED   " HoldSeq
                    " age " AgeDays " days - "
                    FTU-Team-Name FTU-Player-Name " " HLD-Reason-Text
              WHEN other
                 add 1 to KilledCount
                 display "KILLED     " HoldSeq
                    " age " AgeDays " days - "
                    FTU-Team-Name FTU-Player-Name " " HLD-Reason-Text
           END-EVALUATE
           .

       Find-Decision-Card.
           move zero to FoundDecIx
           perform with test before
              varying Dec-Ix from 1 by 1
              until Dec-Ix greater than DecisionCount
              if DC-Seq(Dec-Ix) equal HoldSeq
                 move Dec-Ix to FoundDecIx
                 move "Y" to DC-Used-Flag(Dec-Ix)
              end-if
           end-perform
           .

      * a decision for an item that isn't held is a supervisor
      * working from an old listing - say so rather than guess
       Report-Unmatched-Cards.
           perform with test before
              varying Dec-Ix from 1 by 1
              until Dec-Ix greater than DecisionCount
              if not DC-Used(Dec-Ix)
                 add 1 to UnmatchedCount
                 display "NO HELD ITEM " DC-Seq(Dec-Ix)
                    " - decision card not applied"
              end-if
           end-perform
           .

       Compute-Age.
           if HLD-Held-Date is numeric
              compute AgeDays = TodayInt - function integer-of-date(
                 function numval(HLD-Held-Date))
              end-compute
           else
              move zero to AgeDays
           end-if
           .

       Print-Summary.
           display " "
           display "===== RELEASE SUMMARY ====="
           display "Held items read:      " HoldSeq
           display "Approved to FRHLDOUT: " ReleasedCount
           display "Killed:               " KilledCount
           display "Still held:           " StillHeldCount
           display "Bad decision cards:   " BadCardCount
           display "Unmatched cards:      " UnmatchedCount
           .

       File-Check-Hold.
           if not Hold-File-OK and not Hold-File-EOF
              display "Hold file status: " Hold-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Decision.
           if not Decision-File-OK and not Decision-File-EOF
              display "Decision file status: " Decision-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Release.
           if not Release-File-OK
              display "Release file status: " Release-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Hold-Out.
           if not Hold-Out-OK
              display "Hold out status: " Hold-Out-Status
              perform 9900-Tragic-Ending
           end-if
           .

       File-Quit.
           close Hold-File
           close Release-File
           close Hold-Out-File
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with held transaction release files"
           perform File-Quit
           goback
           .
