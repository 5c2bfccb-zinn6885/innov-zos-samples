       Identification Division.
       Program-Id. FRPSPLIT.
      *****************************************************************
      * Splits the night's FRUPDATE batch by FD-KSDS-Key team range so
      * up to four FRUPDATE partitions can apply it side by side, each
      * with its own checkpoint/restart, suspense, hold, journal and
      * history, and FRPMERGE folds the partition output back into
      * the shared files afterwards.
      * FRPARTN carries one card per partition: partition number 1-4
      * in col 1, lowest team name cols 3-22, highest team name cols
      * 24-43 (both inclusive). Ranges may not overlap; a partition
      * with no card gets an empty batch. A missing, bad, or
      * overlapping card refuses the split RC=8 - fix the cards and
      * rerun. Every detail goes to the partition owning its team,
      * except that these go to stream X, the serial cross-partition
      * pass run after the partitions finish:
      *   - a TRADE whose new team is owned by another partition
      *   - any later item for a player key such a trade (or another
      *     stream X item) touched, old key or new, so one player's
      *     transactions still apply in arrival order
      *   - a team no range covers
      *   - a future-dated item, so every FRDATED parking (one
      *     shared sequence counter) happens in one run
      * Each stream file is the original header, the stream's
      * details in arrival order, and a trailer of its own count and
      * hash totals, so each FRUPDATE run balances its file exactly
      * as it would the whole batch.
      * The whole batch is balanced first and checked against
      * FRRUNCTL the way FRUPDATE does it - nothing is split from a
      * batch that does not balance (RC=12) or that a completed run
      * already applied, unless FRUPDCTL carries OVERRIDE (RC=8).
      * A split FRPMERGE has not yet merged is never overwritten
      * (RC=12) - finish it with PARTMRG, or, when no partition of
      * it has run, supply a RESPLIT card in FRUPDCTL.
      * Partitions cannot share the FRPIDX id counter, so each gets
      * a block of ids as large as its ADDs, TRADEs, and NAMEFIXes
      * could need, on a "#CONTROL"/"PARTITION n" record, and the
      * main "#CONTROL" counter is moved past every block.
      * Stamps FRUPDATE Started on FRRNSTAT and raises the FRSEASON
      * BATCHRUN flag; FRPMERGE stamps the end and clears the flag.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
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
           SELECT Update-File
              ASSIGN to "FRUPDATE"
              Organization sequential
              Access Sequential
              File Status Update-File-Status.
           SELECT Control-Card-File
              ASSIGN to "FRUPDCTL"
              Organization sequential
              Access Sequential
              File Status Control-Card-Status.
           SELECT Partition-Card-File
              ASSIGN to "FRPARTN"
              Organization sequential
              Access Sequential
              File Status Partition-Card-Status.
           SELECT Run-Control-File
              ASSIGN to "FRRUNCTL"
              Organization sequential
              Access Sequential
              File Status Run-Control-Status.
           SELECT Split-Control-File
              ASSIGN to "FRSPLCTL"
              Organization sequential
              Access Sequential
              File Status Split-Control-Status.
           SELECT Part-1-File
              ASSIGN to "FRPART1"
              Organization sequential
              Access Sequential
              File Status Part-File-Status.
           SELECT Part-2-File
              ASSIGN to "FRPART2"
              Organization sequential
              Access Sequential
              File Status Part-File-Status.
           SELECT Part-3-File
              ASSIGN to "FRPART3"
              Organization sequential
              Access Sequential
              File Status Part-File-Status.
           SELECT Part-4-File
              ASSIGN to "FRPART4"
              Organization sequential
              Access Sequential
              File Status Part-File-Status.
           SELECT Part-X-File
              ASSIGN to "FRPARTX"
              Organization sequential
              Access Sequential
              File Status Part-File-Status.

       Data Division.
       File Section.
       FD  Pidx-File.
       01  FD-Pidx-Record.
           copy FRPIDXK.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Update-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Update-File-Record.
       01  Update-File-Record             pic x(80).
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Control-Card-Record.
       01  Control-Card-Record.
           05  CTL-Keyword            pic x(08).
           05  filler                 pic x(72).
       FD  Partition-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Partition-Card-Record.
       01  Partition-Card-Record.
           05  PTN-Partition          pic x(01).
           05  filler                 pic x(01).
           05  PTN-Low-Team           pic x(20).
           05  filler                 pic x(01).
           05  PTN-High-Team          pic x(20).
           05  filler                 pic x(37).
       FD  Run-Control-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Run-Control-Record.
       01  Run-Control-Record.
           05  RUN-Source             pic x(08).
           05  RUN-Business-Date      pic x(08).
           05  RUN-Record-Count       pic 9(07).
           05  RUN-Hash-Games         pic 9(09).
           05  RUN-Hash-Attempts      pic 9(09).
           05  RUN-Hash-Completed     pic 9(09).
           05  RUN-Hash-Three         pic 9(09).
           05  RUN-Status             pic x(01).
               88  RUN-Completed      value "C".
           05  filler                 pic x(20).
       FD  Split-Control-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Split-Control-Record.
       01  Split-Control-Record.
           copy FRSPLTR.
       FD  Part-1-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Part-1-Record.
       01  Part-1-Record                  pic x(80).
       FD  Part-2-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Part-2-Record.
       01  Part-2-Record                  pic x(80).
       FD  Part-3-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Part-3-Record.
       01  Part-3-Record                  pic x(80).
       FD  Part-4-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Part-4-Record.
       01  Part-4-Record                  pic x(80).
       FD  Part-X-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Part-X-Record.
       01  Part-X-Record                  pic x(80).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Update-File-Status         pic x(02).
               88  Update-File-OK         value "00".
               88  Update-File-EOF        value "10".
           05  Control-Card-Status        pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
               88  Control-Card-Not-Found value "35".
           05  Partition-Card-Status      pic x(02).
               88  Partition-Card-OK      value "00".
               88  Partition-Card-EOF     value "10".
               88  Partition-Card-Missing value "35".
           05  Run-Control-Status         pic x(02).
               88  Run-Control-OK         value "00".
               88  Run-Control-EOF        value "10".
               88  Run-Control-Not-Found  value "35".
           05  Split-Control-Status       pic x(02).
               88  Split-Control-OK       value "00".
               88  Split-Control-EOF      value "10".
               88  Split-Control-Missing  value "35".
           05  Part-File-Status           pic x(02).
               88  Part-File-OK           value "00".
           05  Pidx-File-Status           pic x(02).
               88  Pidx-OK                value "00".
               88  Pidx-Not-Found         value "23".
               88  Pidx-No-File           value "35".
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
               88  Season-Not-Found       value "23".
               88  Season-No-File         value "35".
       01  Update-Transaction.
           copy FRUPDATE.
       01  Header-Image                   pic x(80) value spaces.
       01  Pidx-Record.
           copy FRPIDXR.
       01  Season-Record.
           copy FRSEASR.
       01  FRSTAT-Parms.
           copy FRSTATPA.
       01  Batch-Flag-Vars.
      * published end of the nightly batch window - the same value
      * FRUPDATE posts, since the partitions stand in for it
           05  Batch-Window-Reopen        pic x(04) value "0600".
       01  Run-Control-Vars.
           05 Prepass-Record-Count        pic 9(07) value zero.
           05 Prepass-Hash-Games          pic 9(09) value zero.
           05 Prepass-Hash-Attempts       pic 9(09) value zero.
           05 Prepass-Hash-Completed      pic 9(09) value zero.
           05 Prepass-Hash-Three          pic 9(09) value zero.
           05 Prepass-Source              pic x(08) value "TRANFILE".
           05 Prepass-Business-Date       pic x(08) value spaces.
           05 Override-Flag               pic x value "N".
               88 Override-Requested      value "Y".
           05 Resplit-Flag                pic x value "N".
               88 Resplit-Requested       value "Y".
           05 Duplicate-Flag              pic x value "N".
               88 Duplicate-Run           value "Y".
       01  Batch-Control-Vars.
           05 Header-Seen-Flag            pic x value "N".
               88 Header-Seen             value "Y".
           05 Trailer-Seen-Flag           pic x value "N".
               88 Trailer-Seen            value "Y".
           05 Batch-Fail-Flag             pic x value "N".
               88 Batch-Failed            value "Y".
           05 Trailer-Record-Count        pic 9(07) value zero.
           05 Trailer-Hash-Games          pic 9(09) value zero.
           05 Trailer-Hash-Attempts       pic 9(09) value zero.
           05 Trailer-Hash-Completed      pic 9(09) value zero.
           05 Trailer-Hash-Three          pic 9(09) value zero.
      * the team range each partition owns, off the FRPARTN cards
       01  Range-Vars.
           05 Range-Fail-Flag             pic x value "N".
               88 Range-Failed            value "Y".
           05 RangeCount                  pic 9(01) value zero.
           05 Card-Ix                     pic 9(01) value zero.
           05 Range-Ix                    pic 9(01) value zero.
       01  Range-Table.
           05 Range-Entry occurs 4 times.
              10 RG-Used-Flag             pic x(01).
                 88 RG-Used               value "Y".
              10 RG-Low-Team              pic x(20).
              10 RG-High-Team             pic x(20).
      * one entry per stream: partitions 1-4, then 5 for stream X
       01  Stream-Vars.
           05 Stream-Ix                   pic 9(01) value zero.
           05 Home-Stream                 pic 9(01) value zero.
           05 New-Team-Stream             pic 9(01) value zero.
           05 Lookup-Team                 pic x(20).
           05 Lookup-Stream               pic 9(01) value zero.
           05 Stream-Ids                  pic x(05) value "1234X".
       01  Stream-Totals.
           05 Stream-Entry occurs 5 times.
              10 ST-Count                 pic 9(07).
              10 ST-Hash-Games            pic 9(09).
              10 ST-Hash-Attempts         pic 9(09).
              10 ST-Hash-Completed        pic 9(09).
              10 ST-Hash-Three            pic 9(09).
              10 ST-Id-Bound              pic 9(07).
      * player keys stream X has touched - every later item for one
      * of them follows it there. Should the table fill, everything
      * from that point on goes to stream X, which is always safe.
       01  Followed-Key-Vars.
           05 FollowedCount               pic 9(04) value zero.
           05 Max-Followed                pic 9(04) value 1000.
           05 Follow-Ix                   pic 9(04) value zero.
           05 Probe-Key                   pic x(40).
           05 Key-Found-Flag              pic x value "N".
               88 Key-Found               value "Y".
           05 Route-All-Flag              pic x value "N".
               88 Route-All-Cross         value "Y".
           05 Cross-Flag                  pic x value "N".
               88 Goes-Cross              value "Y".
       01  Followed-Key-Table.
           05 Followed-Key                pic x(40)
                                          occurs 1000 times.
       01  Dated-Vars.
           05  Run-Effective-Date         pic x(08) value spaces.
           05  Future-Dated-Flag          pic x value "N".
               88  Future-Dated           value "Y".
       01  WorkingVars.
           05 CrossTradeCount             pic 9(07) value zero.
           05 FollowCount                 pic 9(07) value zero.
           05 UnrangedCount               pic 9(07) value zero.
           05 FutureCount                 pic 9(07) value zero.
           05 Id-Block-Start              pic 9(07) value zero.
           05 Id-Block-Limit              pic 9(07) value zero.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year               pic 9(04).
              10  DT-Month              pic 9(02).
              10  DT-Day-of-Month       pic 9(02).
           05  DT-Hour               pic 9(02).
           05  DT-Minute             pic 9(02).
           05  DT-Second             pic 9(02).
           05  filler                pic x(07).

       Procedure Division.
           perform Stamp-Step-Start
           move function current-date to Date-and-Time
           initialize Stream-Totals
           perform Read-Control-Cards
           perform Read-Partition-Cards
           if Range-Failed
              display "Partition cards refused - nothing split"
              move 8 to return-code
              perform Stamp-Step-End
              goback
           end-if
           perform Prepass-Scan
           perform Validate-Batch-Controls
           if Batch-Failed
              display "Batch rejected - nothing split"
              move 12 to return-code
              perform Stamp-Step-End
              goback
           end-if
           perform Check-Run-Control
           if Duplicate-Run and not Override-Requested
              display "Transaction file matches an already-completed "
                 "run - refusing to split it"
              display "Supply an OVERRIDE card in FRUPDCTL for a "
                 "legitimate re-apply"
              move 8 to return-code
              perform Stamp-Step-End
              goback
           end-if
           if Duplicate-Run and Override-Requested
              display "Duplicate run detected but OVERRIDE supplied "
                 "- splitting anyway"
           end-if
           perform Check-Prior-Split
           if Prepass-Business-Date is numeric
              move Prepass-Business-Date to Run-Effective-Date
           else
              move TodayDate to Run-Effective-Date
           end-if

           perform Split-Batch
           perform Reserve-Id-Blocks
           perform Write-Split-Control
           perform Set-Batch-Flag
           perform Print-Split-Summary
           goback
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
                 if CTL-Keyword equal "OVERRIDE"
                    move "Y" to Override-Flag
                 end-if
                 if CTL-Keyword equal "RESPLIT "
                    move "Y" to Resplit-Flag
                 end-if
                 read Control-Card-File
                 perform File-Check-Card
              end-perform
              close Control-Card-File
           end-if
           .

       Read-Partition-Cards.
           initialize Range-Table
           open input Partition-Card-File
           if Partition-Card-Missing
              display "No FRPARTN partition cards"
              move "Y" to Range-Fail-Flag
           else
              perform File-Check-Partition-Card
              read Partition-Card-File
              perform File-Check-Partition-Card
              perform with test before
                 until Partition-Card-EOF
                 perform Take-Partition-Card
                 read Partition-Card-File
                 perform File-Check-Partition-Card
              end-perform
              close Partition-Card-File
              if RangeCount equal zero and not Range-Failed
                 display "No partition ranges on FRPARTN"
                 move "Y" to Range-Fail-Flag
              end-if
           end-if
           .

       Take-Partition-Card.
           display "FRPARTN: " Partition-Card-Record(1:43)
           if PTN-Partition < "1" or PTN-Partition > "4"
              display "  partition must be 1 through 4"
              move "Y" to Range-Fail-Flag
           else
              move PTN-Partition to Card-Ix
              EVALUATE true
                 WHEN RG-Used(Card-Ix)
                    display "  partition " Card-Ix " already has a "
                       "range"
                    move "Y" to Range-Fail-Flag
                 WHEN PTN-High-Team equal spaces
                    display "  highest team is blank"
                    move "Y" to Range-Fail-Flag
                 WHEN PTN-Low-Team > PTN-High-Team
                    display "  lowest team is after the highest"
                    move "Y" to Range-Fail-Flag
                 WHEN other
                    perform Check-Range-Overlap
                    move "Y" to RG-Used-Flag(Card-Ix)
                    move PTN-Low-Team to RG-Low-Team(Card-Ix)
                    move PTN-High-Team to RG-High-Team(Card-Ix)
                    add 1 to RangeCount
              END-EVALUATE
           end-if
           .

       Check-Range-Overlap.
           perform varying Range-Ix from 1 by 1
              until Range-Ix > 4
              if RG-Used(Range-Ix)
                 and PTN-Low-Team not > RG-High-Team(Range-Ix)
                 and PTN-High-Team not < RG-Low-Team(Range-Ix)
                 display "  overlaps the range of partition "
                    Range-Ix
                 move "Y" to Range-Fail-Flag
              end-if
           end-perform
           .

      * the same balance FRUPDATE's prepass makes - header, count,
      * and the four stat hash totals against the trailer - so a
      * batch FRUPDATE would refuse is refused here, whole
       Prepass-Scan.
           open input Update-File
           perform File-Check-Update
           read Update-File into Update-Transaction
           perform File-Check-Update
           perform with test before
              until Update-File-EOF
              EVALUATE true
                 WHEN FTU-HEADER
                    if Header-Seen
                       display "More than one batch header"
                       move "Y" to Batch-Fail-Flag
                    end-if
                    move "Y" to Header-Seen-Flag
                    move Update-Transaction to Header-Image
                    move FTU-Header-Source to Prepass-Source
                    move FTU-Header-Date to Prepass-Business-Date
                 WHEN FTU-TRAILER
                    if Trailer-Seen
                       display "More than one batch trailer"
                       move "Y" to Batch-Fail-Flag
                    end-if
                    move "Y" to Trailer-Seen-Flag
                    perform Save-Trailer-Totals
                 WHEN other
                    add 1 to Prepass-Record-Count
                    perform Accumulate-Hash-Totals
              END-EVALUATE
              read Update-File into Update-Transaction
              perform File-Check-Update
           end-perform
           close Update-File
           .

       Save-Trailer-Totals.
           if FTU-Trailer-Count-X is numeric
              and FTU-Trailer-Games-X is numeric
              and FTU-Trailer-Attempts-X is numeric
              and FTU-Trailer-Completed-X is numeric
              and FTU-Trailer-Three-X is numeric
              move FTU-Trailer-Count to Trailer-Record-Count
              move FTU-Trailer-Games to Trailer-Hash-Games
              move FTU-Trailer-Attempts to Trailer-Hash-Attempts
              move FTU-Trailer-Completed to Trailer-Hash-Completed
              move FTU-Trailer-Three to Trailer-Hash-Three
           else
              display "Batch trailer totals are not numeric"
              move "Y" to Batch-Fail-Flag
           end-if
           .

       Accumulate-Hash-Totals.
           if FTU-Games-X is numeric
              compute Prepass-Hash-Games = function mod(
                 Prepass-Hash-Games + FTU-Games, 1000000000)
              end-compute
           end-if
           if FTU-Attempts-X is numeric
              compute Prepass-Hash-Attempts = function mod(
                 Prepass-Hash-Attempts + FTU-Attempts, 1000000000)
              end-compute
           end-if
           if FTU-Completed-X is numeric
              compute Prepass-Hash-Completed = function mod(
                 Prepass-Hash-Completed + FTU-Completed,
                 1000000000)
              end-compute
           end-if
           if FTU-Three-Pointers-X is numeric
              compute Prepass-Hash-Three = function mod(
                 Prepass-Hash-Three + FTU-Three-Pointers,
                 1000000000)
              end-compute
           end-if
           .

       Validate-Batch-Controls.
           if not Header-Seen
              display "Batch header record missing"
              move "Y" to Batch-Fail-Flag
           end-if
           if not Trailer-Seen
              display "Batch trailer record missing"
              move "Y" to Batch-Fail-Flag
           end-if
           if Header-Seen and Trailer-Seen and not Batch-Failed
              if Trailer-Record-Count
                    not equal Prepass-Record-Count
                 display "Trailer count " Trailer-Record-Count
                    " but " Prepass-Record-Count " records read"
                 move "Y" to Batch-Fail-Flag
              end-if
              if Trailer-Hash-Games not equal Prepass-Hash-Games
                 display "Games hash total does not balance"
                 move "Y" to Batch-Fail-Flag
              end-if
              if Trailer-Hash-Attempts
                    not equal Prepass-Hash-Attempts
                 display "Attempts hash total does not balance"
                 move "Y" to Batch-Fail-Flag
              end-if
              if Trailer-Hash-Completed
                    not equal Prepass-Hash-Completed
                 display "Completed hash total does not balance"
                 move "Y" to Batch-Fail-Flag
              end-if
              if Trailer-Hash-Three not equal Prepass-Hash-Three
                 display "Three-pointer hash total does not balance"
                 move "Y" to Batch-Fail-Flag
              end-if
           end-if
           .

       Check-Run-Control.
           open input Run-Control-File
           if Run-Control-Not-Found
              display "No run-control file - first run for this "
                 "dataset"
           else
              perform File-Check-Run-Control
              read Run-Control-File
              perform File-Check-Run-Control
              perform with test before
                 until Run-Control-EOF
                 if RUN-Completed
                    and RUN-Source equal Prepass-Source
                    and RUN-Business-Date
                       equal Prepass-Business-Date
                    move "Y" to Duplicate-Flag
                    display "Header matches completed run of "
                       RUN-Business-Date " from " RUN-Source
                 end-if
                 if RUN-Completed
                    and RUN-Record-Count equal Prepass-Record-Count
                    and RUN-Hash-Games equal Prepass-Hash-Games
                    and RUN-Hash-Attempts equal Prepass-Hash-Attempts
                    and RUN-Hash-Completed
                       equal Prepass-Hash-Completed
                    and RUN-Hash-Three equal Prepass-Hash-Three
                    move "Y" to Duplicate-Flag
                    display "Contents match completed run of "
                       RUN-Business-Date " from " RUN-Source
                 end-if
                 read Run-Control-File
                 perform File-Check-Run-Control
              end-perform
              close Run-Control-File
           end-if
           .

      * the partition files of an unmerged split may be half
      * applied - cutting over them would strand that work
       Check-Prior-Split.
           open input Split-Control-File
           if Split-Control-Missing
              continue
           else
              perform File-Check-Split-Control
              read Split-Control-File
              perform File-Check-Split-Control
              if not Split-Control-EOF and SPL-Split
                 display "Split of " SPL-Batch-Date " from "
                    SPL-Batch-Source " cut " SPL-Split-Date
                    " has not been merged"
                 if Resplit-Requested
                    display "RESPLIT supplied - cutting over it"
                 else
                    display "Finish it with PARTMRG, or supply a "
                       "RESPLIT card in FRUPDCTL if none of its "
                       "partitions has run"
                    close Split-Control-File
                    move 12 to return-code
                    perform Stamp-Step-End
                    goback
                 end-if
              end-if
              close Split-Control-File
           end-if
           .

       Split-Batch.
           open input Update-File
           perform File-Check-Update
           move 1 to Stream-Ix
           open output Part-1-File
           perform File-Check-Part
           move 2 to Stream-Ix
           open output Part-2-File
           perform File-Check-Part
           move 3 to Stream-Ix
           open output Part-3-File
           perform File-Check-Part
           move 4 to Stream-Ix
           open output Part-4-File
           perform File-Check-Part
           move 5 to Stream-Ix
           open output Part-X-File
           perform File-Check-Part
           move Header-Image to Update-Transaction
           perform varying Stream-Ix from 1 by 1
              until Stream-Ix > 5
              perform Write-To-Stream
           end-perform
           read Update-File into Update-Transaction
           perform File-Check-Update
           perform with test before
              until Update-File-EOF
              if not FTU-HEADER and not FTU-TRAILER
                 perform Route-Transaction
                 perform Write-To-Stream
                 perform Count-To-Stream
              end-if
              read Update-File into Update-Transaction
              perform File-Check-Update
           end-perform
           perform varying Stream-Ix from 1 by 1
              until Stream-Ix > 5
              perform Write-Stream-Trailer
           end-perform
           close Update-File
           close Part-1-File
           close Part-2-File
           close Part-3-File
           close Part-4-File
           close Part-X-File
           .

       Route-Transaction.
           move "N" to Cross-Flag
           perform Check-Effective-Date
           EVALUATE true
              WHEN Route-All-Cross
                 move 5 to Stream-Ix
                 add 1 to FollowCount
              WHEN Future-Dated
                 move 5 to Stream-Ix
                 add 1 to FutureCount
              WHEN other
                 move FTU-Team-Name to Lookup-Team
                 perform Find-Team-Stream
                 move Lookup-Stream to Home-Stream
                 perform Check-Cross-Partition
                 EVALUATE true
                    WHEN Goes-Cross
                       move 5 to Stream-Ix
                       perform Follow-Transaction-Keys
                    WHEN Home-Stream equal zero
                       move 5 to Stream-Ix
                       add 1 to UnrangedCount
                    WHEN other
                       move Home-Stream to Stream-Ix
                 END-EVALUATE
           END-EVALUATE
           .

      * a TRADE to a team another partition owns, or any item for
      * a player key stream X already touched, has to run serially
      * after the partitions
       Check-Cross-Partition.
           if FTU-TRADE
              move FTU-New-Team-Name to Lookup-Team
              perform Find-Team-Stream
              move Lookup-Stream to New-Team-Stream
              if New-Team-Stream not equal Home-Stream
                 move "Y" to Cross-Flag
                 add 1 to CrossTradeCount
              end-if
           end-if
           if not Goes-Cross
              move FTU-Team-Name to Probe-Key(1:20)
              move FTU-Player-Name to Probe-Key(21:20)
              perform Find-Followed-Key
              if not Key-Found and FTU-TRADE
                 move FTU-New-Team-Name to Probe-Key(1:20)
                 perform Find-Followed-Key
              end-if
              if not Key-Found and FTU-NAMEFIX
                 move FTU-Team-Name to Probe-Key(1:20)
                 move FTU-New-Player-Name to Probe-Key(21:20)
                 perform Find-Followed-Key
              end-if
              if Key-Found
                 move "Y" to Cross-Flag
                 add 1 to FollowCount
              end-if
           end-if
           .

       Find-Team-Stream.
           move zero to Lookup-Stream
           perform varying Range-Ix from 1 by 1
              until Range-Ix > 4
              if RG-Used(Range-Ix)
                 and Lookup-Team not < RG-Low-Team(Range-Ix)
                 and Lookup-Team not > RG-High-Team(Range-Ix)
                 move Range-Ix to Lookup-Stream
              end-if
           end-perform
           .

       Find-Followed-Key.
           move "N" to Key-Found-Flag
           perform varying Follow-Ix from 1 by 1
              until Follow-Ix > FollowedCount or Key-Found
              if Followed-Key(Follow-Ix) equal Probe-Key
                 move "Y" to Key-Found-Flag
              end-if
           end-perform
           .

       Follow-Transaction-Keys.
           move FTU-Team-Name to Probe-Key(1:20)
           move FTU-Player-Name to Probe-Key(21:20)
           perform Add-Followed-Key
           if FTU-TRADE
              move FTU-New-Team-Name to Probe-Key(1:20)
              perform Add-Followed-Key
           end-if
           if FTU-NAMEFIX
              move FTU-New-Player-Name to Probe-Key(21:20)
              perform Add-Followed-Key
           end-if
           .

       Add-Followed-Key.
           perform Find-Followed-Key
           if not Key-Found
              if FollowedCount < Max-Followed
                 add 1 to FollowedCount
                 move Probe-Key to Followed-Key(FollowedCount)
              else
                 if not Route-All-Cross
                    display "Followed-key table full - the rest of "
                       "the batch goes to stream X"
                 end-if
                 move "Y" to Route-All-Flag
              end-if
           end-if
           .

      * the same test FRUPDATE applies: an INJURY carries no
      * effective date - its data area is full
       Check-Effective-Date.
           move "N" to Future-Dated-Flag
           if not FTU-INJURY
              and FTU-Effective-Date-X is numeric
              and FTU-Effective-Date-X > Run-Effective-Date
              move "Y" to Future-Dated-Flag
           end-if
           .

       Count-To-Stream.
           add 1 to ST-Count(Stream-Ix)
           if FTU-Games-X is numeric
              compute ST-Hash-Games(Stream-Ix) = function mod(
                 ST-Hash-Games(Stream-Ix) + FTU-Games, 1000000000)
              end-compute
           end-if
           if FTU-Attempts-X is numeric
              compute ST-Hash-Attempts(Stream-Ix) = function mod(
                 ST-Hash-Attempts(Stream-Ix) + FTU-Attempts,
                 1000000000)
              end-compute
           end-if
           if FTU-Completed-X is numeric
              compute ST-Hash-Completed(Stream-Ix) = function mod(
                 ST-Hash-Completed(Stream-Ix) + FTU-Completed,
                 1000000000)
              end-compute
           end-if
           if FTU-Three-Pointers-X is numeric
              compute ST-Hash-Three(Stream-Ix) = function mod(
                 ST-Hash-Three(Stream-Ix) + FTU-Three-Pointers,
                 1000000000)
              end-compute
           end-if
      * every id FRUPDATE could draw: an ADD assigns one, a TRADE
      * or NAMEFIX may for a player who predates FRPIDX
           if (FTU-ADD or FTU-TRADE or FTU-NAMEFIX)
              and not Future-Dated
              add 1 to ST-Id-Bound(Stream-Ix)
           end-if
           .

       Write-Stream-Trailer.
           move spaces to Update-Transaction
           move "Z" to FTU-Operation
           move ST-Count(Stream-Ix) to FTU-Trailer-Count
           move ST-Hash-Games(Stream-Ix) to FTU-Trailer-Games
           move ST-Hash-Attempts(Stream-Ix) to FTU-Trailer-Attempts
           move ST-Hash-Completed(Stream-Ix) to FTU-Trailer-Completed
           move ST-Hash-Three(Stream-Ix) to FTU-Trailer-Three
           perform Write-To-Stream
           .

       Write-To-Stream.
           EVALUATE Stream-Ix
              WHEN 1
                 write Part-1-Record from Update-Transaction
                 end-write
              WHEN 2
                 write Part-2-Record from Update-Transaction
                 end-write
              WHEN 3
                 write Part-3-Record from Update-Transaction
                 end-write
              WHEN 4
                 write Part-4-Record from Update-Transaction
                 end-write
              WHEN other
                 write Part-X-Record from Update-Transaction
                 end-write
           END-EVALUATE
           perform File-Check-Part
           .

      * each partition draws ids from its own block, so no two
      * partitions ever rewrite the same counter; stream X runs
      * alone and keeps the main "#CONTROL" counter, which is moved
      * past the last block
       Reserve-Id-Blocks.
           perform Open-Pidx-File
           move "#CONTROL" to FP-Team-Name
           move spaces to FP-Player-Name
           read Pidx-File into Pidx-Record
           end-read
           if Pidx-Not-Found
              move spaces to Pidx-Record
              move "#CONTROL" to PX-Team-Name
              move zero to PX-Player-Id
              write FD-Pidx-Record from Pidx-Record
              end-write
           end-if
           perform File-Check-Pidx
           move PX-Player-Id to Id-Block-Start
           perform varying Stream-Ix from 1 by 1
              until Stream-Ix > 4
              perform Reserve-One-Block
           end-perform
           move "#CONTROL" to FP-Team-Name
           move spaces to FP-Player-Name
           read Pidx-File into Pidx-Record
           end-read
           perform File-Check-Pidx
           move Id-Block-Start to PX-Player-Id
           rewrite FD-Pidx-Record from Pidx-Record
           end-rewrite
           perform File-Check-Pidx
           close Pidx-File
           .

       Reserve-One-Block.
           compute Id-Block-Limit =
              Id-Block-Start + ST-Id-Bound(Stream-Ix)
           end-compute
           move "#CONTROL" to FP-Team-Name
           move spaces to FP-Player-Name
           string "PARTITION " Stream-Ids(Stream-Ix:1)
              delimited by size into FP-Player-Name
           end-string
           read Pidx-File into Pidx-Record
           end-read
           if Pidx-Not-Found
              move spaces to Pidx-Record
              move FP-Team-Name to PX-Team-Name
              move FP-Player-Name to PX-Player-Name
              move Id-Block-Start to PX-Player-Id
              move Id-Block-Limit to PX-Block-Limit
              write FD-Pidx-Record from Pidx-Record
              end-write
           else
              perform File-Check-Pidx
              move Id-Block-Start to PX-Player-Id
              move Id-Block-Limit to PX-Block-Limit
              rewrite FD-Pidx-Record from Pidx-Record
              end-rewrite
           end-if
           perform File-Check-Pidx
           display "Partition " Stream-Ix " ids after "
              Id-Block-Start " through " Id-Block-Limit
           move Id-Block-Limit to Id-Block-Start
           .

      * a new installation's FRPIDX is an unloaded cluster - the
      * same seeding FRUPDATE's Open-Pidx-File does
       Open-Pidx-File.
           open i-o Pidx-File
           if Pidx-No-File
              open output Pidx-File
              perform File-Check-Pidx
              move spaces to Pidx-Record
              move "#CONTROL" to PX-Team-Name
              move zero to PX-Player-Id
              write FD-Pidx-Record from Pidx-Record
              end-write
              perform File-Check-Pidx
              close Pidx-File
              open i-o Pidx-File
           end-if
           perform File-Check-Pidx
           .

       Write-Split-Control.
           open output Split-Control-File
           perform File-Check-Split-Control
           move spaces to Split-Control-Record
           move Prepass-Source to SPL-Batch-Source
           move Prepass-Business-Date to SPL-Batch-Date
           move TodayDate to SPL-Split-Date
           string DT-Hour DT-Minute DT-Second
              delimited by size into SPL-Split-Time
           end-string
           move Prepass-Record-Count to SPL-Record-Count
           move Prepass-Hash-Games to SPL-Hash-Games
           move Prepass-Hash-Attempts to SPL-Hash-Attempts
           move Prepass-Hash-Completed to SPL-Hash-Completed
           move Prepass-Hash-Three to SPL-Hash-Three
           perform varying Stream-Ix from 1 by 1
              until Stream-Ix > 5
              move ST-Count(Stream-Ix) to SPL-Stream-Count(Stream-Ix)
           end-perform
           compute SPL-Cross-Count = CrossTradeCount + FollowCount
           end-compute
           move "S" to SPL-Merge-Status
           write Split-Control-Record
           end-write
           perform File-Check-Split-Control
           close Split-Control-File
           .

      * the partitions leave the flag alone - it goes up here, for
      * the whole partitioned update, and FRPMERGE takes it down
       Set-Batch-Flag.
           open i-o Season-File
           if Season-No-File
              display "No FRSEASON file - batch/online coordination "
                 "flag skipped"
           else
              perform File-Check-Season
              move "BATCHRUN" to FD-Season-Key
              read Season-File into Season-Record
              end-read
              move function current-date to Date-and-Time
              if Season-Not-Found
                 move spaces to Season-Record
                 move "BATCHRUN" to SEA-Key
                 perform Fill-Batch-Flag
                 write FD-Season-Record from Season-Record
                 end-write
              else
                 perform File-Check-Season
                 perform Fill-Batch-Flag
                 rewrite FD-Season-Record from Season-Record
                 end-rewrite
              end-if
              perform File-Check-Season
              close Season-File
           end-if
           .

       Fill-Batch-Flag.
           move "U" to SEA-Batch-Flag
           move TodayDate to SEA-Batch-Date
           string DT-Hour DT-Minute DT-Second
              delimited by size into SEA-Batch-Time
           end-string
           move Batch-Window-Reopen to SEA-Batch-Reopen
           .

       Print-Split-Summary.
           display " "
           display "Batch " Prepass-Business-Date " from "
              Prepass-Source " split:"
           display "  Details in batch:      " Prepass-Record-Count
           perform varying Stream-Ix from 1 by 1
              until Stream-Ix > 5
              display "  Stream " Stream-Ids(Stream-Ix:1)
                 ":              " ST-Count(Stream-Ix)
           end-perform
           display "  X - cross trades:      " CrossTradeCount
           display "  X - following a key:   " FollowCount
           display "  X - team in no range:  " UnrangedCount
           display "  X - future-dated:      " FutureCount
           .

       File-Check-Update.
           if not Update-File-OK and not Update-File-EOF
              display "FRUPDATE file status: " Update-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              and not Control-Card-Not-Found
              display "FRUPDCTL file status: " Control-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Partition-Card.
           if not Partition-Card-OK and not Partition-Card-EOF
              display "FRPARTN file status: " Partition-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Run-Control.
           if not Run-Control-OK and not Run-Control-EOF
              and not Run-Control-Not-Found
              display "FRRUNCTL file status: " Run-Control-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Split-Control.
           if not Split-Control-OK and not Split-Control-EOF
              display "FRSPLCTL file status: " Split-Control-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Part.
           if not Part-File-OK
              display "Stream " Stream-Ids(Stream-Ix:1)
                 " file status: " Part-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Pidx.
           if not Pidx-OK
              display "FRPIDX file status: " Pidx-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Season.
           if not Season-File-OK
              display "FRSEASON file status: " Season-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error splitting the FRUPDATE batch - the "
              "partitions must not run"
           close Update-File
           close Control-Card-File
           close Partition-Card-File
           close Run-Control-File
           close Split-Control-File
           close Part-1-File
           close Part-2-File
           close Part-3-File
           close Part-4-File
           close Part-X-File
           close Pidx-File
           close Season-File
           perform Stamp-Step-End
           goback
           .

      * run-status bookkeeping through the shared FRSTAT service -
      * the split starts the night's FRUPDATE step; FRPMERGE ends
      * it, or this program does when it refuses the batch
       Stamp-Step-Start.
           move "STRT" to STA-Function
           move "FRUPDATE" to STA-Step-Name
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .

       Stamp-Step-End.
           move "ENDS" to STA-Function
           move "FRUPDATE" to STA-Step-Name
           move return-code to STA-Return-Code
           move Prepass-Record-Count to STA-Records-In
           move zero to STA-Records-Applied
           move zero to STA-Exception-Count
           move zero to STA-Held-Count
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .
