              Organization sequential
              Access Sequential
              File Status History-File-Status.
           SELECT History-Part-File
              ASSIGN to "FRHISTP"
              Organization sequential
              Access Sequential
              File Status History-File-Status.
           SELECT Count-File
              ASSIGN to "FRPCOUNT"
              Organization sequential
              Access Sequential
              File Status Count-File-Status.
           SELECT Run-Control-File
              ASSIGN to "FRRUNCTL"
              Organization sequential
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           Select Rule-File
               Record Key FD-Rule-Key
               Assign to "FRRULES"
               Organization Indexed
               Access Dynamic
               File Status Rule-File-Status.
           Select Contract-File
               Record Key FD-Contract-Key
               Assign to "FRCONTR"
               Organization Indexed
               Access Dynamic
               File Status Contract-File-Status.
           Select Dated-File
               Record Key FD-Dated-Seq
               Assign to "FRDATED"
               Organization Indexed
               Access Dynamic
               File Status Dated-File-Status.
           SELECT Error-Log-File
              ASSIGN to "RUNLOG"
              Organization sequential
              Access Sequential
              File Status Error-Log-Status.
           SELECT Tolerance-File
              ASSIGN to "FRTOLCTL"
              Organization sequential
              Access Sequential
              File Status Tolerance-File-Status.
           SELECT Hold-File
              ASSIGN to "FRHOLD"
              Organization sequential
              Access Sequential
              File Status Hold-File-Status.
           SELECT Sort-File
              ASSIGN to "SORTWK".
           SELECT Hist-Sort-File
              ASSIGN to "SORTWK".

       Data Division.
       File Section.
           05  SRT-Player             pic x(20).
           05  SRT-Seq                pic 9(09).
           05  SRT-Transaction        pic x(80).
       SD  Hist-Sort-File
           Data record Hist-Sort-Record.
       01  Hist-Sort-Record.
           05  HSR-Key.
               10  HSR-Team-Name      pic x(20).
               10  HSR-Player-Name    pic x(20).
           05  HSR-Date               pic x(08).
           05  HSR-Games              pic 9(05).
           05  HSR-Attempts           pic 9(05).
           05  HSR-Completed          pic 9(05).
           05  HSR-Three-Pointers     pic 9(05).
           05  filler                 pic x(09).
       FD  Suspense-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-File-Record.
       01  Suspense-File-Record.
           Data record History-File-Record.
       01  History-File-Record.
           copy FRHISTR.
       FD  History-Part-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-Part-Record.
       01  History-Part-Record            pic x(77).
       FD  Count-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Count-Record.
       01  Count-Record.
           copy FRPCNTR.
       FD  Run-Control-File
           Recording mode F
           Record contains 80 characters
           Data record Control-Card-Record.
       01  Control-Card-Record.
           05  CTL-Keyword            pic x(08).
           05  filler                 pic x(01).
           05  CTL-Partition-Id       pic x(01).
           05  filler                 pic x(70).
       FD  Journal-File
           Recording mode F
           Record contains 237 characters
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Rule-File.
       01  FD-Rule-Record.
           copy FRRULK.
       FD  Contract-File.
       01  FD-Contract-Record.
           copy FRCONK.
       FD  Dated-File.
       01  FD-Dated-Record.
           copy FRDATEK.
       FD  Tolerance-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Tolerance-Record.
       01  Tolerance-Record.
           05  TOL-Keyword            pic x(08).
           05  TOL-Limit-X            pic x(05).
           05  TOL-Limit redefines TOL-Limit-X
                                      pic 9(05).
           05  TOL-Multiple-X         pic x(02).
           05  TOL-Multiple redefines TOL-Multiple-X
                                      pic 9(02).
           05  filler                 pic x(65).
       FD  Hold-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-Record.
       01  Hold-Record.
           copy FRHOLDR.
       FD  Error-Log-File
           Recording mode F
           Record contains 80 characters
               88  Team-KSDS-Not-Found    value "23".
           05  History-File-Status        pic x(02).
               88  History-File-OK        value "00".
           05  Count-File-Status          pic x(02).
               88  Count-File-OK          value "00".
               88  Count-Not-Found        value "35".
           05  Journal-File-Status        pic x(02).
               88  Journal-File-OK        value "00".
           05  Run-Control-Status         pic x(02).
               88  Season-File-OK         value "00".
               88  Season-Not-Found       value "23".
               88  Season-No-File         value "35".
           05  Tolerance-File-Status      pic x(02).
               88  Tolerance-File-OK      value "00".
               88  Tolerance-File-EOF     value "10".
               88  Tolerance-Not-Found    value "35".
           05  Hold-File-Status           pic x(02).
               88  Hold-File-OK           value "00".
               88  Hold-Not-Found         value "35".
           05  Rule-File-Status           pic x(02).
               88  Rule-File-OK           value "00".
               88  Rule-Not-Found         value "23".
               88  Rule-No-File           value "35".
           05  Contract-File-Status       pic x(02).
               88  Contract-OK            value "00".
               88  Contract-Not-Found     value "23".
               88  Contract-No-File       value "35".
           05  Dated-File-Status          pic x(02).
               88  Dated-OK               value "00".
               88  Dated-No-File          value "35".
       01  LastFileStatus                 pic x(02).
       01  Update-Transaction.
           copy FRUPDATE.
           05  Next-Player-Id             pic 9(07) value zero.
       01  Season-Record.
           copy FRSEASR.
       01  Contract-Record.
           copy FRCONR.
       01  Dated-Record.
           copy FRDATER.
      * an effective date after the run's business date parks the
      * transaction in FRDATED until FRDTREL releases it
       01  Dated-Vars.
           05  Run-Effective-Date         pic x(08) value spaces.
           05  Future-Dated-Flag          pic x value "N".
               88  Future-Dated           value "Y".
           05  ParkedCount                pic 9(07) value zero.
           05  Next-Dated-Seq             pic 9(07) value zero.
      * salary-cap check on a TRADE - the cap comes off the FRSEASON
      * "CURRENT " record, the salaries off FRCONTR by FRPIDX id
       01  Salary-Cap-Vars.
           05  Cap-Check-Flag             pic x value "N".
               88  Cap-Check-Active       value "Y".
           05  Salary-Cap                 pic 9(09)v99 value zero.
           05  Cap-Player-Salary          pic 9(09)v99 value zero.
           05  Cap-Team-Payroll           pic 9(11)v99 value zero.
           05  Cap-Lookup-Salary          pic 9(09)v99 value zero.
           05  Cap-Today                  pic x(08) value spaces.
       01  FRSTAT-Parms.
           copy FRSTATPA.
      * partition mode: a PARTITN card in FRUPDCTL (stream id in
      * col 10 - 1 to 4, or X for the serial cross-partition pass)
      * runs one FRPSPLIT stream. The run leaves FRRNSTAT, FRMETRIC,
      * FRHIST, and the BATCHRUN flag to FRPMERGE: it writes its
      * history rows to FRHISTP and its counts to FRPCOUNT, and a
      * numbered partition takes new player ids from the block
      * FRPSPLIT reserved it instead of the shared counter.
       01  Partition-Vars.
           05  Partition-Id               pic x(01) value space.
               88  Partition-Run          values "1" "2" "3" "4" "X".
               88  Id-Block-Run           values "1" "2" "3" "4".
           05  Pidx-Counter-Name          pic x(20) value spaces.
           05  Partition-Start-Time       pic x(06) value spaces.
       01  Batch-Flag-Vars.
      * published end of the nightly batch window - what FRMAINT
      * tells a user refused while the flag is up
           05 InjuryCount                 pic 9(07) value zero.
           05 NamefixCount                pic 9(07) value zero.
           05 RejectCount                 pic 9(07) value zero.
           05 HoldCount                   pic 9(07) value zero.
       01  Run-Control-Vars.
           05 Prepass-Record-Count        pic 9(07) value zero.
           05 Prepass-Hash-Games          pic 9(09) value zero.
              10 Delta-Three              pic s9(08) value zero.
              10 Delta-Players            pic s9(05) value zero.
           05 Work-Player-Count           pic s9(07) value zero.
      * hold-for-approval: an UPDATE whose stats fall outside the
      * FRTOLCTL tolerances, or that would leave the player's totals
      * behind his last FRHIST row, is parked in FRHOLD instead of
      * applied. Zero in a limit means that stat is not checked.
       01  Tolerance-Vars.
           05 Tolerance-Flag              pic x value "N".
               88 Tolerances-Active       value "Y".
           05 Tol-Max-Games               pic 9(05) value zero.
           05 Tol-Max-Attempts            pic 9(05) value zero.
           05 Tol-Max-Completed           pic 9(05) value zero.
           05 Tol-Max-Three               pic 9(05) value zero.
           05 Tol-Mult-Attempts           pic 9(02) value zero.
           05 Tol-Mult-Completed          pic 9(02) value zero.
           05 Tol-Mult-Three              pic 9(02) value zero.
      * a career rate off fewer games than this is too thin to
      * judge a night's line against
           05 Tol-History-Min-Games       pic 9(05) value 5.
           05 Tol-Games-Divisor           pic 9(05) value zero.
           05 Tol-Per-Game                pic 9(05)v99 value zero.
           05 Tol-Hist-Rate               pic 9(05)v99 value zero.
           05 Hold-Reason-Code            pic 9(02) value zero.
               88 Hold-Requested          value 1 thru 99.
           05 Hold-Reason-Text            pic x(30) value spaces.
       01  Last-History-Vars.
           05 LastHistCount               pic 9(05) value zero.
           05 Max-Last-History            pic 9(05) value 5000.
           05 Last-Hist-Found-Flag        pic x value "N".
               88 Last-Hist-Found         value "Y".
           05 Hist-Sort-EOF-Flag          pic x value "N".
               88 Hist-Sort-EOF           value "Y".
           05 Prior-HSR-Key               pic x(40) value low-values.
       01  Last-History-Table.
           05 Last-Hist-Entry occurs 1 to 5000 times
                 depending on LastHistCount
                 ascending key LH-Key
                 indexed by LH-Ix.
              10 LH-Key                   pic x(40).
              10 LH-Games                 pic 9(05).
              10 LH-Attempts              pic 9(05).
              10 LH-Completed             pic 9(05).
              10 LH-Three-Pointers        pic 9(05).
      * league roster rules from FRRULES: an ADD, TRADE, ROSTER, or
      * NAMEFIX that would leave the team over the active or injured
      * limit, put a player at a position the league doesn't carry,
      * or give two active players on one team the same jersey is
      * suspended instead of applied. Only what the transaction
      * changes is judged, so a team already out of bounds can still
      * be fixed one move at a time.
       01  Rule-Record.
           copy FRRULR.
       01  Roster-Rule-Vars.
           05 Roster-Rule-Flag            pic x value "N".
               88 Roster-Rules-Active     value "Y".
           05 Rule-Team                   pic x(20).
           05 Rule-Skip-Player            pic x(20).
           05 Rule-New-Position           pic x(02).
           05 Rule-New-Jersey             pic 9(03).
           05 Rule-New-Status             pic x(01).
           05 Rule-Count-Flag             pic x value "N".
               88 Rule-Count-Check        value "Y".
           05 Rule-Jersey-Flag            pic x value "N".
               88 Rule-Jersey-Check       value "Y".
           05 Rule-Active-Count           pic 9(05) value zero.
           05 Rule-Injured-Count          pic 9(05) value zero.
           05 Rule-Jersey-Count           pic 9(05) value zero.
           05 Rule-Position-Flag          pic x value "N".
               88 Rule-Position-Found     value "Y".
           05 Rule-Pos-Ix                 pic 9(02) value zero.
           05 Rule-Scan-Flag              pic x value "N".
               88 Rule-Scan-Done          value "Y".
       01  Roster-Scan-Record.
           05  RSC-Key.
               10  RSC-Team-Name          pic x(20).
               10  RSC-Player-Name        pic x(20).
           05  filler                     pic x(37).
           05  RSC-Position               pic x(02).
           05  RSC-Jersey-Number          pic 9(03).
           05  RSC-Status                 pic x(01).
               88  RSC-Active             value "A".
               88  RSC-Injured            value "I".
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year               pic 9(04).
           05  DT-GMT-Offset-Minutes pic 9(02).

       Procedure Division.
           perform Read-Control-Cards
           perform Stamp-Step-Start
      * before anything touches FRSEED, make sure this transaction
      * file hasn't already been applied by a completed run
           perform Prepass-Scan
           perform Validate-Batch-Controls
           if Batch-Failed
              display "Duplicate run detected but OVERRIDE supplied "
                 "- applying anyway"
           end-if
           perform Load-Tolerances
           perform Load-Roster-Rules
           perform Load-Salary-Cap
           perform Set-Run-Effective-Date

      * master-availability flag up before the first file opens -
      * FRMAINT holds its corrections until it clears. An abend
      * leaves it up on purpose: the masters are mid-flight until
      * the rerun completes.
           if not Partition-Run
              perform Set-Batch-Flag
           end-if

           if Sorted-Mode
              display "High-volume sorted-apply mode selected"
           perform Write-Run-Control
           perform Clear-Batch-Flag
           perform File-Quit
           if Partition-Run
              perform Stamp-Step-End
              goback
           end-if

      * read and display the updated KSDS file
           open i-o KSDS-File
           open i-o KSDS-File
           open i-o Team-KSDS-File
           open extend Suspense-File
           perform Open-History-File
           open extend Journal-File
           perform Open-Pidx-File
           perform Open-Injury-File
           perform Open-Hold-File
           perform Open-Dated-File
           perform File-Check-Update
           perform File-Check-KSDS
           perform File-Check-Team
           open i-o KSDS-File
           open i-o Team-KSDS-File
           open extend Suspense-File
           perform Open-History-File
           open extend Journal-File
           perform Open-Pidx-File
           perform Open-Injury-File
           perform Open-Hold-File
           perform Open-Dated-File
           perform File-Check-KSDS
           perform File-Check-Team
           perform File-Check-Suspense
       Sorted-Apply-One.
           move SRT-Transaction to Update-Transaction
           move SRT-Seq to ActionNum
           perform Check-Effective-Date
           if Future-Dated
              perform Park-Dated-Transaction
           else
           if FTU-TRADE or FTU-NAMEFIX
      * a trade or a name correction touches two keys, so it can't
      * ride in a held player group - flush whatever is held and
              perform Sorted-Group-Check
              perform Sorted-Edit-And-Apply
           end-if
           end-if
           .

       Sorted-Group-Check.
                    move 8 to CheckDataStatus
              END-EVALUATE
           end-if
           if CheckDataStatus equal zero
              perform Check-Roster-Rules
           end-if
           if CheckDataStatus equal zero and FTU-UPDATE
              perform Check-Tolerance
           end-if
           if CheckDataStatus equal zero
              EVALUATE true
                 WHEN FTU-ADD
                    perform Held-Add
                    add 1 to AddCount
                 WHEN FTU-UPDATE and Hold-Requested
                    perform Hold-Transaction
                 WHEN FTU-UPDATE
                    perform Held-Update
                    add 1 to UpdateCount
      * carry no update of their own
              display "Batch control record - no action applied"
           else
              perform Check-Effective-Date
              if Future-Dated
                 perform Park-Dated-Transaction
              else
                 perform Apply-One-Update
              end-if
           end-if
           if function mod(ActionNum, CheckpointInterval) equal zero
              perform Write-Checkpoint
           if CheckDataStatus equal zero
              perform CheckKeyConflict
           end-if
           if CheckDataStatus equal zero
              perform Read-Roster-Player
              perform Check-Roster-Rules
           end-if
           if CheckDataStatus equal zero and FTU-TRADE
              perform Check-Salary-Cap
           end-if
           if CheckDataStatus equal zero and FTU-UPDATE
              perform Check-Tolerance
           end-if
           display "after check"
           if CheckDataStatus equal zero
              display "Equal zero"
                    display "Delete " FTU-Team-Name FTU-Player-Name
                    perform ActionDelete
                    add 1 to DeleteCount
                 WHEN FTU-UPDATE and Hold-Requested
                    perform Hold-Transaction
                 WHEN FTU-UPDATE
                    display "update"
                    display "Update " FTU-Team-Name FTU-Player-Name
                 if CTL-Keyword equal "SORTED"
                    move "S" to Run-Mode-Flag
                 end-if
                 if CTL-Keyword equal "PARTITN "
                    perform Take-Partition-Card
                 end-if
                 read Control-Card-File
                 perform File-Check-Card
              end-perform
           end-if
           .

      * a stream id FRPSPLIT never cut must not be taken for a
      * whole-batch run, or the stream's file would be stamped as
      * the night's FRUPDATE
       Take-Partition-Card.
           move CTL-Partition-Id to Partition-Id
           if not Partition-Run
              display "PARTITN card stream id must be 1-4 or X: "
                 Control-Card-Record(1:10)
              move spaces to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           display "Partition mode - stream " Partition-Id
           if Id-Block-Run
              string "PARTITION " Partition-Id
                 delimited by size into Pidx-Counter-Name
              end-string
           end-if
           .

      * One straight read of the transaction file before the apply
      * pass: pick up the batch header, count the detail records,
      * and accumulate hash totals of the four stat fields to
           perform File-Check-Restart
           .

      * FRTOLCTL carries one card per stat (keyword cols 1-8):
      *   GAMES    - most games one UPDATE may add (cols 9-13)
      *   ATTEMPTS - most attempts per game (cols 9-13), and the
      *   COMPLETD   most times the player's per-game rate as of
      *   THREES     his last FRHIST row (cols 14-15)
      * No FRTOLCTL at all means nothing is held. A batch cut by
      * FRHLDREL is the supervisor's approved items coming back, so
      * it is never held a second time.
       Load-Tolerances.
           open input Tolerance-File
           if Tolerance-Not-Found
              display "No FRTOLCTL tolerances - nothing will be held"
           else
              perform File-Check-Tolerance
              read Tolerance-File
              perform File-Check-Tolerance
              perform with test before
                 until Tolerance-File-EOF
                 perform Apply-Tolerance-Card
                 read Tolerance-File
                 perform File-Check-Tolerance
              end-perform
              close Tolerance-File
              if Prepass-Source equal "FRHLDREL"
                 display "Released-hold batch - tolerances not applied"
              else
                 move "Y" to Tolerance-Flag
                 perform Load-Last-History
              end-if
           end-if
           .

       Apply-Tolerance-Card.
           if TOL-Limit-X not equal spaces
              and not TOL-Limit-X is numeric
              or TOL-Multiple-X not equal spaces
              and not TOL-Multiple-X is numeric
              display "Bad FRTOLCTL card ignored: " Tolerance-Record
           else
              if TOL-Limit-X equal spaces
                 move zero to TOL-Limit
              end-if
              if TOL-Multiple-X equal spaces
                 move zero to TOL-Multiple
              end-if
              EVALUATE TOL-Keyword
                 WHEN "GAMES   "
                    move TOL-Limit to Tol-Max-Games
                 WHEN "ATTEMPTS"
                    move TOL-Limit to Tol-Max-Attempts
                    move TOL-Multiple to Tol-Mult-Attempts
                 WHEN "COMPLETD"
                    move TOL-Limit to Tol-Max-Completed
                    move TOL-Multiple to Tol-Mult-Completed
                 WHEN "THREES  "
                    move TOL-Limit to Tol-Max-Three
                    move TOL-Multiple to Tol-Mult-Three
                 WHEN other
                    display "Bad FRTOLCTL card ignored: "
                       Tolerance-Record
              END-EVALUATE
           end-if
           .

      * The player's last FRHIST row, for every player, in one
      * pass: sort FRHIST by key keeping each player's rows in
      * arrival order, and keep the last row of every key group.
      * The table comes out in key order for a binary search.
       Load-Last-History.
           move zero to LastHistCount
           sort Hist-Sort-File
              on ascending key HSR-Key
              with duplicates in order
              using History-File
              output procedure is Keep-Last-History
           display "Last FRHIST rows loaded: " LastHistCount
           .

       Keep-Last-History.
           move "N" to Hist-Sort-EOF-Flag
           move low-values to Prior-HSR-Key
           perform Hist-Sort-Get
           perform with test before
              until Hist-Sort-EOF
              if HSR-Key not equal Prior-HSR-Key
                 if LastHistCount < Max-Last-History
                    add 1 to LastHistCount
                 else
                    display "FRHIST player table full at "
                       Max-Last-History " - later players unchecked "
                       "against history"
                    move "Y" to Hist-Sort-EOF-Flag
                 end-if
                 move HSR-Key to Prior-HSR-Key
              end-if
              if not Hist-Sort-EOF
                 move HSR-Key to LH-Key(LastHistCount)
                 move HSR-Games to LH-Games(LastHistCount)
                 move HSR-Attempts to LH-Attempts(LastHistCount)
                 move HSR-Completed to LH-Completed(LastHistCount)
                 move HSR-Three-Pointers
                    to LH-Three-Pointers(LastHistCount)
                 perform Hist-Sort-Get
              end-if
           end-perform
           .

       Hist-Sort-Get.
           return Hist-Sort-File
              at end set Hist-Sort-EOF to true
           end-return
           .

       Find-Last-History.
           move "N" to Last-Hist-Found-Flag
           if LastHistCount > zero
              search all Last-Hist-Entry
                 at end
                    continue
                 when LH-Key(LH-Ix) equal KSDS-Key
                    move "Y" to Last-Hist-Found-Flag
              end-search
           end-if
           .

      * Called for an UPDATE that passed every edit, with the
      * player's current master in KSDS-Record. The first
      * tolerance broken is the reason the item is held.
       Check-Tolerance.
           move zero to Hold-Reason-Code
           if Tolerances-Active
              move FTU-Games to Tol-Games-Divisor
              if Tol-Games-Divisor equal zero
                 move 1 to Tol-Games-Divisor
              end-if
              if Tol-Max-Games > zero
                 and FTU-Games > Tol-Max-Games
                 move 1 to Hold-Reason-Code
              end-if
              compute Tol-Per-Game = FTU-Attempts / Tol-Games-Divisor
              end-compute
              if Hold-Reason-Code equal zero
                 and Tol-Max-Attempts > zero
                 and Tol-Per-Game > Tol-Max-Attempts
                 move 2 to Hold-Reason-Code
              end-if
              compute Tol-Per-Game = FTU-Completed / Tol-Games-Divisor
              end-compute
              if Hold-Reason-Code equal zero
                 and Tol-Max-Completed > zero
                 and Tol-Per-Game > Tol-Max-Completed
                 move 3 to Hold-Reason-Code
              end-if
              compute Tol-Per-Game =
                 FTU-Three-Pointers / Tol-Games-Divisor
              end-compute
              if Hold-Reason-Code equal zero
                 and Tol-Max-Three > zero
                 and Tol-Per-Game > Tol-Max-Three
                 move 4 to Hold-Reason-Code
              end-if
              perform Find-Last-History
              if Hold-Reason-Code equal zero and Last-Hist-Found
                 perform Check-Against-History
              end-if
              if Hold-Requested
                 perform Describe-Hold-Reason
              end-if
           end-if
           .

       Check-Against-History.
           if KT-Games + FTU-Games < LH-Games(LH-Ix)
              or KT-Attempts + FTU-Attempts < LH-Attempts(LH-Ix)
              or KT-Completed + FTU-Completed < LH-Completed(LH-Ix)
              or KT-Three-Pointers + FTU-Three-Pointers
                 < LH-Three-Pointers(LH-Ix)
              move 8 to Hold-Reason-Code
           end-if
           if Hold-Reason-Code equal zero
              and LH-Games(LH-Ix) >= Tol-History-Min-Games
              compute Tol-Hist-Rate =
                 LH-Attempts(LH-Ix) / LH-Games(LH-Ix)
              end-compute
              compute Tol-Per-Game = FTU-Attempts / Tol-Games-Divisor
              end-compute
              if Tol-Mult-Attempts > zero and Tol-Hist-Rate > zero
                 and Tol-Per-Game > Tol-Hist-Rate * Tol-Mult-Attempts
                 move 5 to Hold-Reason-Code
              end-if
              compute Tol-Hist-Rate =
                 LH-Completed(LH-Ix) / LH-Games(LH-Ix)
              end-compute
              compute Tol-Per-Game = FTU-Completed / Tol-Games-Divisor
              end-compute
              if Hold-Reason-Code equal zero
                 and Tol-Mult-Completed > zero and Tol-Hist-Rate > zero
                 and Tol-Per-Game > Tol-Hist-Rate * Tol-Mult-Completed
                 move 6 to Hold-Reason-Code
              end-if
              compute Tol-Hist-Rate =
                 LH-Three-Pointers(LH-Ix) / LH-Games(LH-Ix)
              end-compute
              compute Tol-Per-Game =
                 FTU-Three-Pointers / Tol-Games-Divisor
              end-compute
              if Hold-Reason-Code equal zero
                 and Tol-Mult-Three > zero and Tol-Hist-Rate > zero
                 and Tol-Per-Game > Tol-Hist-Rate * Tol-Mult-Three
                 move 7 to Hold-Reason-Code
              end-if
           end-if
           .

      * the FRHOLD reason-code list
       Describe-Hold-Reason.
           EVALUATE Hold-Reason-Code
              WHEN 1
                 move "GAMES OVER LIMIT              "
                    to Hold-Reason-Text
              WHEN 2
                 move "ATTEMPTS PER GAME OVER LIMIT  "
                    to Hold-Reason-Text
              WHEN 3
                 move "COMPLETED PER GAME OVER LIMIT "
                    to Hold-Reason-Text
              WHEN 4
                 move "THREES PER GAME OVER LIMIT    "
                    to Hold-Reason-Text
              WHEN 5
                 move "ATTEMPTS OUT OF LINE W/HISTORY"
                    to Hold-Reason-Text
              WHEN 6
                 move "COMPLETED OUT OF LINE W/HIST  "
                    to Hold-Reason-Text
              WHEN 7
                 move "THREES OUT OF LINE W/HISTORY  "
                    to Hold-Reason-Text
              WHEN 8
                 move "TOTALS WOULD GO BACKWARDS     "
                    to Hold-Reason-Text
              WHEN other
                 move "UNKNOWN HOLD REASON           "
                    to Hold-Reason-Text
           END-EVALUATE
           .

      * parked, not applied - FRSEED, FRTEAM, FRHIST, and the
      * journal never see a held item until FRHLDREL releases it
       Hold-Transaction.
           move spaces to Hold-Record
           move Update-Transaction to HLD-Transaction
           move Hold-Reason-Code to HLD-Reason-Code
           move Hold-Reason-Text to HLD-Reason-Text
           move function current-date to Date-and-Time
           move TodayDate to HLD-Held-Date
           move Prepass-Source to HLD-Batch-Source
           move Prepass-Business-Date to HLD-Batch-Date
           write Hold-Record
           end-write
           perform File-Check-Hold
           add 1 to HoldCount
           display "Held for review: " FTU-Team-Name FTU-Player-Name
              " - " Hold-Reason-Text
           .

       Open-Hold-File.
           open extend Hold-File
           if Hold-Not-Found
              open output Hold-File
           end-if
           perform File-Check-Hold
           .

      * the date an effective-dated item is judged against - the
      * batch header's business date, so a batch built for a night
      * applies what was due that night even when it runs late
       Set-Run-Effective-Date.
           if Prepass-Business-Date is numeric
              move Prepass-Business-Date to Run-Effective-Date
           else
              move function current-date(1:8) to Run-Effective-Date
           end-if
           display "Effective-dated items due through "
              Run-Effective-Date
           .

       Open-Dated-File.
           open i-o Dated-File
           if Dated-No-File
              open output Dated-File
              perform File-Check-Dated
              move zero to DQ-Seq
              move spaces to DQ-Control-Detail
              move zero to DQ-Last-Seq
              write FD-Dated-Record from Dated-Record
              end-write
              perform File-Check-Dated
              close Dated-File
              open i-o Dated-File
           end-if
           perform File-Check-Dated
           .

      * an INJURY carries no effective date - its data area is full
       Check-Effective-Date.
           move "N" to Future-Dated-Flag
           if not FTU-INJURY and not FTU-HEADER and not FTU-TRAILER
              and FTU-Effective-Date-X is numeric
              and FTU-Effective-Date-X > Run-Effective-Date
              move "Y" to Future-Dated-Flag
           end-if
           .

      * the field edits run now, so an item that could never apply
      * goes to suspense tonight instead of waiting for its date;
      * the key conflicts and the roster and cap rules are judged
      * on the night it is released, against the master as it is
       Park-Dated-Transaction.
           perform CheckData
           if CheckDataStatus equal zero
              move zero to FD-Dated-Seq
              read Dated-File into Dated-Record
              end-read
              perform File-Check-Dated
              add 1 to DQ-Last-Seq
              move DQ-Last-Seq to Next-Dated-Seq
              rewrite FD-Dated-Record from Dated-Record
              end-rewrite
              perform File-Check-Dated
              move spaces to Dated-Record
              move Next-Dated-Seq to DQ-Seq
              move FTU-Effective-Date-X to DQ-Effective-Date
              move Update-Transaction to DQ-Transaction
              move function current-date(1:8) to DQ-Parked-Date
              move Prepass-Source to DQ-Batch-Source
              write FD-Dated-Record from Dated-Record
              end-write
              perform File-Check-Dated
              add 1 to ParkedCount
              display "Parked until " DQ-Effective-Date " as "
                 DQ-Seq ": " FTU-Operation " " FTU-Team-Name
                 FTU-Player-Name
           else
              display "Invalid Data input. Status: " CheckDataStatus
              display "On action: " ActionNum " " FTU-Operation
              perform WriteSuspense
              add 1 to RejectCount
           end-if
           .

      * No FRRULES at all, or no LEAGUE record on it, means no
      * roster rules are enforced and the run goes on as before.
       Load-Roster-Rules.
           open input Rule-File
           if Rule-No-File
              display "No FRRULES roster rules - none enforced"
           else
              perform File-Check-Rules
              move "LEAGUE  " to FD-Rule-Key
              read Rule-File into Rule-Record
              end-read
              perform File-Check-Rules
              if Rule-Not-Found
                 display "No LEAGUE record on FRRULES - none enforced"
              else
                 move "Y" to Roster-Rule-Flag
                 display "Roster rules: max active " RL-Max-Active
                    " max injured " RL-Max-Injured
              end-if
              close Rule-File
           end-if
           .

      * no cap on the season record, or no FRCONTR yet, and a TRADE
      * is never judged against the cap
       Load-Salary-Cap.
           move function current-date(1:8) to Cap-Today
           open input Season-File
           if Season-File-OK
              move "CURRENT " to FD-Season-Key
              read Season-File into Season-Record
              end-read
              if Season-File-OK
                 and SEA-Salary-Cap-X is numeric
                 and SEA-Salary-Cap > zero
                 move SEA-Salary-Cap to Salary-Cap
              end-if
              close Season-File
           end-if
           if Salary-Cap equal zero
              display "No salary cap on FRSEASON - trades not capped"
           else
              open input Contract-File
              if Contract-No-File
                 display "No FRCONTR contracts - trades not capped"
              else
                 perform File-Check-Contract
                 move "Y" to Cap-Check-Flag
                 display "Salary cap: " Salary-Cap
              end-if
           end-if
           .

      * a one-player trade can only lower the sending team's payroll,
      * so only the receiving team is judged: its payroll on FRSEED
      * now plus the traded player's in-force salary
       Check-Salary-Cap.
           if Cap-Check-Active
              move FTU-Team-Name to FP-Team-Name
              move FTU-Player-Name to FP-Player-Name
              perform Find-Cap-Salary
              move Cap-Lookup-Salary to Cap-Player-Salary
              if Cap-Player-Salary > zero
                 perform Total-Team-Payroll
                 if Cap-Team-Payroll + Cap-Player-Salary > Salary-Cap
                    move 18 to CheckDataStatus
                    display "Trade refused - " FTU-New-Team-Name
                       " payroll " Cap-Team-Payroll
                       " plus " Cap-Player-Salary " over the cap"
                 end-if
              end-if
           end-if
           .

      * the in-force salary for the FRPIDX alias in FD-Pidx-Key -
      * zero when the alias has no id or the id has no contract
      * running today
       Find-Cap-Salary.
           move zero to Cap-Lookup-Salary
           read Pidx-File into Pidx-Record
           end-read
           if Pidx-OK
              move PX-Player-Id to FD-Contract-Key
              read Contract-File into Contract-Record
              end-read
              if Contract-OK
                 if CT-Start-Date <= Cap-Today
                    and CT-End-Date >= Cap-Today
                    move CT-Salary to Cap-Lookup-Salary
                 end-if
              else
                 perform File-Check-Contract
              end-if
           else
              if not Pidx-Not-Found
                 perform File-Check-Pidx
              end-if
           end-if
           .

       Total-Team-Payroll.
           move zero to Cap-Team-Payroll
           move "N" to Rule-Scan-Flag
           move FTU-New-Team-Name to FT-Team-Name
           move low-values to FT-Player-Name
           start KSDS-File
              key is >= FD-KSDS-Key
           end-start
           if not KSDS-OK
              move "Y" to Rule-Scan-Flag
           end-if
           perform with test before
              until Rule-Scan-Done
              read KSDS-File next
                 into Roster-Scan-Record
              end-read
              perform File-Check-KSDS
              if KSDS-EOF or RSC-Team-Name not equal FTU-New-Team-Name
                 move "Y" to Rule-Scan-Flag
              else
                 move RSC-Team-Name to FP-Team-Name
                 move RSC-Player-Name to FP-Player-Name
                 perform Find-Cap-Salary
                 add Cap-Lookup-Salary to Cap-Team-Payroll
              end-if
           end-perform
           .

      * the arrival path judges a move against the master as it
      * stands on file; the sorted path judges a ROSTER against the
      * held record, which is already in KSDS-Record
       Read-Roster-Player.
           if FTU-TRADE or FTU-NAMEFIX or FTU-ROSTER
              perform MoveKey
              perform ReadFromKSDS
           end-if
           .

       Check-Roster-Rules.
           if Roster-Rules-Active
              and (FTU-ADD or FTU-TRADE or FTU-ROSTER or FTU-NAMEFIX)
              perform Set-Roster-Proposal
              if Rule-Count-Check or Rule-Jersey-Check
                 perform Count-Team-Roster
              end-if
              perform Judge-Roster-Proposal
           end-if
           .

      * what the player would look like on which team once the
      * transaction is applied, and which of the rules it can break
       Set-Roster-Proposal.
           move "N" to Rule-Count-Flag
           move "N" to Rule-Jersey-Flag
           move FTU-Team-Name to Rule-Team
           move FTU-Player-Name to Rule-Skip-Player
           EVALUATE true
              WHEN FTU-ADD
                 move spaces to Rule-New-Position
                 move zero to Rule-New-Jersey
                 move "A" to Rule-New-Status
                 move "Y" to Rule-Count-Flag
              WHEN FTU-TRADE
                 move FTU-New-Team-Name to Rule-Team
                 move KT-Position to Rule-New-Position
                 move KT-Jersey-Number to Rule-New-Jersey
                 move KT-Status to Rule-New-Status
                 move "Y" to Rule-Count-Flag
                 move "Y" to Rule-Jersey-Flag
              WHEN FTU-NAMEFIX
                 move KT-Position to Rule-New-Position
                 move KT-Jersey-Number to Rule-New-Jersey
                 move KT-Status to Rule-New-Status
                 move "Y" to Rule-Jersey-Flag
              WHEN FTU-ROSTER
                 move KT-Position to Rule-New-Position
                 move KT-Jersey-Number to Rule-New-Jersey
                 move KT-Status to Rule-New-Status
                 if FTU-Position not equal spaces
                    move FTU-Position to Rule-New-Position
                 end-if
                 if FTU-Jersey-X is numeric
                    and FTU-Jersey not equal KT-Jersey-Number
                    move FTU-Jersey to Rule-New-Jersey
                    move "Y" to Rule-Jersey-Flag
                 end-if
                 if FTU-Status not equal space
                    and FTU-Status not equal KT-Status
                    move FTU-Status to Rule-New-Status
                    move "Y" to Rule-Count-Flag
                    move "Y" to Rule-Jersey-Flag
                 end-if
           END-EVALUATE
           .

      * browse the team's other players on FRSEED - the player being
      * moved is left out of the counts
       Count-Team-Roster.
           move zero to Rule-Active-Count
           move zero to Rule-Injured-Count
           move zero to Rule-Jersey-Count
           move "N" to Rule-Scan-Flag
           move Rule-Team to FT-Team-Name
           move low-values to FT-Player-Name
           start KSDS-File
              key is >= FD-KSDS-Key
           end-start
           if not KSDS-OK
              move "Y" to Rule-Scan-Flag
           end-if
           perform with test before
              until Rule-Scan-Done
              read KSDS-File next
                 into Roster-Scan-Record
              end-read
              perform File-Check-KSDS
              if KSDS-EOF or RSC-Team-Name not equal Rule-Team
                 move "Y" to Rule-Scan-Flag
              else
                 if RSC-Player-Name not equal Rule-Skip-Player
                    perform Count-Scan-Player
                 end-if
              end-if
           end-perform
           .

       Count-Scan-Player.
           if RSC-Active
              add 1 to Rule-Active-Count
              if RSC-Jersey-Number equal Rule-New-Jersey
                 add 1 to Rule-Jersey-Count
              end-if
           end-if
           if RSC-Injured
              add 1 to Rule-Injured-Count
           end-if
           .

       Judge-Roster-Proposal.
           if Rule-Count-Check and Rule-New-Status equal "A"
              and Rule-Active-Count >= RL-Max-Active
              move 14 to CheckDataStatus
           end-if
           if Rule-Count-Check and Rule-New-Status equal "I"
              and RL-Max-Injured > zero
              and Rule-Injured-Count >= RL-Max-Injured
              move 15 to CheckDataStatus
           end-if
           if Rule-New-Position not equal spaces
              and (not FTU-ROSTER or FTU-Position not equal spaces)
              perform Find-Rule-Position
              if not Rule-Position-Found
                 move 16 to CheckDataStatus
              end-if
           end-if
           if Rule-Jersey-Check and Rule-New-Status equal "A"
              and Rule-New-Jersey > zero
              and Rule-Jersey-Count > zero
              move 17 to CheckDataStatus
           end-if
           if CheckDataStatus not equal zero
              display "Roster rule refused " FTU-Operation " "
                 FTU-Team-Name FTU-Player-Name " reason "
                 CheckDataStatus
           end-if
           .

       Find-Rule-Position.
           move "N" to Rule-Position-Flag
           perform varying Rule-Pos-Ix from 1 by 1
              until Rule-Pos-Ix > 12 or Rule-Position-Found
              if RL-Position(Rule-Pos-Ix) equal Rule-New-Position
                 move "Y" to Rule-Position-Flag
              end-if
           end-perform
           .

       WriteSuspense.
           move Update-Transaction to SUS-Transaction
           move CheckDataStatus to SUS-Reason-Code
           move function current-date to Date-and-Time
           move TodayDate to SUS-Date
           move Prepass-Source to SUS-Batch-Source
           move Prepass-Business-Date to SUS-Batch-Date
           write Suspense-File-Record
           end-write
           perform File-Check-Suspense
           end-if
           end-if
           end-if
           if not FTU-INJURY
              and FTU-Effective-Date-X not equal spaces
              and not FTU-Effective-Date-X is numeric
              move 19 to CheckDataStatus
           end-if
           .

       CheckKeyConflict.
           move KT-Three-Pointers to HIST-Three-Pointers
           move KT-Pct-Completed to HIST-Pct-Completed
           move KT-Avg-Points to HIST-Avg-Points
           if Partition-Run
              write History-Part-Record from History-File-Record
              end-write
           else
              write History-File-Record
              end-write
           end-if
           perform File-Check-History
           .

           perform File-Check-Pidx
           .

      * FRHIST itself stays the read source for the last-history
      * table; a partition's new rows wait in FRHISTP for FRPMERGE
       Open-History-File.
           if Partition-Run
              open extend History-Part-File
           else
              open extend History-File
           end-if
           .

       Open-Injury-File.
           open i-o Injury-File
           if Injury-No-File

       Get-Next-Player-Id.
           move "#CONTROL" to FP-Team-Name
           move Pidx-Counter-Name to FP-Player-Name
           read Pidx-File into Pidx-Record
           end-read
           if Id-Block-Run
              perform Check-Id-Block
           end-if
           if Pidx-Not-Found
              move spaces to Pidx-Record
              move "#CONTROL" to PX-Team-Name
           end-if
           .

      * FRPSPLIT sized the block to every ADD, TRADE, and NAMEFIX
      * in the stream, so running out means the counter record was
      * disturbed - stop rather than hand out another block's ids
       Check-Id-Block.
           if Pidx-Not-Found
              display "No id block reserved for " Pidx-Counter-Name
              move Pidx-File-Status to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           perform File-Check-Pidx
           if PX-Player-Id not < PX-Block-Limit
              display "Id block exhausted for " Pidx-Counter-Name
                 " at " PX-Player-Id
              move Pidx-File-Status to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           .

      * An ADD either revives an alias already on file - the player
      * keeps the id his history already hangs on - or assigns the
      * next permanent id and records the alias as Current.
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Tolerance.
           if not Tolerance-File-OK and not Tolerance-File-EOF
              display "FRTOLCTL file status: " Tolerance-File-Status
              move Tolerance-File-Status to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Hold.
           if not Hold-File-OK
              display "FRHOLD file status: " Hold-File-Status
              display "On action: " ActionNum
              move Hold-File-Status to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Rules.
           if not Rule-File-OK and not Rule-Not-Found
              display "FRRULES file status: " Rule-File-Status
              move Rule-File-Status to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Dated.
           if not Dated-OK
              display "FRDATED file status: " Dated-File-Status
              display "On action: " ActionNum " " FTU-Operation
              move Dated-File-Status to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Contract.
           if not Contract-OK and not Contract-Not-Found
              display "FRCONTR file status: " Contract-File-Status
              move Contract-File-Status to LastFileStatus
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Restart.
           if not Restart-File-OK and not Restart-File-EOF
              and not Restart-File-Not-Found
           close Team-KSDS-File
           close Suspense-File
           close Restart-File
           if Partition-Run
              close History-Part-File
           else
              close History-File
           end-if
           close Journal-File
           close Pidx-File
           close Injury-File
           close Hold-File
           close Dated-File
           if Cap-Check-Active
              close Contract-File
           end-if
           .

       Print-Run-Summary.
           display "  INJURYs applied: " InjuryCount
           display "  NAMEFIXs applied:" NamefixCount
           display "  Rejected:        " RejectCount
           display "  Held for review: " HoldCount
           display "  Parked for date: " ParkedCount
           .

       Write-Error-Log.
      * run-status bookkeeping through the shared FRSTAT service -
      * a failed stamp is reported and ignored, never fatal
       Stamp-Step-Start.
           if Partition-Run
              move function current-date(9:6) to Partition-Start-Time
           else
              perform Stamp-FRSTAT-Start
           end-if
           .

      * a run resuming from a checkpoint leaves the first attempt's
      * start stamp standing - FRBALNC takes the night's journal
      * from that start time, and the first attempt's actions are
      * part of the night
       Stamp-FRSTAT-Start.
           perform Peek-Restart-Checkpoint
           if RestartPoint > zero
              display "Resuming run - start stamp left as first "
                 "attempt's"
           else
              move "STRT" to STA-Function
              move "FRUPDATE" to STA-Step-Name
              call "FRSTAT" using FRSTAT-Parms
              if not STA-OK
                 display "Run-status stamp failed: " STA-Status
              end-if
           end-if
           .

       Peek-Restart-Checkpoint.
           move zero to RestartPoint
           open input Restart-File
           if not Restart-File-Not-Found
              perform File-Check-Restart
              read Restart-File into Restart-File-Record
              perform File-Check-Restart
              perform with test before
                 until Restart-File-EOF
                 move RST-ActionNum to RestartPoint
                 read Restart-File into Restart-File-Record
                 perform File-Check-Restart
              end-perform
              close Restart-File
           end-if
           .

       Stamp-Step-End.
           if Partition-Run
              perform Write-Partition-Count
           else
              perform Stamp-FRSTAT-End
           end-if
           .

       Stamp-FRSTAT-End.
           move "ENDS" to STA-Function
           move "FRUPDATE" to STA-Step-Name
           move return-code to STA-Return-Code
           else
              move RejectCount to STA-Exception-Count
           end-if
           if HoldCount > 99999
              move 99999 to STA-Held-Count
           else
              move HoldCount to STA-Held-Count
           end-if
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .

      * a partition's counts go to FRPCOUNT for FRPMERGE to sum into
      * the night's one FRUPDATE stamp - never fatal, like a stamp
       Write-Partition-Count.
           open extend Count-File
           if Count-Not-Found
              open output Count-File
           end-if
           if not Count-File-OK
              display "Partition count not written: " Count-File-Status
           else
              move spaces to Count-Record
              move Partition-Id to PC-Stream-Id
              move Prepass-Source to PC-Batch-Source
              move Prepass-Business-Date to PC-Batch-Date
              move function current-date to Date-and-Time
              move TodayDate to PC-Run-Date
              move Partition-Start-Time to PC-Start-Time
              string DT-Hour DT-Minute DT-Second
                 delimited by size into PC-End-Time
              end-string
              move return-code to PC-Return-Code
              move Prepass-Record-Count to PC-Records-In
              move AddCount to PC-Add-Count
              move UpdateCount to PC-Update-Count
              move DeleteCount to PC-Delete-Count
              move TradeCount to PC-Trade-Count
              move RosterCount to PC-Roster-Count
              move InjuryCount to PC-Injury-Count
              move NamefixCount to PC-Namefix-Count
              move RejectCount to PC-Reject-Count
              move HoldCount to PC-Hold-Count
              move ParkedCount to PC-Parked-Count
              write Count-Record
              end-write
              if not Count-File-OK
                 display "Partition count not written: "
                    Count-File-Status
              end-if
              close Count-File
           end-if
           .
