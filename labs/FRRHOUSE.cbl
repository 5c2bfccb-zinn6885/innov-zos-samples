       Identification Division.
       Program-Id. FRRHOUSE.
      *****************************************************************
      * Retention housekeeping for the history and log datasets that
      * are only ever appended to - FRHIST, FRAUDIT, FRMETRIC, the
      * RUNLOG archive, MTHIST, and the ARITHREG invoice registers -
      * so FRTREND, MTASOF, and the rest stop replaying years of
      * rows to answer a question about last month. FRJRNL keeps its
      * own housekeeping in FRJHOUSE; this run follows the same
      * discipline for everything else.
      * The RETNCTL control file says, per dataset, how many days of
      * rows stay online and what happens to the rest:
      *   col 1-8    dataset - the DD name it is read from: FRHIST,
      *              FRAUDIT, FRMETRIC, RUNLOGAR, MTHIST, ARITHREG
      *   col 10-13  days kept online, 0001-9999
      *   col 15     A = expired rows go to the dataset's archive,
      *              D = expired rows are dropped
      * A dataset with no card is copied whole - nothing expires. A
      * card that fails its edits is listed REJECTED and its dataset
      * copied whole; RC=4 when any card was rejected.
      * A row expires when it is dated before its dataset's cut date
      * - today less the days kept - but the cut is never allowed
      * past the last season close (the SEA-Season-Opened date
      * FRSEASCL stamps on the FRSEASON "CURRENT " record, the day
      * the season-close archives were cut) nor past the newest
      * verified backup point (the latest OK verdict on FRBKVLOG).
      * With either one not on record nothing is cut at all. MTHIST
      * is further held to the MTPUBLOG change-feed mark: nothing on
      * or after the last PL-Hist-Through-Date is cut, so no feed
      * consumer loses a change it has not been sent, and the mark's
      * row count on that date still lines up. Every cut falls on a
      * date boundary - a day's rows are kept or expired together -
      * and each ARITHREG register run is dated by its own RUN DATE
      * heading, so a run is never split.
      * Each sequential dataset is split into a kept copy (xxxxNW,
      * swapped in by ops once the run ends RC=0, the FRJHOUSE swap
      * discipline) and its archive. MTHIST rows are a replay log,
      * so its kept copy opens with one carried-forward L row per
      * peak still standing at the cut, dated the day before it -
      * MTASOF replays the kept copy to the same answer for any
      * as-of date from then on; earlier dates need the archive
      * concatenated ahead of it. FRAUDIT is a KSDS shared with the
      * online region and is cut in place: expired records are
      * archived and deleted.
      * Every split is proven: rows read must equal rows kept plus
      * archived plus dropped, or the run ends RC=12 and that kept
      * copy must not be swapped in.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           SELECT Retention-Card-File
              ASSIGN to "RETNCTL"
              Organization sequential
              Access Sequential
              File Status Retention-Card-Status.
           SELECT Verify-Log-File
              ASSIGN to "FRBKVLOG"
              Organization sequential
              Access Sequential
              File Status Verify-Log-Status.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Pub-Log-File
              ASSIGN to "MTPUBLOG"
              Organization sequential
              Access Sequential
              File Status Pub-Log-Status.
           SELECT History-File
              ASSIGN to "FRHIST"
              Organization sequential
              Access Sequential
              File Status History-File-Status.
           SELECT History-Kept-File
              ASSIGN to "FRHISTNW"
              Organization sequential
              Access Sequential
              File Status History-Kept-Status.
           SELECT History-Archive-File
              ASSIGN to "FRHISTAR"
              Organization sequential
              Access Sequential
              File Status History-Archive-Status.
           Select Audit-File
               Record Key FD-Audit-Key
               Assign to "FRAUDIT"
               Organization Indexed
               Access Dynamic
               File Status Audit-File-Status.
           SELECT Audit-Archive-File
              ASSIGN to "FRAUDTAR"
              Organization sequential
              Access Sequential
              File Status Audit-Archive-Status.
           SELECT Metrics-File
              ASSIGN to "FRMETRIC"
              Organization sequential
              Access Sequential
              File Status Metrics-File-Status.
           SELECT Metrics-Kept-File
              ASSIGN to "FRMETNW"
              Organization sequential
              Access Sequential
              File Status Metrics-Kept-Status.
           SELECT Metrics-Archive-File
              ASSIGN to "FRMETAR"
              Organization sequential
              Access Sequential
              File Status Metrics-Archive-Status.
           SELECT Runlog-File
              ASSIGN to "RUNLOGAR"
              Organization sequential
              Access Sequential
              File Status Runlog-File-Status.
           SELECT Runlog-Kept-File
              ASSIGN to "RUNLOGNW"
              Organization sequential
              Access Sequential
              File Status Runlog-Kept-Status.
           SELECT Runlog-Archive-File
              ASSIGN to "RUNLOGOL"
              Organization sequential
              Access Sequential
              File Status Runlog-Archive-Status.
           SELECT Mthist-File
              ASSIGN to "MTHIST"
              Organization sequential
              Access Sequential
              File Status Mthist-File-Status.
           SELECT Mthist-Kept-File
              ASSIGN to "MTHISTNW"
              Organization sequential
              Access Sequential
              File Status Mthist-Kept-Status.
           SELECT Mthist-Archive-File
              ASSIGN to "MTHISTAR"
              Organization sequential
              Access Sequential
              File Status Mthist-Archive-Status.
           SELECT Register-File
              ASSIGN to "ARITHREG"
              Organization sequential
              Access Sequential
              File Status Register-File-Status.
           SELECT Register-Kept-File
              ASSIGN to "ARITHRNW"
              Organization sequential
              Access Sequential
              File Status Register-Kept-Status.
           SELECT Register-Archive-File
              ASSIGN to "ARITHRAR"
              Organization sequential
              Access Sequential
              File Status Register-Archive-Status.

       Data Division.
       File Section.
       FD  Retention-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Retention-Card-Record.
       01  Retention-Card-Record.
           05  RC-Dataset                 pic x(08).
           05  filler                     pic x(01).
           05  RC-Days-X                  pic x(04).
           05  RC-Days redefines RC-Days-X
                                          pic 9(04).
           05  filler                     pic x(01).
           05  RC-Disposition             pic x(01).
           05  filler                     pic x(65).
       FD  Verify-Log-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Verify-Log-Record.
       01  Verify-Log-Record.
           copy FRBKVR.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Pub-Log-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Pub-Log-Record.
       01  Pub-Log-Record.
           copy MTPUBR.
       FD  History-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-File-Record.
       01  History-File-Record.
           copy FRHISTR.
       FD  History-Kept-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-Kept-Record.
       01  History-Kept-Record            pic x(77).
       FD  History-Archive-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-Archive-Record.
       01  History-Archive-Record         pic x(77).
       FD  Audit-File.
       01  FD-Audit-Record.
           05  FD-Audit-Key               pic x(29).
           05  filler                     pic x(95).
       FD  Audit-Archive-File
           Recording mode F
           Record contains 124 characters
           Block contains 0 records
           Data record Audit-Archive-Record.
       01  Audit-Archive-Record           pic x(124).
       FD  Metrics-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Metrics-File-Record.
       01  Metrics-File-Record.
           copy FRMETR.
       FD  Metrics-Kept-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Metrics-Kept-Record.
       01  Metrics-Kept-Record            pic x(80).
       FD  Metrics-Archive-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Metrics-Archive-Record.
       01  Metrics-Archive-Record         pic x(80).
       FD  Runlog-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Runlog-File-Record.
       01  Runlog-File-Record.
           copy ERRLOGR.
       FD  Runlog-Kept-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Runlog-Kept-Record.
       01  Runlog-Kept-Record             pic x(80).
       FD  Runlog-Archive-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Runlog-Archive-Record.
       01  Runlog-Archive-Record          pic x(80).
       FD  Mthist-File
           Recording mode F
           Record contains 100 characters
           Block contains 0 records
           Data record Mthist-File-Record.
       01  Mthist-File-Record.
           copy MTHISTR.
       FD  Mthist-Kept-File
           Recording mode F
           Record contains 100 characters
           Block contains 0 records
           Data record Mthist-Kept-Record.
       01  Mthist-Kept-Record             pic x(100).
       FD  Mthist-Archive-File
           Recording mode F
           Record contains 100 characters
           Block contains 0 records
           Data record Mthist-Archive-Record.
       01  Mthist-Archive-Record          pic x(100).
       FD  Register-File
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Register-File-Record.
       01  Register-File-Record.
           05  REG-Heading-Title          pic x(18).
               88  REG-Run-Heading        value "INVOICE REGISTER  ".
           05  REG-Heading-Label          pic x(09).
           05  REG-Run-Year               pic x(04).
           05  filler                     pic x(01).
           05  REG-Run-Month              pic x(02).
           05  filler                     pic x(01).
           05  REG-Run-Day                pic x(02).
           05  filler                     pic x(95).
       FD  Register-Kept-File
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Register-Kept-Record.
       01  Register-Kept-Record           pic x(132).
       FD  Register-Archive-File
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Register-Archive-Record.
       01  Register-Archive-Record        pic x(132).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Retention-Card-Status      pic x(02).
               88  Retention-Card-OK      value "00".
               88  Retention-Card-EOF     value "10".
               88  Retention-Card-Not-Found value "35".
           05  Verify-Log-Status          pic x(02).
               88  Verify-Log-OK          value "00".
               88  Verify-Log-EOF         value "10".
               88  Verify-Log-Not-Found   value "35".
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
               88  Season-Not-Found       value "23".
               88  Season-File-No-File    value "35".
           05  Pub-Log-Status             pic x(02).
               88  Pub-Log-OK             value "00".
               88  Pub-Log-EOF            value "10".
               88  Pub-Log-Not-Found      value "35".
           05  History-File-Status        pic x(02).
               88  History-File-OK        value "00".
               88  History-File-EOF       value "10".
           05  History-Kept-Status        pic x(02).
               88  History-Kept-OK        value "00".
           05  History-Archive-Status     pic x(02).
               88  History-Archive-OK     value "00".
               88  History-Archive-No-File value "35".
           05  Audit-File-Status          pic x(02).
               88  Audit-File-OK          value "00".
               88  Audit-File-EOF         value "10".
               88  Audit-No-File          value "35".
           05  Audit-Archive-Status       pic x(02).
               88  Audit-Archive-OK       value "00".
               88  Audit-Archive-No-File  value "35".
           05  Metrics-File-Status        pic x(02).
               88  Metrics-File-OK        value "00".
               88  Metrics-File-EOF       value "10".
           05  Metrics-Kept-Status        pic x(02).
               88  Metrics-Kept-OK        value "00".
           05  Metrics-Archive-Status     pic x(02).
               88  Metrics-Archive-OK     value "00".
               88  Metrics-Archive-No-File value "35".
           05  Runlog-File-Status         pic x(02).
               88  Runlog-File-OK         value "00".
               88  Runlog-File-EOF        value "10".
           05  Runlog-Kept-Status         pic x(02).
               88  Runlog-Kept-OK         value "00".
           05  Runlog-Archive-Status      pic x(02).
               88  Runlog-Archive-OK      value "00".
               88  Runlog-Archive-No-File value "35".
           05  Mthist-File-Status         pic x(02).
               88  Mthist-File-OK         value "00".
               88  Mthist-File-EOF        value "10".
           05  Mthist-Kept-Status         pic x(02).
               88  Mthist-Kept-OK         value "00".
           05  Mthist-Archive-Status      pic x(02).
               88  Mthist-Archive-OK      value "00".
               88  Mthist-Archive-No-File value "35".
           05  Register-File-Status       pic x(02).
               88  Register-File-OK       value "00".
               88  Register-File-EOF      value "10".
           05  Register-Kept-Status       pic x(02).
               88  Register-Kept-OK       value "00".
           05  Register-Archive-Status    pic x(02).
               88  Register-Archive-OK    value "00".
               88  Register-Archive-No-File value "35".
       01  Season-Record.
           copy FRSEASR.
      * one entry per dataset, in the order the splits run
       01  Retention-Table.
           05  Retention-Entry occurs 6 times.
               10  RT-Dataset             pic x(08).
               10  RT-Kept-DD             pic x(08).
               10  RT-Card-Flag           pic x(01).
                   88  RT-Has-Card        value "Y".
               10  RT-Days                pic 9(04).
               10  RT-Disposition         pic x(01).
                   88  RT-Archive         value "A".
                   88  RT-Drop            value "D".
               10  RT-Cut-Date            pic x(08).
               10  RT-Read-Count          pic 9(07).
               10  RT-Kept-Count          pic 9(07).
               10  RT-Archived-Count      pic 9(07).
               10  RT-Dropped-Count       pic 9(07).
       01  WorkingVars.
           05  Ds-Ix                      pic 9(01) value zero.
           05  FoundDsIx                  pic 9(01) value zero.
           05  CardCount                  pic 9(05) value zero.
           05  RejectedCount              pic 9(05) value zero.
           05  Reject-Reason              pic x(30) value spaces.
           05  Backup-Date                pic x(08) value spaces.
           05  Season-Close-Date          pic x(08) value spaces.
           05  Publish-Mark-Date          pic x(08) value spaces.
           05  Ceiling-Date               pic x(08) value spaces.
           05  Row-Date                   pic x(08).
           05  Register-Run-Date          pic x(08) value spaces.
           05  Expire-Flag                pic x(01) value "N".
               88  Row-Expires            value "Y".
           05  Cut-Int                    pic s9(08) value zero.
           05  Cut-Date-N                 pic 9(08) value zero.
           05  ProveCount                 pic 9(07) value zero.
           05  Unbalanced-Count           pic 9(01) value zero.
       01  Date-and-Time.
           05  TodayDate                  pic x(08).
           05  filler                     pic x(13).

      * the MTHIST carry-forward: every peak the expired rows leave
      * standing, as the last of them left it - the same picture
      * MTASOF rebuilds, and the same 2000-peak ceiling
       01  Peak-Table-Vars.
           05  PeakCount                  pic 9(04) value zero.
           05  Peak-Ix                    pic 9(04) value zero.
           05  FoundPeakIx                pic 9(04) value zero.
           05  BaselineCount              pic 9(07) value zero.
           05  Baseline-Date              pic x(08) value spaces.
           05  Mthist-Boundary-Flag       pic x(01) value "N".
               88  Mthist-Boundary-Passed value "Y".
           05  Peak-Overflow-Flag         pic x(01) value "N".
               88  Peak-Overflow          value "Y".
       01  Peak-Table.
           05  Peak-Entry occurs 1 to 2000 times
                  depending on PeakCount.
               10  PK-Normalize           pic x(30).
               10  PK-Name                pic x(30).
               10  PK-State               pic x(02).
               10  PK-Height              pic x(05).
               10  PK-Coords-Flag         pic x(01).
               10  PK-Latitude            pic s9(02)v9(04) comp-3.
               10  PK-Longitude           pic s9(03)v9(04) comp-3.
               10  PK-Live                pic x(01).
                   88  PK-Standing        value "Y".
      * a carried-forward row - the MTHISTR layout, written as an L
      * (loaded) row with no before image
       01  Baseline-Row.
           05  BL-Change-Date             pic x(08).
           05  BL-Action                  pic x(01).
           05  BL-Normalize               pic x(30).
           05  BL-Name                    pic x(30).
           05  BL-Before-State            pic x(02).
           05  BL-Before-Height           pic x(05).
           05  BL-After-State             pic x(02).
           05  BL-After-Height            pic x(05).
           05  BL-Coords-Flag             pic x(01).
           05  BL-Before-Latitude         pic s9(02)v9(04) comp-3.
           05  BL-Before-Longitude        pic s9(03)v9(04) comp-3.
           05  BL-After-Latitude          pic s9(02)v9(04) comp-3.
           05  BL-After-Longitude         pic s9(03)v9(04) comp-3.

       Procedure Division.
           move function current-date to Date-and-Time
           perform Initialize-Retention-Table
           perform Load-Retention-Cards
           perform Find-Verified-Backup-Point
           perform Find-Season-Close
           perform Find-Publish-Mark
           perform Set-Ceiling-Date
           perform Set-One-Cut-Date
              varying Ds-Ix from 1 by 1
              until Ds-Ix > 6

           perform Split-History
           perform Cut-Audit
           perform Split-Metrics
           perform Split-Runlog
           perform Split-Mthist
           perform Split-Register

           perform Prove-The-Cuts
           perform Print-Summary
           if Unbalanced-Count > zero
              move 12 to return-code
           else
              if RejectedCount > zero
                 move 4 to return-code
              end-if
           end-if
           goback
           .

       Initialize-Retention-Table.
           move "FRHIST  " to RT-Dataset(1)
           move "FRHISTNW" to RT-Kept-DD(1)
           move "FRAUDIT " to RT-Dataset(2)
           move "FRAUDIT " to RT-Kept-DD(2)
           move "FRMETRIC" to RT-Dataset(3)
           move "FRMETNW " to RT-Kept-DD(3)
           move "RUNLOGAR" to RT-Dataset(4)
           move "RUNLOGNW" to RT-Kept-DD(4)
           move "MTHIST  " to RT-Dataset(5)
           move "MTHISTNW" to RT-Kept-DD(5)
           move "ARITHREG" to RT-Dataset(6)
           move "ARITHRNW" to RT-Kept-DD(6)
           perform varying Ds-Ix from 1 by 1
              until Ds-Ix > 6
              move "N" to RT-Card-Flag(Ds-Ix)
              move zero to RT-Days(Ds-Ix)
              move space to RT-Disposition(Ds-Ix)
              move spaces to RT-Cut-Date(Ds-Ix)
              move zero to RT-Read-Count(Ds-Ix)
              move zero to RT-Kept-Count(Ds-Ix)
              move zero to RT-Archived-Count(Ds-Ix)
              move zero to RT-Dropped-Count(Ds-Ix)
           end-perform
           .

       Load-Retention-Cards.
           display " "
           display "===== RETENTION HOUSEKEEPING ====="
           open input Retention-Card-File
           if Retention-Card-Not-Found
              display "No RETNCTL file - every dataset kept whole"
           else
              perform File-Check-Retention-Card
              read Retention-Card-File
              perform File-Check-Retention-Card
              perform with test before
                 until Retention-Card-EOF
                 add 1 to CardCount
                 perform Apply-Retention-Card
                 read Retention-Card-File
                 perform File-Check-Retention-Card
              end-perform
              close Retention-Card-File
           end-if
           .

       Apply-Retention-Card.
           move spaces to Reject-Reason
           move zero to FoundDsIx
           perform varying Ds-Ix from 1 by 1
              until Ds-Ix > 6
              if RT-Dataset(Ds-Ix) equal RC-Dataset
                 move Ds-Ix to FoundDsIx
              end-if
           end-perform
           EVALUATE true
              WHEN FoundDsIx equal zero
                 move "UNKNOWN DATASET" to Reject-Reason
              WHEN RT-Has-Card(FoundDsIx)
                 move "DATASET GIVEN TWICE" to Reject-Reason
              WHEN not RC-Days-X is numeric
                 move "DAYS KEPT NOT NUMERIC" to Reject-Reason
              WHEN RC-Days equal zero
                 move "DAYS KEPT MUST BE 1 OR MORE" to Reject-Reason
              WHEN RC-Disposition not equal "A"
                 and RC-Disposition not equal "D"
                 move "DISPOSITION NOT A OR D" to Reject-Reason
           END-EVALUATE
           if Reject-Reason equal spaces
              move "Y" to RT-Card-Flag(FoundDsIx)
              move RC-Days to RT-Days(FoundDsIx)
              move RC-Disposition to RT-Disposition(FoundDsIx)
              if RT-Archive(FoundDsIx)
                 display "RETAIN   " RC-Dataset " " RC-Days
                    " days online, expired rows ARCHIVED"
              else
                 display "RETAIN   " RC-Dataset " " RC-Days
                    " days online, expired rows DROPPED"
              end-if
           else
              add 1 to RejectedCount
              display "REJECTED retention card " CardCount ": "
                 Retention-Card-Record(1:15)
              display "         reason " Reject-Reason
           end-if
           .

      * the newest OK verdict wins - FRBKVLOG is appended in run
      * order, so the last one read is the newest
       Find-Verified-Backup-Point.
           open input Verify-Log-File
           if not Verify-Log-Not-Found
              perform File-Check-Verify-Log
              read Verify-Log-File
              perform File-Check-Verify-Log
              perform with test before
                 until Verify-Log-EOF
                 if BKV-Verified
                    move BKV-Verify-Date to Backup-Date
                 end-if
                 read Verify-Log-File
                 perform File-Check-Verify-Log
              end-perform
              close Verify-Log-File
           end-if
           if Backup-Date equal spaces
              display "No verified backup on record"
           else
              display "Verified backup point:   " Backup-Date
           end-if
           .

       Find-Season-Close.
           open input Season-File
           if not Season-File-No-File
              perform File-Check-Season
              move "CURRENT " to FD-Season-Key
              read Season-File into Season-Record
              end-read
              if not Season-Not-Found
                 perform File-Check-Season
                 if SEA-Season-Opened is numeric
                    move SEA-Season-Opened to Season-Close-Date
                 end-if
              end-if
              close Season-File
           end-if
           if Season-Close-Date equal spaces
              display "No season close on record"
           else
              display "Last season close:       " Season-Close-Date
           end-if
           .

      * the last feed logged carries the mark forward - MTPUBLOG is
      * appended in generation order, so the last one read is it
       Find-Publish-Mark.
           open input Pub-Log-File
           if not Pub-Log-Not-Found
              perform File-Check-Pub-Log
              read Pub-Log-File
              perform File-Check-Pub-Log
              perform with test before
                 until Pub-Log-EOF
                 if PL-Hist-Through-Date is numeric
                    move PL-Hist-Through-Date to Publish-Mark-Date
                 end-if
                 read Pub-Log-File
                 perform File-Check-Pub-Log
              end-perform
              close Pub-Log-File
           end-if
           if Publish-Mark-Date equal spaces
              display "No MTPUBLOG change-feed mark on record"
           else
              display "MTHIST change-feed mark: " Publish-Mark-Date
           end-if
           .

      * the earlier of the two lines nothing may be cut past
       Set-Ceiling-Date.
           if Backup-Date not equal spaces
              and Season-Close-Date not equal spaces
              move Backup-Date to Ceiling-Date
              if Season-Close-Date < Ceiling-Date
                 move Season-Close-Date to Ceiling-Date
              end-if
              display "No cut past:             " Ceiling-Date
           else
              display "Without both a season close and a verified "
                 "backup on record nothing is cut"
           end-if
           .

       Set-One-Cut-Date.
           if RT-Has-Card(Ds-Ix)
              and Ceiling-Date not equal spaces
              compute Cut-Int = function integer-of-date(
                 function numval(TodayDate)) - RT-Days(Ds-Ix)
              end-compute
              compute Cut-Date-N =
                 function date-of-integer(Cut-Int)
              end-compute
              move Cut-Date-N to RT-Cut-Date(Ds-Ix)
              if RT-Cut-Date(Ds-Ix) > Ceiling-Date
                 display RT-Dataset(Ds-Ix) " cut held back from "
                    RT-Cut-Date(Ds-Ix) " to " Ceiling-Date
                 move Ceiling-Date to RT-Cut-Date(Ds-Ix)
              end-if
              if Ds-Ix equal 5
                 perform Hold-Mthist-To-Mark
              end-if
           end-if
           .

       Hold-Mthist-To-Mark.
           if Publish-Mark-Date equal spaces
              display "MTHIST not cut - no change-feed mark"
              move spaces to RT-Cut-Date(Ds-Ix)
           else
              if RT-Cut-Date(Ds-Ix) > Publish-Mark-Date
                 display "MTHIST cut held back from "
                    RT-Cut-Date(Ds-Ix) " to the feed mark "
                    Publish-Mark-Date
                 move Publish-Mark-Date to RT-Cut-Date(Ds-Ix)
              end-if
           end-if
           .

      * a row with no date of its own is never expired
       Judge-Row-Date.
           move "N" to Expire-Flag
           if RT-Cut-Date(Ds-Ix) not equal spaces
              and Row-Date not equal spaces
              and Row-Date < RT-Cut-Date(Ds-Ix)
              move "Y" to Expire-Flag
           end-if
           add 1 to RT-Read-Count(Ds-Ix)
           if Row-Expires
              if RT-Archive(Ds-Ix)
                 add 1 to RT-Archived-Count(Ds-Ix)
              else
                 add 1 to RT-Dropped-Count(Ds-Ix)
              end-if
           else
              add 1 to RT-Kept-Count(Ds-Ix)
           end-if
           .

       Split-History.
           move 1 to Ds-Ix
           open input History-File
           perform File-Check-History
           open extend History-Archive-File
           if History-Archive-No-File
              open output History-Archive-File
           end-if
           perform File-Check-History-Archive
           open output History-Kept-File
           perform File-Check-History-Kept
           read History-File
           perform File-Check-History
           perform with test before
              until History-File-EOF
              move HIST-Date to Row-Date
              perform Judge-Row-Date
              perform Place-History-Row
              read History-File
              perform File-Check-History
           end-perform
           close History-File
           close History-Archive-File
           close History-Kept-File
           .

       Place-History-Row.
           if not Row-Expires
              write History-Kept-Record from History-File-Record
              end-write
              perform File-Check-History-Kept
           else
              if RT-Archive(Ds-Ix)
                 write History-Archive-Record
                    from History-File-Record
                 end-write
                 perform File-Check-History-Archive
              end-if
           end-if
           .

      * FRAUDIT is a KSDS - expired records come out in place, the
      * way FRPURGE moves retired players out of FRSEED
       Cut-Audit.
           move 2 to Ds-Ix
           open i-o Audit-File
           if Audit-No-File
              display "No FRAUDIT file - nothing to cut"
           else
              perform File-Check-Audit
              open extend Audit-Archive-File
              if Audit-Archive-No-File
                 open output Audit-Archive-File
              end-if
              perform File-Check-Audit-Archive
              move low-values to FD-Audit-Key
              start Audit-File
                 key is >= FD-Audit-Key
              end-start
              if Audit-File-OK
                 perform Read-Next-Audit
                 perform with test before
                    until Audit-File-EOF
                    move FD-Audit-Key(1:8) to Row-Date
                    perform Judge-Row-Date
                    perform Place-Audit-Record
                    perform Read-Next-Audit
                 end-perform
              end-if
              close Audit-File
              close Audit-Archive-File
           end-if
           .

       Read-Next-Audit.
           read Audit-File next
           end-read
           perform File-Check-Audit
           .

       Place-Audit-Record.
           if Row-Expires
              if RT-Archive(Ds-Ix)
                 write Audit-Archive-Record from FD-Audit-Record
                 end-write
                 perform File-Check-Audit-Archive
              end-if
              delete Audit-File record
              end-delete
              perform File-Check-Audit
           end-if
           .

       Split-Metrics.
           move 3 to Ds-Ix
           open input Metrics-File
           perform File-Check-Metrics
           open extend Metrics-Archive-File
           if Metrics-Archive-No-File
              open output Metrics-Archive-File
           end-if
           perform File-Check-Metrics-Archive
           open output Metrics-Kept-File
           perform File-Check-Metrics-Kept
           read Metrics-File
           perform File-Check-Metrics
           perform with test before
              until Metrics-File-EOF
              move MET-Run-Date to Row-Date
              perform Judge-Row-Date
              perform Place-Metrics-Row
              read Metrics-File
              perform File-Check-Metrics
           end-perform
           close Metrics-File
           close Metrics-Archive-File
           close Metrics-Kept-File
           .

       Place-Metrics-Row.
           if not Row-Expires
              write Metrics-Kept-Record from Metrics-File-Record
              end-write
              perform File-Check-Metrics-Kept
           else
              if RT-Archive(Ds-Ix)
                 write Metrics-Archive-Record
                    from Metrics-File-Record
                 end-write
                 perform File-Check-Metrics-Archive
              end-if
           end-if
           .

       Split-Runlog.
           move 4 to Ds-Ix
           open input Runlog-File
           perform File-Check-Runlog
           open extend Runlog-Archive-File
           if Runlog-Archive-No-File
              open output Runlog-Archive-File
           end-if
           perform File-Check-Runlog-Archive
           open output Runlog-Kept-File
           perform File-Check-Runlog-Kept
           read Runlog-File
           perform File-Check-Runlog
           perform with test before
              until Runlog-File-EOF
              move ERL-Timestamp(1:8) to Row-Date
              perform Judge-Row-Date
              perform Place-Runlog-Row
              read Runlog-File
              perform File-Check-Runlog
           end-perform
           close Runlog-File
           close Runlog-Archive-File
           close Runlog-Kept-File
           .

       Place-Runlog-Row.
           if not Row-Expires
              write Runlog-Kept-Record from Runlog-File-Record
              end-write
              perform File-Check-Runlog-Kept
           else
              if RT-Archive(Ds-Ix)
                 write Runlog-Archive-Record
                    from Runlog-File-Record
                 end-write
                 perform File-Check-Runlog-Archive
              end-if
           end-if
           .

      * MTHIST is appended in load order, so the expired rows are
      * the front of the file; once the first kept row is reached
      * the carried-forward rows go out ahead of it and everything
      * after is kept
       Split-Mthist.
           move 5 to Ds-Ix
           if RT-Cut-Date(Ds-Ix) not equal spaces
              move RT-Cut-Date(Ds-Ix) to Cut-Date-N
              compute Cut-Int =
                 function integer-of-date(Cut-Date-N) - 1
              end-compute
              compute Cut-Date-N =
                 function date-of-integer(Cut-Int)
              end-compute
              move Cut-Date-N to Baseline-Date
           end-if
           open input Mthist-File
           perform File-Check-Mthist
           open extend Mthist-Archive-File
           if Mthist-Archive-No-File
              open output Mthist-Archive-File
           end-if
           perform File-Check-Mthist-Archive
           open output Mthist-Kept-File
           perform File-Check-Mthist-Kept
           read Mthist-File
           perform File-Check-Mthist
           perform with test before
              until Mthist-File-EOF
              move MH-Change-Date to Row-Date
              if Mthist-Boundary-Passed
                 move spaces to Row-Date
              end-if
              perform Judge-Row-Date
              perform Place-Mthist-Row
              read Mthist-File
              perform File-Check-Mthist
           end-perform
           if not Mthist-Boundary-Passed
              perform Write-Baseline-Rows
           end-if
           close Mthist-File
           close Mthist-Archive-File
           close Mthist-Kept-File
           .

       Place-Mthist-Row.
           if Row-Expires
              perform Carry-Peak-Forward
              if RT-Archive(Ds-Ix)
                 write Mthist-Archive-Record
                    from Mthist-File-Record
                 end-write
                 perform File-Check-Mthist-Archive
              end-if
           else
              if not Mthist-Boundary-Passed
                 perform Write-Baseline-Rows
              end-if
              write Mthist-Kept-Record from Mthist-File-Record
              end-write
              perform File-Check-Mthist-Kept
           end-if
           .

       Carry-Peak-Forward.
           move zero to FoundPeakIx
           perform with test before
              varying Peak-Ix from 1 by 1
              until Peak-Ix greater than PeakCount
              if PK-Normalize(Peak-Ix) equal MH-Normalize
                 move Peak-Ix to FoundPeakIx
              end-if
           end-perform
           if FoundPeakIx equal zero
              if PeakCount < 2000
                 add 1 to PeakCount
                 move PeakCount to FoundPeakIx
                 move MH-Normalize to PK-Normalize(FoundPeakIx)
              else
                 move "Y" to Peak-Overflow-Flag
              end-if
           end-if
           if FoundPeakIx > zero
              if MH-Deleted
                 move "N" to PK-Live(FoundPeakIx)
              else
                 move "Y" to PK-Live(FoundPeakIx)
                 move MH-Name to PK-Name(FoundPeakIx)
                 move MH-After-State to PK-State(FoundPeakIx)
                 move MH-After-Height to PK-Height(FoundPeakIx)
                 move MH-Coords-Flag to PK-Coords-Flag(FoundPeakIx)
                 move MH-After-Latitude to PK-Latitude(FoundPeakIx)
                 move MH-After-Longitude
                    to PK-Longitude(FoundPeakIx)
              end-if
           end-if
           .

       Write-Baseline-Rows.
           move "Y" to Mthist-Boundary-Flag
           if Peak-Overflow
              display "MTHIST carries more than 2000 peaks - the "
                 "kept copy has no carried-forward rows"
              add 1 to Unbalanced-Count
           else
              perform with test before
                 varying Peak-Ix from 1 by 1
                 until Peak-Ix greater than PeakCount
                 if PK-Standing(Peak-Ix)
                    perform Write-One-Baseline-Row
                 end-if
              end-perform
           end-if
           .

       Write-One-Baseline-Row.
           move spaces to Baseline-Row
           move Baseline-Date to BL-Change-Date
           move "L" to BL-Action
           move PK-Normalize(Peak-Ix) to BL-Normalize
           move PK-Name(Peak-Ix) to BL-Name
           move PK-State(Peak-Ix) to BL-After-State
           move PK-Height(Peak-Ix) to BL-After-Height
           move PK-Coords-Flag(Peak-Ix) to BL-Coords-Flag
           move zero to BL-Before-Latitude
           move zero to BL-Before-Longitude
           move PK-Latitude(Peak-Ix) to BL-After-Latitude
           move PK-Longitude(Peak-Ix) to BL-After-Longitude
           write Mthist-Kept-Record from Baseline-Row
           end-write
           perform File-Check-Mthist-Kept
           add 1 to BaselineCount
           .

      * every line of a register run carries the RUN DATE of the
      * run's own heading, so a run is kept or expired whole
       Split-Register.
           move 6 to Ds-Ix
           open input Register-File
           perform File-Check-Register
           open extend Register-Archive-File
           if Register-Archive-No-File
              open output Register-Archive-File
           end-if
           perform File-Check-Register-Archive
           open output Register-Kept-File
           perform File-Check-Register-Kept
           read Register-File
           perform File-Check-Register
           perform with test before
              until Register-File-EOF
              if REG-Run-Heading
                 and REG-Heading-Label equal "RUN DATE "
                 move spaces to Register-Run-Date
                 string REG-Run-Year REG-Run-Month REG-Run-Day
                    delimited by size into Register-Run-Date
                 end-string
              end-if
              move Register-Run-Date to Row-Date
              perform Judge-Row-Date
              perform Place-Register-Row
              read Register-File
              perform File-Check-Register
           end-perform
           close Register-File
           close Register-Archive-File
           close Register-Kept-File
           .

       Place-Register-Row.
           if not Row-Expires
              write Register-Kept-Record from Register-File-Record
              end-write
              perform File-Check-Register-Kept
           else
              if RT-Archive(Ds-Ix)
                 write Register-Archive-Record
                    from Register-File-Record
                 end-write
                 perform File-Check-Register-Archive
              end-if
           end-if
           .

      * every side must add back to what was read - a row silently
      * lost in a cut is history nobody can get back
       Prove-The-Cuts.
           perform varying Ds-Ix from 1 by 1
              until Ds-Ix > 6
              compute ProveCount = RT-Kept-Count(Ds-Ix)
                 + RT-Archived-Count(Ds-Ix)
                 + RT-Dropped-Count(Ds-Ix)
              end-compute
              if ProveCount not equal RT-Read-Count(Ds-Ix)
                 display RT-Dataset(Ds-Ix)
                    " SPLIT DOES NOT BALANCE - read "
                    RT-Read-Count(Ds-Ix) " but placed " ProveCount
                 display "Do NOT swap " RT-Kept-DD(Ds-Ix) " in"
                 add 1 to Unbalanced-Count
              end-if
           end-perform
           .

       Print-Summary.
           display " "
           display "===== RETENTION HOUSEKEEPING SUMMARY ====="
           display "Retention cards read:     " CardCount
           display "Retention cards rejected: " RejectedCount
           perform varying Ds-Ix from 1 by 1
              until Ds-Ix > 6
              perform Print-One-Dataset
           end-perform
           display "MTHIST carried forward:   " BaselineCount
              " peaks dated " Baseline-Date
           .

       Print-One-Dataset.
           display " "
           if RT-Cut-Date(Ds-Ix) equal spaces
              display RT-Dataset(Ds-Ix) " - nothing cut"
           else
              display RT-Dataset(Ds-Ix) " - cut before "
                 RT-Cut-Date(Ds-Ix)
           end-if
           display "  rows read:              " RT-Read-Count(Ds-Ix)
           display "  kept in " RT-Kept-DD(Ds-Ix) ":       "
              RT-Kept-Count(Ds-Ix)
           display "  archived:               "
              RT-Archived-Count(Ds-Ix)
           display "  dropped:                "
              RT-Dropped-Count(Ds-Ix)
           .

       File-Check-Retention-Card.
           if not Retention-Card-OK and not Retention-Card-EOF
              display "RETNCTL file status: " Retention-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Verify-Log.
           if not Verify-Log-OK and not Verify-Log-EOF
              display "FRBKVLOG file status: " Verify-Log-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Season.
           if not Season-File-OK and not Season-Not-Found
              display "FRSEASON file status: " Season-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Pub-Log.
           if not Pub-Log-OK and not Pub-Log-EOF
              display "MTPUBLOG file status: " Pub-Log-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-History.
           if not History-File-OK and not History-File-EOF
              display "FRHIST file status: " History-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-History-Kept.
           if not History-Kept-OK
              display "FRHISTNW file status: " History-Kept-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-History-Archive.
           if not History-Archive-OK
              display "FRHISTAR file status: " History-Archive-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Audit.
           if not Audit-File-OK and not Audit-File-EOF
              display "FRAUDIT file status: " Audit-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Audit-Archive.
           if not Audit-Archive-OK
              display "FRAUDTAR file status: " Audit-Archive-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Metrics.
           if not Metrics-File-OK and not Metrics-File-EOF
              display "FRMETRIC file status: " Metrics-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Metrics-Kept.
           if not Metrics-Kept-OK
              display "FRMETNW file status: " Metrics-Kept-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Metrics-Archive.
           if not Metrics-Archive-OK
              display "FRMETAR file status: " Metrics-Archive-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Runlog.
           if not Runlog-File-OK and not Runlog-File-EOF
              display "RUNLOGAR file status: " Runlog-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Runlog-Kept.
           if not Runlog-Kept-OK
              display "RUNLOGNW file status: " Runlog-Kept-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Runlog-Archive.
           if not Runlog-Archive-OK
              display "RUNLOGOL file status: " Runlog-Archive-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Mthist.
           if not Mthist-File-OK and not Mthist-File-EOF
              display "MTHIST file status: " Mthist-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Mthist-Kept.
           if not Mthist-Kept-OK
              display "MTHISTNW file status: " Mthist-Kept-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Mthist-Archive.
           if not Mthist-Archive-OK
              display "MTHISTAR file status: " Mthist-Archive-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Register.
           if not Register-File-OK and not Register-File-EOF
              display "ARITHREG file status: " Register-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Register-Kept.
           if not Register-Kept-OK
              display "ARITHRNW file status: " Register-Kept-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Register-Archive.
           if not Register-Archive-OK
              display "ARITHRAR file status: "
                 Register-Archive-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error during retention housekeeping - do NOT "
              "swap any kept copy in"
           close Retention-Card-File
           close Verify-Log-File
           close Season-File
           close Pub-Log-File
           close History-File
           close History-Kept-File
           close History-Archive-File
           close Audit-File
           close Audit-Archive-File
           close Metrics-File
           close Metrics-Kept-File
           close Metrics-Archive-File
           close Runlog-File
           close Runlog-Kept-File
           close Runlog-Archive-File
           close Mthist-File
           close Mthist-Kept-File
           close Mthist-Archive-File
           close Register-File
           close Register-Kept-File
           close Register-Archive-File
           goback
           .
