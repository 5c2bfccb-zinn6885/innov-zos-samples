       Identification Division.
       Program-Id. FRPMERGE.
      *****************************************************************
      * Folds a partitioned FRUPDATE night back into the shared files
      * everything downstream reads. FRPSPLIT cut the batch into
      * streams 1-4 (team-range partitions, run side by side) and X
      * (the serial cross-partition pass); each stream's FRUPDATE
      * kept its own journal, FRHIST rows, suspense, holds, RUNLOG,
      * and an FRPCOUNT record of its counts. Two modes, chosen by
      * the FRPMCTL card (keyword cols 1-8):
      *   CHECK - before stream X runs: ends RC=8 unless partitions
      *           1-4 each ended clean (RC under 8) on this batch
      *           and read every detail routed to them, since a
      *           cross-partition TRADE must not run ahead of the
      *           work a failed partition still owes
      *   (none) - the merge. Every stream must have ended clean and
      *           balanced to the split, or nothing is merged: the
      *           partition RUNLOG entries alone are moved to RUNLOG
      *           so FRLOGAN sees the failure, and the run ends
      *           RC=12 - rerun the failed streams, then this job.
      *           Otherwise the partition journals go onto FRJRNL in
      *           timestamp order, and FRHIST, FRSUSPEN, FRHOLD, and
      *           RUNLOG get each stream's records in stream order;
      *           FRRUNCTL gets the whole batch's completed record,
      *           FRSPLCTL is marked Merged, the partition datasets
      *           - FRRUNCTL.Pn included, or an empty stream's all-
      *           zero completed record would match the next night's
      *           empty stream - are emptied for the next split, the
      *           FRSEASON BATCHRUN flag comes down, and FRUPDATE is
      *           stamped ended on FRRNSTAT - and FRMETRIC - with the
      *           summed counts, so the night reads as one FRUPDATE
      *           run.
      * A merge that stops part-way (RC=12 after "Merging") may have
      * appended some partition output already: restore FRJRNL,
      * FRHIST, FRSUSPEN, FRHOLD, and RUNLOG from before the step
      * before rerunning it. Rerun after a clean merge, it only
      * empties the partition datasets again.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Mode-Card-File
              ASSIGN to "FRPMCTL"
              Organization sequential
              Access Sequential
              File Status Mode-Card-Status.
           SELECT Split-Control-File
              ASSIGN to "FRSPLCTL"
              Organization sequential
              Access Sequential
              File Status Split-Control-Status.
           SELECT Count-In-File
              ASSIGN to "FRPCOUNT"
              Organization sequential
              Access Sequential
              File Status Count-In-Status.
           SELECT Journal-In-File
              ASSIGN to "FRJRNLP"
              Organization sequential
              Access Sequential
              File Status Part-In-Status.
           SELECT History-In-File
              ASSIGN to "FRHISTP"
              Organization sequential
              Access Sequential
              File Status Part-In-Status.
           SELECT Suspense-In-File
              ASSIGN to "FRSUSPP"
              Organization sequential
              Access Sequential
              File Status Part-In-Status.
           SELECT Hold-In-File
              ASSIGN to "FRHOLDP"
              Organization sequential
              Access Sequential
              File Status Part-In-Status.
           SELECT Log-In-File
              ASSIGN to "RUNLOGP"
              Organization sequential
              Access Sequential
              File Status Part-In-Status.
           SELECT Journal-File
              ASSIGN to "FRJRNL"
              Organization sequential
              Access Sequential
              File Status Shared-File-Status.
           SELECT History-File
              ASSIGN to "FRHIST"
              Organization sequential
              Access Sequential
              File Status Shared-File-Status.
           SELECT Suspense-File
              ASSIGN to "FRSUSPEN"
              Organization sequential
              Access Sequential
              File Status Shared-File-Status.
           SELECT Hold-File
              ASSIGN to "FRHOLD"
              Organization sequential
              Access Sequential
              File Status Shared-File-Status.
           SELECT Error-Log-File
              ASSIGN to "RUNLOG"
              Organization sequential
              Access Sequential
              File Status Shared-File-Status.
           SELECT Run-Control-File
              ASSIGN to "FRRUNCTL"
              Organization sequential
              Access Sequential
              File Status Run-Control-Status.
      * one DD per partition dataset, for emptying it after the merge
           SELECT Count-1-File
              ASSIGN to "FRPCNT1"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Count-2-File
              ASSIGN to "FRPCNT2"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Count-3-File
              ASSIGN to "FRPCNT3"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Count-4-File
              ASSIGN to "FRPCNT4"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Count-X-File
              ASSIGN to "FRPCNTX"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Journal-1-File
              ASSIGN to "FRJRNL1"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Journal-2-File
              ASSIGN to "FRJRNL2"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Journal-3-File
              ASSIGN to "FRJRNL3"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Journal-4-File
              ASSIGN to "FRJRNL4"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Journal-X-File
              ASSIGN to "FRJRNLX"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT History-1-File
              ASSIGN to "FRHIST1"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT History-2-File
              ASSIGN to "FRHIST2"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT History-3-File
              ASSIGN to "FRHIST3"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT History-4-File
              ASSIGN to "FRHIST4"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT History-X-File
              ASSIGN to "FRHISTX"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Suspense-1-File
              ASSIGN to "FRSUSP1"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Suspense-2-File
              ASSIGN to "FRSUSP2"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Suspense-3-File
              ASSIGN to "FRSUSP3"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Suspense-4-File
              ASSIGN to "FRSUSP4"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Suspense-X-File
              ASSIGN to "FRSUSPX"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Hold-1-File
              ASSIGN to "FRHOLD1"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Hold-2-File
              ASSIGN to "FRHOLD2"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Hold-3-File
              ASSIGN to "FRHOLD3"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Hold-4-File
              ASSIGN to "FRHOLD4"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Hold-X-File
              ASSIGN to "FRHOLDX"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Log-1-File
              ASSIGN to "RUNLOG1"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Log-2-File
              ASSIGN to "RUNLOG2"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Log-3-File
              ASSIGN to "RUNLOG3"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Log-4-File
              ASSIGN to "RUNLOG4"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Log-X-File
              ASSIGN to "RUNLOGX"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Run-Ctl-1-File
              ASSIGN to "FRRCTL1"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Run-Ctl-2-File
              ASSIGN to "FRRCTL2"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Run-Ctl-3-File
              ASSIGN to "FRRCTL3"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Run-Ctl-4-File
              ASSIGN to "FRRCTL4"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Run-Ctl-X-File
              ASSIGN to "FRRCTLX"
              Organization sequential
              Access Sequential
              File Status Drain-File-Status.
           SELECT Journal-Sort-File
              ASSIGN to "SORTWK".

       Data Division.
       File Section.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Mode-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Mode-Card-Record.
       01  Mode-Card-Record.
           05  MOD-Keyword            pic x(08).
           05  filler                 pic x(72).
       FD  Split-Control-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Split-Control-Record.
       01  Split-Control-Record           pic x(120).
       FD  Count-In-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Count-In-Record.
       01  Count-In-Record                pic x(120).
       FD  Journal-In-File
           Recording mode F
           Record contains 237 characters
           Block contains 0 records
           Data record Journal-In-Record.
       01  Journal-In-Record              pic x(237).
       FD  History-In-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-In-Record.
       01  History-In-Record              pic x(77).
       FD  Suspense-In-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-In-Record.
       01  Suspense-In-Record             pic x(106).
       FD  Hold-In-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-In-Record.
       01  Hold-In-Record                 pic x(136).
       FD  Log-In-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Log-In-Record.
       01  Log-In-Record                  pic x(80).
       FD  Journal-File
           Recording mode F
           Record contains 237 characters
           Block contains 0 records
           Data record Journal-File-Record.
       01  Journal-File-Record.
           copy FRJRNLR.
       FD  History-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-File-Record.
       01  History-File-Record            pic x(77).
       FD  Suspense-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-File-Record.
       01  Suspense-File-Record           pic x(106).
       FD  Hold-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-Record.
       01  Hold-Record                    pic x(136).
       FD  Error-Log-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Error-Log-Record.
       01  Error-Log-Record               pic x(80).
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
       FD  Count-1-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Count-1-Record.
       01  Count-1-Record                 pic x(120).
       FD  Count-2-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Count-2-Record.
       01  Count-2-Record                 pic x(120).
       FD  Count-3-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Count-3-Record.
       01  Count-3-Record                 pic x(120).
       FD  Count-4-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Count-4-Record.
       01  Count-4-Record                 pic x(120).
       FD  Count-X-File
           Recording mode F
           Record contains 120 characters
           Block contains 0 records
           Data record Count-X-Record.
       01  Count-X-Record                 pic x(120).
       FD  Journal-1-File
           Recording mode F
           Record contains 237 characters
           Block contains 0 records
           Data record Journal-1-Record.
       01  Journal-1-Record               pic x(237).
       FD  Journal-2-File
           Recording mode F
           Record contains 237 characters
           Block contains 0 records
           Data record Journal-2-Record.
       01  Journal-2-Record               pic x(237).
       FD  Journal-3-File
           Recording mode F
           Record contains 237 characters
           Block contains 0 records
           Data record Journal-3-Record.
       01  Journal-3-Record               pic x(237).
       FD  Journal-4-File
           Recording mode F
           Record contains 237 characters
           Block contains 0 records
           Data record Journal-4-Record.
       01  Journal-4-Record               pic x(237).
       FD  Journal-X-File
           Recording mode F
           Record contains 237 characters
           Block contains 0 records
           Data record Journal-X-Record.
       01  Journal-X-Record               pic x(237).
       FD  History-1-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-1-Record.
       01  History-1-Record               pic x(77).
       FD  History-2-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-2-Record.
       01  History-2-Record               pic x(77).
       FD  History-3-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-3-Record.
       01  History-3-Record               pic x(77).
       FD  History-4-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-4-Record.
       01  History-4-Record               pic x(77).
       FD  History-X-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-X-Record.
       01  History-X-Record               pic x(77).
       FD  Suspense-1-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-1-Record.
       01  Suspense-1-Record              pic x(106).
       FD  Suspense-2-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-2-Record.
       01  Suspense-2-Record              pic x(106).
       FD  Suspense-3-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-3-Record.
       01  Suspense-3-Record              pic x(106).
       FD  Suspense-4-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-4-Record.
       01  Suspense-4-Record              pic x(106).
       FD  Suspense-X-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-X-Record.
       01  Suspense-X-Record              pic x(106).
       FD  Hold-1-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-1-Record.
       01  Hold-1-Record                  pic x(136).
       FD  Hold-2-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-2-Record.
       01  Hold-2-Record                  pic x(136).
       FD  Hold-3-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-3-Record.
       01  Hold-3-Record                  pic x(136).
       FD  Hold-4-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-4-Record.
       01  Hold-4-Record                  pic x(136).
       FD  Hold-X-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-X-Record.
       01  Hold-X-Record                  pic x(136).
       FD  Log-1-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Log-1-Record.
       01  Log-1-Record                   pic x(80).
       FD  Log-2-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Log-2-Record.
       01  Log-2-Record                   pic x(80).
       FD  Log-3-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Log-3-Record.
       01  Log-3-Record                   pic x(80).
       FD  Log-4-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Log-4-Record.
       01  Log-4-Record                   pic x(80).
       FD  Log-X-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Log-X-Record.
       01  Log-X-Record                   pic x(80).
       FD  Run-Ctl-1-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Run-Ctl-1-Record.
       01  Run-Ctl-1-Record               pic x(80).
       FD  Run-Ctl-2-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Run-Ctl-2-Record.
       01  Run-Ctl-2-Record               pic x(80).
       FD  Run-Ctl-3-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Run-Ctl-3-Record.
       01  Run-Ctl-3-Record               pic x(80).
       FD  Run-Ctl-4-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Run-Ctl-4-Record.
       01  Run-Ctl-4-Record               pic x(80).
       FD  Run-Ctl-X-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Run-Ctl-X-Record.
       01  Run-Ctl-X-Record               pic x(80).
       SD  Journal-Sort-File
           Data record Journal-Sort-Record.
       01  Journal-Sort-Record.
           05  filler                 pic x(207).
           05  JSR-Timestamp          pic x(21).
           05  filler                 pic x(09).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
               88  Season-Not-Found       value "23".
               88  Season-No-File         value "35".
           05  Mode-Card-Status           pic x(02).
               88  Mode-Card-OK           value "00".
               88  Mode-Card-EOF          value "10".
               88  Mode-Card-Not-Found    value "35".
           05  Split-Control-Status       pic x(02).
               88  Split-Control-OK       value "00".
               88  Split-Control-EOF      value "10".
               88  Split-Control-Missing  value "35".
           05  Count-In-Status            pic x(02).
               88  Count-In-OK            value "00".
               88  Count-In-EOF           value "10".
               88  Count-In-Missing       value "35".
           05  Part-In-Status             pic x(02).
               88  Part-In-OK             value "00".
               88  Part-In-EOF            value "10".
           05  Shared-File-Status         pic x(02).
               88  Shared-File-OK         value "00".
               88  Shared-Not-Found       value "35".
           05  Run-Control-Status         pic x(02).
               88  Run-Control-OK         value "00".
               88  Run-Control-Not-Found  value "35".
           05  Drain-File-Status          pic x(02).
               88  Drain-File-OK          value "00".
       01  Split-Control.
           copy FRSPLTR.
       01  Count-Record.
           copy FRPCNTR.
       01  Season-Record.
           copy FRSEASR.
       01  FRSTAT-Parms.
           copy FRSTATPA.
       01  Mode-Vars.
           05  Merge-Mode-Flag            pic x value "M".
               88  Check-Mode             value "C".
           05  Last-Stream                pic 9(01) value 5.
           05  Stream-Fail-Flag           pic x value "N".
               88  Streams-Failed         value "Y".
           05  Sort-EOF-Flag              pic x value "N".
               88  Sort-EOF               value "Y".
           05  Drain-DD-Name              pic x(08) value spaces.
           05  File-Being-Merged          pic x(08) value spaces.
      * the latest FRPCOUNT record for this batch on each stream,
      * 1-4 then 5 for stream X
       01  Stream-Vars.
           05  Stream-Ix                  pic 9(01) value zero.
           05  Found-Stream-Ix            pic 9(01) value zero.
           05  Stream-Ids                 pic x(05) value "1234X".
       01  Stream-Table.
           05  Stream-Entry occurs 5 times.
              10  SM-Found-Flag           pic x(01).
                  88  SM-Found            value "Y".
              10  SM-Count-Image          pic x(120).
       01  Merge-Totals.
           05  Total-Return-Code          pic 9(04) value zero.
           05  Total-Applied              pic 9(07) value zero.
           05  Total-Add                  pic 9(07) value zero.
           05  Total-Update               pic 9(07) value zero.
           05  Total-Delete               pic 9(07) value zero.
           05  Total-Trade                pic 9(07) value zero.
           05  Total-Roster               pic 9(07) value zero.
           05  Total-Injury               pic 9(07) value zero.
           05  Total-Namefix              pic 9(07) value zero.
           05  Total-Reject               pic 9(07) value zero.
           05  Total-Hold                 pic 9(07) value zero.
           05  Total-Parked               pic 9(07) value zero.
       01  Copy-Counts.
           05  JournalCount               pic 9(07) value zero.
           05  HistoryCount               pic 9(07) value zero.
           05  SuspenseCount              pic 9(07) value zero.
           05  HoldCount                  pic 9(07) value zero.
           05  LogCount                   pic 9(07) value zero.
       01  Date-and-Time.
           05  TodayDate                  pic x(08).
           05  filler                     pic x(13).

       Procedure Division.
           move function current-date to Date-and-Time
           perform Read-Mode-Card
           perform Read-Split-Control
           if Check-Mode
              move 4 to Last-Stream
              perform Gather-Stream-Counts
              perform Judge-Streams
              if Streams-Failed
                 display "Partitions not all clean - stream X must "
                    "not run until they are"
                 move 8 to return-code
              else
                 display "Partitions 1-4 finished clean - stream X "
                    "may run"
              end-if
              goback
           end-if
           if SPL-Merged
              display "Split of " SPL-Batch-Date " from "
                 SPL-Batch-Source " already merged - emptying any "
                 "partition output left behind"
              perform Drain-Partition-Files
              goback
           end-if
           perform Gather-Stream-Counts
           perform Judge-Streams
           if Streams-Failed
              perform Fold-Partition-Logs
              display "Nothing merged - rerun the failed streams, "
                 "then this job"
              move 12 to return-code
              perform Stamp-Step-End
              goback
           end-if

           display "Merging split of " SPL-Batch-Date " from "
              SPL-Batch-Source
           perform Merge-Journals
           perform Append-History
           perform Append-Suspense
           perform Append-Holds
           perform Append-Logs
           perform Write-Run-Control
           perform Mark-Split-Merged
           perform Drain-Partition-Files
           perform Clear-Batch-Flag
           perform Print-Merge-Summary
           move Total-Return-Code to return-code
           perform Stamp-Step-End
           goback
           .

       Read-Mode-Card.
           open input Mode-Card-File
           if Mode-Card-Not-Found
              continue
           else
              perform File-Check-Mode-Card
              read Mode-Card-File
              perform File-Check-Mode-Card
              if not Mode-Card-EOF and MOD-Keyword equal "CHECK"
                 move "C" to Merge-Mode-Flag
                 display "Check mode - partitions 1-4 only"
              end-if
              close Mode-Card-File
           end-if
           .

       Read-Split-Control.
           open input Split-Control-File
           if Split-Control-Missing
              display "No FRSPLCTL - there is no split to merge"
              perform 9900-Tragic-Ending
           end-if
           perform File-Check-Split-Control
           read Split-Control-File into Split-Control
           perform File-Check-Split-Control
           if Split-Control-EOF
              display "FRSPLCTL is empty - there is no split to merge"
              perform 9900-Tragic-Ending
           end-if
           close Split-Control-File
           .

      * a stream refused as a duplicate (RC=8) applied nothing, so
      * it does not cancel a clean run of the same stream before it
       Gather-Stream-Counts.
           initialize Stream-Table
           open input Count-In-File
           if not Count-In-Missing
              perform File-Check-Count-In
              read Count-In-File into Count-Record
              perform File-Check-Count-In
              perform with test before
                 until Count-In-EOF
                 perform Take-Count-Record
                 read Count-In-File into Count-Record
                 perform File-Check-Count-In
              end-perform
              close Count-In-File
           end-if
           .

       Take-Count-Record.
           move zero to Found-Stream-Ix
           perform varying Stream-Ix from 1 by 1
              until Stream-Ix > 5
              if Stream-Ids(Stream-Ix:1) equal PC-Stream-Id
                 move Stream-Ix to Found-Stream-Ix
              end-if
           end-perform
           move Found-Stream-Ix to Stream-Ix
           if Stream-Ix > zero
              and PC-Batch-Source equal SPL-Batch-Source
              and PC-Batch-Date equal SPL-Batch-Date
              if PC-Return-Code equal 8 and SM-Found(Stream-Ix)
                 display "Stream " PC-Stream-Id " refused a rerun "
                    "at " PC-End-Time " - earlier run kept"
              else
                 move "Y" to SM-Found-Flag(Stream-Ix)
                 move Count-Record to SM-Count-Image(Stream-Ix)
              end-if
           end-if
           .

       Judge-Streams.
           perform varying Stream-Ix from 1 by 1
              until Stream-Ix > Last-Stream
              perform Judge-One-Stream
           end-perform
           .

       Judge-One-Stream.
           if not SM-Found(Stream-Ix)
              display "Stream " Stream-Ids(Stream-Ix:1)
                 " has not run this batch"
              move "Y" to Stream-Fail-Flag
           else
              move SM-Count-Image(Stream-Ix) to Count-Record
              EVALUATE true
                 WHEN PC-Return-Code not < 8
                    display "Stream " PC-Stream-Id " ended RC="
                       PC-Return-Code " at " PC-End-Time
                    move "Y" to Stream-Fail-Flag
                 WHEN PC-Records-In
                       not equal SPL-Stream-Count(Stream-Ix)
                    display "Stream " PC-Stream-Id " read "
                       PC-Records-In " of the "
                       SPL-Stream-Count(Stream-Ix) " split to it"
                    move "Y" to Stream-Fail-Flag
                 WHEN other
                    display "Stream " PC-Stream-Id " ended RC="
                       PC-Return-Code " - " PC-Records-In " read"
                    perform Add-Stream-Totals
              END-EVALUATE
           end-if
           .

       Add-Stream-Totals.
           if PC-Return-Code > Total-Return-Code
              move PC-Return-Code to Total-Return-Code
           end-if
           add PC-Add-Count to Total-Add
           add PC-Update-Count to Total-Update
           add PC-Delete-Count to Total-Delete
           add PC-Trade-Count to Total-Trade
           add PC-Roster-Count to Total-Roster
           add PC-Injury-Count to Total-Injury
           add PC-Namefix-Count to Total-Namefix
           add PC-Reject-Count to Total-Reject
           add PC-Hold-Count to Total-Hold
           add PC-Parked-Count to Total-Parked
           .

      * the partitions ran side by side, so their journals are
      * interleaved back into the order the actions happened
       Merge-Journals.
           sort Journal-Sort-File
              on ascending key JSR-Timestamp
              with duplicates in order
              using Journal-In-File
              output procedure is Write-Merged-Journal
           .

       Write-Merged-Journal.
           move "FRJRNL" to File-Being-Merged
           open extend Journal-File
           perform File-Check-Shared
           perform Journal-Sort-Get
           perform with test before
              until Sort-EOF
              write Journal-File-Record from Journal-Sort-Record
              end-write
              perform File-Check-Shared
              add 1 to JournalCount
              perform Journal-Sort-Get
           end-perform
           close Journal-File
           .

       Journal-Sort-Get.
           return Journal-Sort-File
              at end set Sort-EOF to true
           end-return
           .

       Append-History.
           move "FRHIST" to File-Being-Merged
           open input History-In-File
           perform File-Check-Part-In
           open extend History-File
           perform File-Check-Shared
           read History-In-File
           perform File-Check-Part-In
           perform with test before
              until Part-In-EOF
              write History-File-Record from History-In-Record
              end-write
              perform File-Check-Shared
              add 1 to HistoryCount
              read History-In-File
              perform File-Check-Part-In
           end-perform
           close History-In-File
           close History-File
           .

       Append-Suspense.
           move "FRSUSPEN" to File-Being-Merged
           open input Suspense-In-File
           perform File-Check-Part-In
           open extend Suspense-File
           perform File-Check-Shared
           read Suspense-In-File
           perform File-Check-Part-In
           perform with test before
              until Part-In-EOF
              write Suspense-File-Record from Suspense-In-Record
              end-write
              perform File-Check-Shared
              add 1 to SuspenseCount
              read Suspense-In-File
              perform File-Check-Part-In
           end-perform
           close Suspense-In-File
           close Suspense-File
           .

       Append-Holds.
           move "FRHOLD" to File-Being-Merged
           open input Hold-In-File
           perform File-Check-Part-In
           open extend Hold-File
           if Shared-Not-Found
              open output Hold-File
           end-if
           perform File-Check-Shared
           read Hold-In-File
           perform File-Check-Part-In
           perform with test before
              until Part-In-EOF
              write Hold-Record from Hold-In-Record
              end-write
              perform File-Check-Shared
              add 1 to HoldCount
              read Hold-In-File
              perform File-Check-Part-In
           end-perform
           close Hold-In-File
           close Hold-File
           .

       Append-Logs.
           move "RUNLOG" to File-Being-Merged
           open input Log-In-File
           perform File-Check-Part-In
           open extend Error-Log-File
           if Shared-Not-Found
              open output Error-Log-File
           end-if
           perform File-Check-Shared
           read Log-In-File
           perform File-Check-Part-In
           perform with test before
              until Part-In-EOF
              write Error-Log-Record from Log-In-Record
              end-write
              perform File-Check-Shared
              add 1 to LogCount
              read Log-In-File
              perform File-Check-Part-In
           end-perform
           close Log-In-File
           close Error-Log-File
           .

      * a refused merge still hands the partitions' abend entries to
      * RUNLOG, and empties them so the eventual merge does not
      * hand them over twice
       Fold-Partition-Logs.
           perform Append-Logs
           perform Drain-Log-Files
           display "Partition RUNLOG entries moved to RUNLOG: "
              LogCount
           .

       Write-Run-Control.
           open extend Run-Control-File
           if Run-Control-Not-Found
              open output Run-Control-File
           end-if
           perform File-Check-Run-Control
           move spaces to Run-Control-Record
           move SPL-Batch-Source to RUN-Source
           move SPL-Batch-Date to RUN-Business-Date
           move SPL-Record-Count to RUN-Record-Count
           move SPL-Hash-Games to RUN-Hash-Games
           move SPL-Hash-Attempts to RUN-Hash-Attempts
           move SPL-Hash-Completed to RUN-Hash-Completed
           move SPL-Hash-Three to RUN-Hash-Three
           move "C" to RUN-Status
           write Run-Control-Record
           end-write
           perform File-Check-Run-Control
           close Run-Control-File
           .

       Mark-Split-Merged.
           open output Split-Control-File
           perform File-Check-Split-Control
           move "M" to SPL-Merge-Status
           write Split-Control-Record from Split-Control
           end-write
           perform File-Check-Split-Control
           close Split-Control-File
           .

       Drain-Partition-Files.
           perform Drain-Count-Files
           perform Drain-Journal-Files
           perform Drain-History-Files
           perform Drain-Suspense-Files
           perform Drain-Hold-Files
           perform Drain-Log-Files
           perform Drain-Run-Control-Files
           .

       Drain-Count-Files.
           move "FRPCNT1" to Drain-DD-Name
           open output Count-1-File
           perform File-Check-Drain
           close Count-1-File
           move "FRPCNT2" to Drain-DD-Name
           open output Count-2-File
           perform File-Check-Drain
           close Count-2-File
           move "FRPCNT3" to Drain-DD-Name
           open output Count-3-File
           perform File-Check-Drain
           close Count-3-File
           move "FRPCNT4" to Drain-DD-Name
           open output Count-4-File
           perform File-Check-Drain
           close Count-4-File
           move "FRPCNTX" to Drain-DD-Name
           open output Count-X-File
           perform File-Check-Drain
           close Count-X-File
           .

       Drain-Journal-Files.
           move "FRJRNL1" to Drain-DD-Name
           open output Journal-1-File
           perform File-Check-Drain
           close Journal-1-File
           move "FRJRNL2" to Drain-DD-Name
           open output Journal-2-File
           perform File-Check-Drain
           close Journal-2-File
           move "FRJRNL3" to Drain-DD-Name
           open output Journal-3-File
           perform File-Check-Drain
           close Journal-3-File
           move "FRJRNL4" to Drain-DD-Name
           open output Journal-4-File
           perform File-Check-Drain
           close Journal-4-File
           move "FRJRNLX" to Drain-DD-Name
           open output Journal-X-File
           perform File-Check-Drain
           close Journal-X-File
           .

       Drain-History-Files.
           move "FRHIST1" to Drain-DD-Name
           open output History-1-File
           perform File-Check-Drain
           close History-1-File
           move "FRHIST2" to Drain-DD-Name
           open output History-2-File
           perform File-Check-Drain
           close History-2-File
           move "FRHIST3" to Drain-DD-Name
           open output History-3-File
           perform File-Check-Drain
           close History-3-File
           move "FRHIST4" to Drain-DD-Name
           open output History-4-File
           perform File-Check-Drain
           close History-4-File
           move "FRHISTX" to Drain-DD-Name
           open output History-X-File
           perform File-Check-Drain
           close History-X-File
           .

       Drain-Suspense-Files.
           move "FRSUSP1" to Drain-DD-Name
           open output Suspense-1-File
           perform File-Check-Drain
           close Suspense-1-File
           move "FRSUSP2" to Drain-DD-Name
           open output Suspense-2-File
           perform File-Check-Drain
           close Suspense-2-File
           move "FRSUSP3" to Drain-DD-Name
           open output Suspense-3-File
           perform File-Check-Drain
           close Suspense-3-File
           move "FRSUSP4" to Drain-DD-Name
           open output Suspense-4-File
           perform File-Check-Drain
           close Suspense-4-File
           move "FRSUSPX" to Drain-DD-Name
           open output Suspense-X-File
           perform File-Check-Drain
           close Suspense-X-File
           .

       Drain-Hold-Files.
           move "FRHOLD1" to Drain-DD-Name
           open output Hold-1-File
           perform File-Check-Drain
           close Hold-1-File
           move "FRHOLD2" to Drain-DD-Name
           open output Hold-2-File
           perform File-Check-Drain
           close Hold-2-File
           move "FRHOLD3" to Drain-DD-Name
           open output Hold-3-File
           perform File-Check-Drain
           close Hold-3-File
           move "FRHOLD4" to Drain-DD-Name
           open output Hold-4-File
           perform File-Check-Drain
           close Hold-4-File
           move "FRHOLDX" to Drain-DD-Name
           open output Hold-X-File
           perform File-Check-Drain
           close Hold-X-File
           .

       Drain-Log-Files.
           move "RUNLOG1" to Drain-DD-Name
           open output Log-1-File
           perform File-Check-Drain
           close Log-1-File
           move "RUNLOG2" to Drain-DD-Name
           open output Log-2-File
           perform File-Check-Drain
           close Log-2-File
           move "RUNLOG3" to Drain-DD-Name
           open output Log-3-File
           perform File-Check-Drain
           close Log-3-File
           move "RUNLOG4" to Drain-DD-Name
           open output Log-4-File
           perform File-Check-Drain
           close Log-4-File
           move "RUNLOGX" to Drain-DD-Name
           open output Log-X-File
           perform File-Check-Drain
           close Log-X-File
           .

       Drain-Run-Control-Files.
           move "FRRCTL1" to Drain-DD-Name
           open output Run-Ctl-1-File
           perform File-Check-Drain
           close Run-Ctl-1-File
           move "FRRCTL2" to Drain-DD-Name
           open output Run-Ctl-2-File
           perform File-Check-Drain
           close Run-Ctl-2-File
           move "FRRCTL3" to Drain-DD-Name
           open output Run-Ctl-3-File
           perform File-Check-Drain
           close Run-Ctl-3-File
           move "FRRCTL4" to Drain-DD-Name
           open output Run-Ctl-4-File
           perform File-Check-Drain
           close Run-Ctl-4-File
           move "FRRCTLX" to Drain-DD-Name
           open output Run-Ctl-X-File
           perform File-Check-Drain
           close Run-Ctl-X-File
           .

       Clear-Batch-Flag.
           open i-o Season-File
           if Season-No-File
              display "No FRSEASON file - batch/online coordination "
                 "flag skipped"
           else
              perform File-Check-Season
              move "BATCHRUN" to FD-Season-Key
              read Season-File into Season-Record
              end-read
              if Season-Not-Found
                 display "No BATCHRUN flag on FRSEASON to clear"
              else
                 perform File-Check-Season
                 move "C" to SEA-Batch-Flag
                 rewrite FD-Season-Record from Season-Record
                 end-rewrite
                 perform File-Check-Season
              end-if
              close Season-File
           end-if
           .

       Print-Merge-Summary.
           compute Total-Applied = Total-Add + Total-Update
              + Total-Delete + Total-Trade + Total-Roster
              + Total-Injury + Total-Namefix
           end-compute
           display " "
           display "Transaction summary, all streams:"
           display "  Details in batch:" SPL-Record-Count
           display "  ADDs applied:    " Total-Add
           display "  UPDATEs applied: " Total-Update
           display "  DELETEs applied: " Total-Delete
           display "  TRADEs applied:  " Total-Trade
           display "  ROSTERs applied: " Total-Roster
           display "  INJURYs applied: " Total-Injury
           display "  NAMEFIXs applied:" Total-Namefix
           display "  Rejected:        " Total-Reject
           display "  Held for review: " Total-Hold
           display "  Parked for date: " Total-Parked
           display "Merged into the shared files:"
           display "  FRJRNL:          " JournalCount
           display "  FRHIST:          " HistoryCount
           display "  FRSUSPEN:        " SuspenseCount
           display "  FRHOLD:          " HoldCount
           display "  RUNLOG:          " LogCount
           .

       File-Check-Mode-Card.
           if not Mode-Card-OK and not Mode-Card-EOF
              display "FRPMCTL file status: " Mode-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Split-Control.
           if not Split-Control-OK and not Split-Control-EOF
              display "FRSPLCTL file status: " Split-Control-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Count-In.
           if not Count-In-OK and not Count-In-EOF
              display "FRPCOUNT file status: " Count-In-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Part-In.
           if not Part-In-OK and not Part-In-EOF
              display "Partition input for " File-Being-Merged
                 " file status: " Part-In-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Shared.
           if not Shared-File-OK
              display File-Being-Merged " file status: "
                 Shared-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Run-Control.
           if not Run-Control-OK
              display "FRRUNCTL file status: " Run-Control-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Drain.
           if not Drain-File-OK
              display Drain-DD-Name " file status: "
                 Drain-File-Status
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
           display "Error merging the FRUPDATE partitions"
           close Mode-Card-File
           close Split-Control-File
           close Count-In-File
           close History-In-File
           close Suspense-In-File
           close Hold-In-File
           close Log-In-File
           close Journal-File
           close History-File
           close Suspense-File
           close Hold-File
           close Error-Log-File
           close Run-Control-File
           close Season-File
           if not Check-Mode
              perform Stamp-Step-End
           end-if
           goback
           .

      * the night's one FRUPDATE end stamp, started by FRPSPLIT -
      * a failed stamp is reported and ignored, never fatal
       Stamp-Step-End.
           move "ENDS" to STA-Function
           move "FRUPDATE" to STA-Step-Name
           move return-code to STA-Return-Code
           if SPL-Record-Count is numeric
              move SPL-Record-Count to STA-Records-In
           else
              move zero to STA-Records-In
           end-if
           compute STA-Records-Applied = Total-Add + Total-Update
              + Total-Delete + Total-Trade + Total-Roster
              + Total-Injury + Total-Namefix
           end-compute
           if Total-Reject > 99999
              move 99999 to STA-Exception-Count
           else
              move Total-Reject to STA-Exception-Count
           end-if
           if Total-Hold > 99999
              move 99999 to STA-Held-Count
           else
              move Total-Hold to STA-Held-Count
           end-if
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .
