       Identification Division.
       Program-Id. FRDTREL.
      *****************************************************************
      * Nightly release of effective-dated transactions. FRUPDATE
      * parks any detail whose FTU-Effective-Date is later than its
      * batch's business date in the FRDATED KSDS instead of applying
      * it; this run, ahead of FRUPDATE, does three things:
      *   1. applies the FRDTCTL cancel cards -
      *        CANCEL   - FRDATED sequence number cols 9-15
      *      an item still waiting is deleted and listed; a number
      *      not on file, an item already released, or a bad card is
      *      listed REFUSED and the run ends RC=4;
      *   2. copies the night's transmission (FRDTIN) to FRDTOUT and
      *      appends every waiting item whose effective date has come
      *      - through the business date on FRDTIN's header, or today
      *      when no batch came in - then writes one trailer with the
      *      count and hash totals of the whole, so FRUPDATE balances
      *      the merged file as a single batch. FRDTIN is balanced
      *      against its own trailer first: a transmission that does
      *      not balance ends the run RC=8 with no trailer written and
      *      nothing released, and FRUPDATE refuses the file;
      *   3. prints the FRDTRPT listing of what was cancelled, what
      *      was released, and what is still waiting.
      * A released item is stamped with the release date rather than
      * deleted, so a rerun for the same night rebuilds the same
      * batch; it is purged by the first run for a later night.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Dated-File
               Record Key FD-Dated-Seq
               Assign to "FRDATED"
               Organization Indexed
               Access Dynamic
               File Status Dated-File-Status.
           SELECT Cancel-Card-File
              ASSIGN to "FRDTCTL"
              Organization sequential
              Access Sequential
              File Status Cancel-Card-Status.
           SELECT Batch-In-File
              ASSIGN to "FRDTIN"
              Organization sequential
              Access Sequential
              File Status Batch-In-Status.
           SELECT Batch-Out-File
              ASSIGN to "FRDTOUT"
              Organization sequential
              Access Sequential
              File Status Batch-Out-Status.
           SELECT Report-File
              ASSIGN to "FRDTRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
       FD  Dated-File.
       01  FD-Dated-Record.
           copy FRDATEK.
       FD  Cancel-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Cancel-Card-Record.
       01  Cancel-Card-Record.
           05  CAN-Keyword            pic x(08).
           05  CAN-Seq-X              pic x(07).
           05  CAN-Seq redefines CAN-Seq-X
                                      pic 9(07).
           05  filler                 pic x(65).
       FD  Batch-In-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Batch-In-Record.
       01  Batch-In-Record            pic x(80).
       FD  Batch-Out-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Batch-Out-Record.
       01  Batch-Out-Record           pic x(80).
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
           05  Dated-File-Status          pic x(02).
               88  Dated-OK               value "00".
               88  Dated-EOF              value "10".
               88  Dated-Not-Found        value "23".
               88  Dated-No-File          value "35".
           05  Cancel-Card-Status         pic x(02).
               88  Cancel-Card-OK         value "00".
               88  Cancel-Card-EOF        value "10".
               88  Cancel-Card-Not-Found  value "35".
           05  Batch-In-Status            pic x(02).
               88  Batch-In-OK            value "00".
               88  Batch-In-EOF           value "10".
           05  Batch-Out-Status           pic x(02).
               88  Batch-Out-OK           value "00".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  Dated-Record.
           copy FRDATER.
       01  Work-Transaction.
           copy FRUPDATE.
       01  FRSTAT-Parms.
           copy FRSTATPA.

       01  WorkingVars.
           05  IncomingCount              pic 9(07) value zero.
           05  ReleasedCount              pic 9(07) value zero.
           05  OutputCount                pic 9(07) value zero.
           05  CancelledCount             pic 9(05) value zero.
           05  RefusedCount               pic 9(05) value zero.
           05  WaitingCount               pic 9(07) value zero.
           05  PurgedCount                pic 9(07) value zero.
           05  Release-Date               pic x(08) value spaces.
           05  Batch-Source               pic x(08) value "FRDTREL ".
           05  Header-Seen-Flag           pic x value "N".
               88  Header-Seen            value "Y".
           05  Trailer-Seen-Flag          pic x value "N".
               88  Trailer-Seen           value "Y".
           05  Batch-Fail-Flag            pic x value "N".
               88  Batch-Failed           value "Y".
       01  Batch-Hash-Totals.
           05  Batch-Hash-Games           pic 9(09) value zero.
           05  Batch-Hash-Attempts        pic 9(09) value zero.
           05  Batch-Hash-Completed       pic 9(09) value zero.
           05  Batch-Hash-Three           pic 9(09) value zero.
       01  Trailer-Totals.
           05  Trailer-Record-Count       pic 9(07) value zero.
           05  Trailer-Hash-Games         pic 9(09) value zero.
           05  Trailer-Hash-Attempts      pic 9(09) value zero.
           05  Trailer-Hash-Completed     pic 9(09) value zero.
           05  Trailer-Hash-Three         pic 9(09) value zero.

       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
       01  Report-Heading-1.
           05  filler                     pic x(32) value
               "EFFECTIVE-DATED TRANSACTIONS    ".
           05  filler                     pic x(09) value
               "RUN DATE ".
           05  RH1-Year                   pic 9(04).
           05  filler                     pic x value "-".
           05  RH1-Month                  pic 9(02).
           05  filler                     pic x value "-".
           05  RH1-Day                    pic 9(02).
           05  filler                     pic x(16) value
               "  RELEASED THRU ".
           05  RH1-Release-Date           pic x(08).
           05  filler                     pic x(07) value "  PAGE ".
           05  RH1-Page                   pic zzz9.
           05  filler                     pic x(46) value spaces.
       01  Column-Heading.
           05  filler                     pic x(10) value spaces.
           05  filler                     pic x(09) value "SEQ".
           05  filler                     pic x(10) value "EFFECTIVE".
           05  filler                     pic x(03) value "OP".
           05  filler                     pic x(21) value "TEAM".
           05  filler                     pic x(22) value "PLAYER".
           05  filler                     pic x(10) value "PARKED".
           05  filler                     pic x(10) value "SOURCE".
           05  filler                     pic x(37) value "NOTE".
       01  Detail-Line.
           05  DL-Action                  pic x(10).
           05  DL-Seq                     pic 9(07).
           05  filler                     pic x(02) value spaces.
           05  DL-Effective-Date          pic x(08).
           05  filler                     pic x(02) value spaces.
           05  DL-Operation               pic x(01).
           05  filler                     pic x(02) value spaces.
           05  DL-Team                    pic x(20).
           05  filler                     pic x(01) value spaces.
           05  DL-Player                  pic x(20).
           05  filler                     pic x(02) value spaces.
           05  DL-Parked-Date             pic x(08).
           05  filler                     pic x(02) value spaces.
           05  DL-Source                  pic x(08).
           05  filler                     pic x(02) value spaces.
           05  DL-Note                    pic x(37).
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           perform Stamp-Step-Start
           move function current-date to Date-and-Time
           display "before open"
           perform Open-Dated-File
           open input Batch-In-File
           perform File-Check-Batch-In
           open output Batch-Out-File
           perform File-Check-Batch-Out
           open output Report-File
           perform File-Check-Report
           display "after open"

      * the release date has to be the business date FRUPDATE will
      * judge the merged batch by, so read the header first
           read Batch-In-File into Work-Transaction
           perform File-Check-Batch-In
           if not Batch-In-EOF and FTU-HEADER
              move FTU-Header-Source to Batch-Source
              if FTU-Header-Date is numeric
                 move FTU-Header-Date to Release-Date
              end-if
           end-if
           if Release-Date equal spaces
              move TodayDate to Release-Date
           end-if
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day
           move Release-Date to RH1-Release-Date

           perform Apply-Cancel-Cards
           perform Copy-Incoming-Batch
           if Batch-Failed
              move 8 to return-code
              move "INCOMING BATCH DOES NOT BALANCE - NOTHING RELEASED"
                 to Print-Line
              perform Print-A-Line
           else
              perform Release-Due-Items
              perform Write-Batch-Trailer
           end-if
           perform List-Waiting-Items
           perform Print-Summary
           if return-code equal zero and RefusedCount > zero
              move 4 to return-code
           end-if
           perform Stamp-Step-End
           perform File-Quit
           goback
           .

      * a freshly defined cluster still owes FRUPDATE a batch -
      * seed key zero the way FRUPDATE's Open-Dated-File does
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

       Apply-Cancel-Cards.
           open input Cancel-Card-File
           if Cancel-Card-Not-Found
              continue
           else
              perform File-Check-Cancel
              move "CANCELLED" to Print-Line
              perform Print-A-Line
              move Column-Heading to Print-Line
              perform Print-A-Line
              read Cancel-Card-File
              perform File-Check-Cancel
              perform with test before
                 until Cancel-Card-EOF
                 perform Apply-One-Cancel
                 read Cancel-Card-File
                 perform File-Check-Cancel
              end-perform
              close Cancel-Card-File
              move spaces to Print-Line
              perform Print-A-Line
           end-if
           .

       Apply-One-Cancel.
           move spaces to Detail-Line
           if CAN-Keyword not equal "CANCEL  "
              or not CAN-Seq-X is numeric
              or CAN-Seq equal zero
              move "REFUSED" to DL-Action
              move "BAD CANCEL CARD" to DL-Note
              add 1 to RefusedCount
              display "Bad cancel card: " Cancel-Card-Record
           else
              move CAN-Seq to FD-Dated-Seq
              read Dated-File into Dated-Record
              end-read
              if Dated-Not-Found
                 move "REFUSED" to DL-Action
                 move CAN-Seq to DL-Seq
                 move "NOT ON FRDATED" to DL-Note
                 add 1 to RefusedCount
              else
                 perform File-Check-Dated
                 perform Fill-Detail-Line
                 if DQ-Released-Date not equal spaces
                    move "REFUSED" to DL-Action
                    move "ALREADY RELEASED" to DL-Note
                    add 1 to RefusedCount
                 else
                    delete Dated-File record
                    end-delete
                    perform File-Check-Dated
                    move "CANCELLED" to DL-Action
                    add 1 to CancelledCount
                 end-if
              end-if
           end-if
           move Detail-Line to Print-Line
           perform Print-A-Line
           .

      * the header already read sits in Work-Transaction. FRDTIN is
      * balanced the way FRUPDATE balances a batch - one header
      * first, one trailer last, and the trailer's count and hash
      * totals equal to the details between them
       Copy-Incoming-Batch.
           if Batch-In-EOF
              display "No transmission in FRDTIN - released items only"
              perform Write-Batch-Header
           else
              if not FTU-HEADER
                 display "Batch header record missing"
                 move "Y" to Batch-Fail-Flag
              else
                 move "Y" to Header-Seen-Flag
                 perform Write-Batch-Header
                 read Batch-In-File into Work-Transaction
                 perform File-Check-Batch-In
              end-if
              perform with test before
                 until Batch-In-EOF or Batch-Failed
                 perform Copy-One-Record
                 read Batch-In-File into Work-Transaction
                 perform File-Check-Batch-In
              end-perform
              if not Batch-Failed
                 perform Balance-Incoming-Batch
              end-if
           end-if
           .

       Copy-One-Record.
           EVALUATE true
              WHEN FTU-HEADER
                 display "More than one batch header"
                 move "Y" to Batch-Fail-Flag
              WHEN Trailer-Seen
                 display "Records follow the batch trailer"
                 move "Y" to Batch-Fail-Flag
              WHEN FTU-TRAILER
                 move "Y" to Trailer-Seen-Flag
                 perform Save-Trailer-Totals
              WHEN other
                 perform Write-Batch-Detail
                 add 1 to IncomingCount
           END-EVALUATE
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

       Balance-Incoming-Batch.
           if not Trailer-Seen
              display "Batch trailer record missing"
              move "Y" to Batch-Fail-Flag
           else
              if Trailer-Record-Count not equal IncomingCount
                 or Trailer-Hash-Games not equal Batch-Hash-Games
                 or Trailer-Hash-Attempts not equal Batch-Hash-Attempts
                 or Trailer-Hash-Completed
                    not equal Batch-Hash-Completed
                 or Trailer-Hash-Three not equal Batch-Hash-Three
                 display "Trailer count/hash totals do not match "
                    "the detail records: count " IncomingCount
                    " trailer " Trailer-Record-Count
                 move "Y" to Batch-Fail-Flag
              end-if
           end-if
           .

      * one pass in sequence order: released items from an earlier
      * night are purged, items released tonight by an earlier try
      * of this same run go out again, and waiting items that have
      * come due are released and stamped
       Release-Due-Items.
           move "RELEASED TO TONIGHT'S BATCH" to Print-Line
           perform Print-A-Line
           move Column-Heading to Print-Line
           perform Print-A-Line
           move 1 to FD-Dated-Seq
           start Dated-File
              key is >= FD-Dated-Seq
           end-start
           if Dated-OK
              perform Read-Next-Dated
              perform with test before
                 until Dated-EOF
                 perform Release-One-Item
                 perform Read-Next-Dated
              end-perform
           end-if
           if ReleasedCount equal zero
              move "  NONE DUE" to Print-Line
              perform Print-A-Line
           end-if
           move spaces to Print-Line
           perform Print-A-Line
           .

       Read-Next-Dated.
           read Dated-File next
               into Dated-Record
           end-read
           if not Dated-EOF
              perform File-Check-Dated
           end-if
           .

       Release-One-Item.
           EVALUATE true
              WHEN DQ-Released-Date equal spaces
                 and DQ-Effective-Date <= Release-Date
                 move Release-Date to DQ-Released-Date
                 rewrite FD-Dated-Record from Dated-Record
                 end-rewrite
                 perform File-Check-Dated
                 perform Send-Released-Item
              WHEN DQ-Released-Date equal Release-Date
                 perform Send-Released-Item
              WHEN DQ-Released-Date not equal spaces
                 and DQ-Released-Date < Release-Date
                 delete Dated-File record
                 end-delete
                 perform File-Check-Dated
                 add 1 to PurgedCount
              WHEN other
                 continue
           END-EVALUATE
           .

       Send-Released-Item.
           move DQ-Transaction to Work-Transaction
           perform Write-Batch-Detail
           add 1 to ReleasedCount
           move spaces to Detail-Line
           perform Fill-Detail-Line
           move "RELEASED" to DL-Action
           move Detail-Line to Print-Line
           perform Print-A-Line
           .

       List-Waiting-Items.
           move "STILL WAITING" to Print-Line
           perform Print-A-Line
           move Column-Heading to Print-Line
           perform Print-A-Line
           move 1 to FD-Dated-Seq
           start Dated-File
              key is >= FD-Dated-Seq
           end-start
           if Dated-OK
              perform Read-Next-Dated
              perform with test before
                 until Dated-EOF
                 if DQ-Released-Date equal spaces
                    add 1 to WaitingCount
                    move spaces to Detail-Line
                    perform Fill-Detail-Line
                    move "WAITING" to DL-Action
                    move Detail-Line to Print-Line
                    perform Print-A-Line
                 end-if
                 perform Read-Next-Dated
              end-perform
           end-if
           if WaitingCount equal zero
              move "  NOTHING WAITING" to Print-Line
              perform Print-A-Line
           end-if
           .

       Fill-Detail-Line.
           move DQ-Transaction to Work-Transaction
           move DQ-Seq to DL-Seq
           move DQ-Effective-Date to DL-Effective-Date
           move FTU-Operation to DL-Operation
           move FTU-Team-Name to DL-Team
           move FTU-Player-Name to DL-Player
           move DQ-Parked-Date to DL-Parked-Date
           move DQ-Batch-Source to DL-Source
           if FTU-TRADE
              move FTU-New-Team-Name to DL-Note
           end-if
           if FTU-NAMEFIX
              move FTU-New-Player-Name to DL-Note
           end-if
           .

       Write-Batch-Header.
           move spaces to Work-Transaction
           move "H" to FTU-Operation
           move Batch-Source to FTU-Header-Source
           move Release-Date to FTU-Header-Date
           move Work-Transaction to Batch-Out-Record
           write Batch-Out-Record
           end-write
           perform File-Check-Batch-Out
           .

       Write-Batch-Detail.
           move Work-Transaction to Batch-Out-Record
           write Batch-Out-Record
           end-write
           perform File-Check-Batch-Out
           add 1 to OutputCount
           perform Accumulate-Hash-Totals
           .

       Accumulate-Hash-Totals.
           if FTU-Games-X is numeric
              compute Batch-Hash-Games = function mod(
                 Batch-Hash-Games + FTU-Games, 1000000000)
              end-compute
           end-if
           if FTU-Attempts-X is numeric
              compute Batch-Hash-Attempts = function mod(
                 Batch-Hash-Attempts + FTU-Attempts, 1000000000)
              end-compute
           end-if
           if FTU-Completed-X is numeric
              compute Batch-Hash-Completed = function mod(
                 Batch-Hash-Completed + FTU-Completed, 1000000000)
              end-compute
           end-if
           if FTU-Three-Pointers-X is numeric
              compute Batch-Hash-Three = function mod(
                 Batch-Hash-Three + FTU-Three-Pointers, 1000000000)
              end-compute
           end-if
           .

       Write-Batch-Trailer.
           move spaces to Work-Transaction
           move "Z" to FTU-Operation
           move OutputCount to FTU-Trailer-Count
           move Batch-Hash-Games to FTU-Trailer-Games
           move Batch-Hash-Attempts to FTU-Trailer-Attempts
           move Batch-Hash-Completed to FTU-Trailer-Completed
           move Batch-Hash-Three to FTU-Trailer-Three
           move Work-Transaction to Batch-Out-Record
           write Batch-Out-Record
           end-write
           perform File-Check-Batch-Out
           .

       Print-Summary.
           move spaces to Print-Line
           perform Print-A-Line
           move "RELEASE SUMMARY" to Print-Line
           perform Print-A-Line
           string "  INCOMING TRANSACTIONS:    " IncomingCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  RELEASED TONIGHT:         " ReleasedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  CANCELLED:                " CancelledCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  CANCEL CARDS REFUSED:     " RefusedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  STILL WAITING:            " WaitingCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "  PURGED (EARLIER NIGHTS):  " PurgedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           display "Incoming transactions: " IncomingCount
           display "Released to FRDTOUT:   " ReleasedCount
           display "Cancelled:             " CancelledCount
           display "Still waiting:         " WaitingCount
           .

       File-Quit.
           move spaces to Print-Line
           perform Print-A-Line
           move "***** END OF REPORT *****" to Print-Line
           perform Print-A-Line
           close Dated-File
           close Batch-In-File
           close Batch-Out-File
           close Report-File
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

       File-Check-Dated.
           if not Dated-OK
              display "FRDATED file status: " Dated-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Cancel.
           if not Cancel-Card-OK and not Cancel-Card-EOF
              display "FRDTCTL file status: " Cancel-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Batch-In.
           if not Batch-In-OK and not Batch-In-EOF
              display "FRDTIN file status: " Batch-In-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Batch-Out.
           if not Batch-Out-OK
              display "FRDTOUT file status: " Batch-Out-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRDTRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error releasing effective-dated transactions"
           close Dated-File
           close Cancel-Card-File
           close Batch-In-File
           close Batch-Out-File
           close Report-File
           perform Stamp-Step-End
           goback
           .

      * run-status bookkeeping through the shared FRSTAT service -
      * a failed stamp is reported and ignored, never fatal
       Stamp-Step-Start.
           move "STRT" to STA-Function
           move "FRDTREL " to STA-Step-Name
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .

       Stamp-Step-End.
           move "ENDS" to STA-Function
           move "FRDTREL " to STA-Step-Name
           move return-code to STA-Return-Code
           move IncomingCount to STA-Records-In
           move ReleasedCount to STA-Records-Applied
           move RefusedCount to STA-Exception-Count
           if WaitingCount > 99999
              move 99999 to STA-Held-Count
           else
              move WaitingCount to STA-Held-Count
           end-if
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .
