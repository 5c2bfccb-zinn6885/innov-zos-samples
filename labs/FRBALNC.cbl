       Identification Division.
       Program-Id. FRBALNC.
      *****************************************************************
      * End-of-run control-total balancing for the nightly FRSEED
      * chain. Every step proves its own piece - FRUPDATE its batch
      * trailer, FRBKVRFY its backup generation, FRXTRACT its own
      * trailer - but nothing proved the night as a whole: that
      * every record the batch trailer promised landed somewhere,
      * and that what was backed up is what went to the league
      * office. This step prints one FRBALRPT balancing sheet with
      * every leg's record count and the mod-1e9 hash totals of the
      * four stat fields (the same scheme as the FRUPDATE trailer),
      * and the difference wherever a leg does not tie:
      *   1. the TRANS.TONIGHT trailer against where each detail
      *      went - applied (the night's FRJRNL before/after
      *      images), rejected to FRSUSPEN, held on FRHOLD, or
      *      parked on FRDATED for a later night. Only an ADD or
      *      UPDATE carries stats: an ADD's stats are its after-
      *      image, an UPDATE's are after-image less before-image.
      *   2. the stat-bearing FRJRNL actions (ADD, UPDATE, TRADE,
      *      NAMEFIX) against the FRHIST rows written for them.
      *   3. the new FRSEED.BACKUP generation against the live
      *      FRSEED that FRXTRACT reads.
      *   4. the same backup generation against the PLR rows of
      *      the FRXTRN extract, and the extract's own TRL trailer
      *      against those rows.
      * "The night" is the run date FRUPDATE last stamped on
      * FRRNSTAT. Leg 1 takes the applied FRJRNL images from that
      * stamp's start time forward, and FRSUSPEN, FRHOLD and FRDATED
      * only for the batch named in the TRANS.TONIGHT header - so an
      * FRHLDOUT release batch applied earlier the same day is not
      * counted against tonight's trailer. Leg 2 takes journal and
      * history from the run date forward on both sides, since
      * FRHIST rows carry no time of day.
      * DAILYRUN runs this step twice. Ahead of FRGATE, with no
      * FRXTRN DD, it balances legs 1-3 and stamps FRRNSTAT as
      * FRBALNC with the count of legs out of balance; FRGATE holds
      * the extract on that stamp. After FRXTRACT, with the new
      * FRXTRN generation, it reprints the whole sheet with leg 4
      * and stamps as FRBALNCX - RC=8 there means the generation
      * just cut does not tie and must not be transmitted.
      * RC=8 whenever any leg is out of balance.
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
           Select Dated-File
               Record Key FD-Dated-Seq
               Assign to "FRDATED"
               Organization Indexed
               Access Dynamic
               File Status Dated-File-Status.
           Select Status-File
               Record Key FD-Status-Key
               Assign to "FRRNSTAT"
               Organization Indexed
               Access Dynamic
               File Status Status-File-Status.
           SELECT Update-File
              ASSIGN to "FRUPDATE"
              Organization sequential
              Access Sequential
              File Status Update-File-Status.
           SELECT Journal-File
              ASSIGN to "FRJRNL"
              Organization sequential
              Access Sequential
              File Status Journal-File-Status.
           SELECT History-File
              ASSIGN to "FRHIST"
              Organization sequential
              Access Sequential
              File Status History-File-Status.
           SELECT Suspense-File
              ASSIGN to "FRSUSPEN"
              Organization sequential
              Access Sequential
              File Status Suspense-File-Status.
           SELECT Hold-File
              ASSIGN to "FRHOLD"
              Organization sequential
              Access Sequential
              File Status Hold-File-Status.
           SELECT Backup-File
              ASSIGN to "FRBKUP"
              Organization sequential
              Access Sequential
              File Status Backup-File-Status.
           SELECT Extract-File
              ASSIGN to "FRXTRN"
              Organization sequential
              Access Sequential
              File Status Extract-File-Status.
           SELECT Report-File
              ASSIGN to "FRBALRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
       FD  KSDS-File.
       01  FD-KSDS-Record.
           copy FRTHROW.
       FD  Dated-File.
       01  FD-Dated-Record.
           copy FRDATEK.
       FD  Status-File.
       01  FD-Status-Record.
           copy FRSTATK.
       FD  Update-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Update-File-Record.
       01  Update-File-Record         pic x(80).
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
       01  History-File-Record.
           copy FRHISTR.
       FD  Suspense-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-File-Record.
       01  Suspense-File-Record.
           copy FRSUSPR.
       FD  Hold-File
           Recording mode F
           Record contains 136 characters
           Block contains 0 records
           Data record Hold-Record.
       01  Hold-Record.
           copy FRHOLDR.
       FD  Backup-File
           Recording mode F
           Record contains 83 characters
           Block contains 0 records
           Data record Backup-File-Record.
       01  Backup-File-Record         pic x(83).
       FD  Extract-File
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Extract-File-Record.
       01  Extract-File-Record        pic x(132).
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
           05  KSDS-File-Status           pic x(02).
               88  KSDS-OK                value "00".
               88  KSDS-EOF               value "10".
           05  Dated-File-Status          pic x(02).
               88  Dated-OK               value "00".
               88  Dated-EOF              value "10".
               88  Dated-No-File          value "35".
           05  Status-File-Status         pic x(02).
               88  Status-File-OK         value "00".
               88  Status-File-EOF        value "10".
               88  Status-No-File         value "35".
           05  Update-File-Status         pic x(02).
               88  Update-File-OK         value "00".
               88  Update-File-EOF        value "10".
           05  Journal-File-Status        pic x(02).
               88  Journal-File-OK        value "00".
               88  Journal-File-EOF       value "10".
               88  Journal-Not-Found      value "35".
           05  History-File-Status        pic x(02).
               88  History-File-OK        value "00".
               88  History-File-EOF       value "10".
               88  History-Not-Found      value "35".
           05  Suspense-File-Status       pic x(02).
               88  Suspense-File-OK       value "00".
               88  Suspense-File-EOF      value "10".
               88  Suspense-Not-Found     value "35".
           05  Hold-File-Status           pic x(02).
               88  Hold-OK                value "00".
               88  Hold-EOF               value "10".
               88  Hold-Not-Found         value "35".
           05  Backup-File-Status         pic x(02).
               88  Backup-File-OK         value "00".
               88  Backup-File-EOF        value "10".
           05  Extract-File-Status        pic x(02).
               88  Extract-File-OK        value "00".
               88  Extract-File-EOF       value "10".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  KSDS-Record.
           copy FRSEEDR.
       01  Dated-Record.
           copy FRDATER.
       01  Status-Record.
           copy FRSTATR.
       01  Work-Transaction.
           copy FRUPDATE.
       01  FRSTAT-Parms.
           copy FRSTATPA.

      * the four stat fields sit at the same offset in every FRSEED
      * image, journalled or backed up
       01  Before-Image-View.
           05  filler                     pic x(40).
           05  BI-Games                   pic 9(05).
           05  BI-Attempts                pic 9(05).
           05  BI-Completed               pic 9(05).
           05  BI-Three-Pointers          pic 9(05).
           05  filler                     pic x(23).
       01  After-Image-View.
           05  filler                     pic x(40).
           05  AI-Games                   pic 9(05).
           05  AI-Attempts                pic 9(05).
           05  AI-Completed               pic 9(05).
           05  AI-Three-Pointers          pic 9(05).
           05  filler                     pic x(23).

       01  Extract-Fields.
           05  XF-Type                    pic x(03).
           05  XF-Team-Name               pic x(20).
           05  XF-Player-Name             pic x(20).
           05  XF-Games-X                 pic x(05).
           05  XF-Games redefines XF-Games-X
                                          pic 9(05).
           05  XF-Attempts-X              pic x(05).
           05  XF-Attempts redefines XF-Attempts-X
                                          pic 9(05).
           05  XF-Completed-X             pic x(05).
           05  XF-Completed redefines XF-Completed-X
                                          pic 9(05).
           05  XF-Three-X                 pic x(05).
           05  XF-Three redefines XF-Three-X
                                          pic 9(05).
       01  Extract-Trailer-Fields.
           05  XT-Type                    pic x(03).
           05  XT-Player-Count-X          pic x(07).
           05  XT-Player-Count redefines XT-Player-Count-X
                                          pic 9(07).
           05  XT-Team-Count-X            pic x(05).
           05  XT-Hash-Games-X            pic x(09).
           05  XT-Hash-Games redefines XT-Hash-Games-X
                                          pic 9(09).
           05  XT-Hash-Attempts-X         pic x(09).
           05  XT-Hash-Attempts redefines XT-Hash-Attempts-X
                                          pic 9(09).
           05  XT-Hash-Completed-X        pic x(09).
           05  XT-Hash-Completed redefines XT-Hash-Completed-X
                                          pic 9(09).
           05  XT-Hash-Three-X            pic x(09).
           05  XT-Hash-Three redefines XT-Hash-Three-X
                                          pic 9(09).

      * one shape for every leg - a record count and four hashes -
      * so one paragraph accumulates, compares, and prints them all
       01  Work-Totals.
           05  Work-Count                 pic 9(07).
           05  Work-Hash-Games            pic 9(09).
           05  Work-Hash-Attempts         pic 9(09).
           05  Work-Hash-Completed        pic 9(09).
           05  Work-Hash-Three            pic 9(09).
       01  Left-Totals.
           05  Left-Count                 pic 9(07).
           05  Left-Hash-Games            pic 9(09).
           05  Left-Hash-Attempts         pic 9(09).
           05  Left-Hash-Completed        pic 9(09).
           05  Left-Hash-Three            pic 9(09).
       01  Right-Totals.
           05  Right-Count                pic 9(07).
           05  Right-Hash-Games           pic 9(09).
           05  Right-Hash-Attempts        pic 9(09).
           05  Right-Hash-Completed       pic 9(09).
           05  Right-Hash-Three           pic 9(09).
       01  Leg-Totals.
           05  Trailer-Totals             pic x(43)
                                          value zeros.
           05  Applied-Totals             pic x(43)
                                          value zeros.
           05  Rejected-Totals            pic x(43)
                                          value zeros.
           05  Held-Totals                pic x(43)
                                          value zeros.
           05  Parked-Totals              pic x(43)
                                          value zeros.
           05  Accounted-Totals           pic x(43)
                                          value zeros.
           05  Stat-Action-Totals         pic x(43)
                                          value zeros.
           05  History-Totals             pic x(43)
                                          value zeros.
           05  Backup-Totals              pic x(43)
                                          value zeros.
           05  Seed-Totals                pic x(43)
                                          value zeros.
           05  Extract-Totals             pic x(43)
                                          value zeros.
           05  Extract-Trailer-Totals     pic x(43)
                                          value zeros.
       01  Item-Stats.
           05  Item-Games                 pic s9(06).
           05  Item-Attempts              pic s9(06).
           05  Item-Completed             pic s9(06).
           05  Item-Three-Pointers        pic s9(06).
       01  Difference-Totals.
           05  Diff-Count                 pic s9(09).
           05  Diff-Hash-Games            pic s9(10).
           05  Diff-Hash-Attempts         pic s9(10).
           05  Diff-Hash-Completed        pic s9(10).
           05  Diff-Hash-Three            pic s9(10).

       01  WorkingVars.
           05  Night-Date                 pic x(08) value spaces.
           05  Night-Start-Time           pic x(06) value "000000".
           05  Night-Step-Status          pic x(01) value space.
           05  Prior-Night-Date           pic x(08) value spaces.
           05  Prior-Start-Time           pic x(06) value spaces.
           05  Prior-Step-Status          pic x(01) value space.
           05  Batch-Source               pic x(08) value spaces.
           05  Batch-Date                 pic x(08) value spaces.
           05  Header-Seen-Flag           pic x value "N".
               88  Header-Seen            value "Y".
           05  Trailer-Seen-Flag          pic x value "N".
               88  Trailer-Seen           value "Y".
           05  Extract-Flag               pic x value "N".
               88  Extract-Present        value "Y".
           05  Extract-Trailer-Flag       pic x value "N".
               88  Extract-Trailer-Seen   value "Y".
           05  Extract-Bad-Row-Count      pic 9(05) value zero.
           05  Legs-Out-Count             pic 9(05) value zero.
           05  Step-Name-Out              pic x(08) value "FRBALNC ".
           05  Leg-Label                  pic x(44).
           05  Leg-Result                 pic x(15).
           05  AddCount                   pic 9(07) value zero.
           05  UpdateCount                pic 9(07) value zero.
           05  DeleteCount                pic 9(07) value zero.
           05  TradeCount                 pic 9(07) value zero.
           05  RosterCount                pic 9(07) value zero.
           05  InjuryCount                pic 9(07) value zero.
           05  NamefixCount               pic 9(07) value zero.
           05  Other-Op-Count             pic 9(07) value zero.

       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
       01  Report-Heading-1.
           05  filler                     pic x(32) value
               "NIGHTLY CHAIN BALANCING SHEET   ".
           05  filler                     pic x(09) value
               "RUN DATE ".
           05  RH1-Year                   pic 9(04).
           05  filler                     pic x value "-".
           05  RH1-Month                  pic 9(02).
           05  filler                     pic x value "-".
           05  RH1-Day                    pic 9(02).
           05  filler                     pic x(08) value
               "  NIGHT ".
           05  RH1-Night-Date             pic x(08).
           05  filler                     pic x(09) value
               "  BATCH ".
           05  RH1-Batch-Source           pic x(08).
           05  filler                     pic x value space.
           05  RH1-Batch-Date             pic x(08).
           05  filler                     pic x(07) value "  PAGE ".
           05  RH1-Page                   pic zzz9.
           05  filler                     pic x(28) value spaces.
       01  Column-Heading.
           05  filler                     pic x(44) value "LEG".
           05  filler                     pic x(11) value " RECORDS".
           05  filler                     pic x(13) value
               "GAMES HASH".
           05  filler                     pic x(13) value
               "  ATTEMPTS".
           05  filler                     pic x(13) value
               " COMPLETED".
           05  filler                     pic x(13) value
               "     THREE".
           05  filler                     pic x(25) value "RESULT".
       01  Detail-Line.
           05  DL-Leg                     pic x(44).
           05  DL-Count                   pic -(7)9.
           05  DL-Hash-Area.
               10  filler                 pic x(03) value spaces.
               10  DL-Hash-Games          pic -(9)9.
               10  filler                 pic x(03) value spaces.
               10  DL-Hash-Attempts       pic -(9)9.
               10  filler                 pic x(03) value spaces.
               10  DL-Hash-Completed      pic -(9)9.
               10  filler                 pic x(03) value spaces.
               10  DL-Hash-Three          pic -(9)9.
           05  filler                     pic x(03) value spaces.
           05  DL-Result                  pic x(15).
           05  filler                     pic x(10) value spaces.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).

       Procedure Division.
           move function current-date to Date-and-Time
           perform Choose-Step-Name
           perform Stamp-Step-Start
           perform Find-Night-Date
           open output Report-File
           perform File-Check-Report

           perform Total-Batch-Trailer
           perform Total-Journal
           perform Total-Suspense
           perform Total-Hold
           perform Total-Parked
           perform Total-History
           perform Total-Backup
           perform Total-Live-Seed
           if Extract-Present
              perform Total-Extract
           end-if

           perform Print-Batch-Leg
           perform Print-History-Leg
           perform Print-Backup-Leg
           perform Print-Extract-Leg
           perform Print-Verdict
           if Legs-Out-Count > zero
              move 8 to return-code
           end-if
           perform File-Quit
           perform Stamp-Step-End
           goback
           .

      * the FRXTRN DD is only there on the run after FRXTRACT -
      * that run stamps under its own name so the pre-gate verdict
      * FRGATE reads is never overwritten
       Choose-Step-Name.
           open input Extract-File
           if Extract-File-OK
              move "Y" to Extract-Flag
              move "FRBALNCX" to Step-Name-Out
           else
              display "FRXTRN not available - extract leg waits for "
                 "the run after FRXTRACT"
           end-if
           .

      * the run date FRUPDATE last stamped - the KSDS is keyed
      * date-major, so the last FRUPDATE record seen is the latest.
      * A checkpoint resume keeps its first attempt's start stamp;
      * one resumed past midnight ends a record with no start, and
      * the night then starts at the attempt still open before it.
       Find-Night-Date.
           move TodayDate to Night-Date
           open input Status-File
           if Status-No-File
              display "No FRRNSTAT file - balancing from today"
           else
              perform File-Check-Status
              move low-values to FD-Status-Key
              start Status-File
                 key is >= FD-Status-Key
              end-start
              perform File-Check-Status
              perform Read-Next-Status
              perform with test before
                 until Status-File-EOF
                 if RS-Step-Name equal "FRUPDATE"
                    move Night-Date to Prior-Night-Date
                    move Night-Start-Time to Prior-Start-Time
                    move Night-Step-Status to Prior-Step-Status
                    move RS-Run-Date to Night-Date
                    move RS-Start-Time to Night-Start-Time
                    move RS-Step-Status to Night-Step-Status
                 end-if
                 perform Read-Next-Status
              end-perform
              close Status-File
           end-if
           if Night-Start-Time is not numeric
              if Prior-Step-Status equal "S"
                 and Prior-Start-Time is numeric
                 move Prior-Night-Date to Night-Date
                 move Prior-Start-Time to Night-Start-Time
              else
                 move "000000" to Night-Start-Time
              end-if
           end-if
           display "Balancing the night of " Night-Date
              " from " Night-Start-Time
           .

       Read-Next-Status.
           read Status-File next
               into Status-Record
           end-read
           perform File-Check-Status
           .

      *****************************************************************
      * Leg 1 - the batch trailer and where every detail went
      *****************************************************************
       Total-Batch-Trailer.
           move zero to Work-Totals
           open input Update-File
           perform File-Check-Update
           read Update-File into Work-Transaction
           end-read
           perform File-Check-Update
           perform with test before
              until Update-File-EOF
              EVALUATE true
                 WHEN FTU-HEADER
                    move "Y" to Header-Seen-Flag
                    move FTU-Header-Source to Batch-Source
                    move FTU-Header-Date to Batch-Date
                 WHEN FTU-TRAILER
                    move "Y" to Trailer-Seen-Flag
                    perform Save-Batch-Trailer
                 WHEN other
                    continue
              END-EVALUATE
              read Update-File into Work-Transaction
              end-read
              perform File-Check-Update
           end-perform
           close Update-File
           move Work-Totals to Trailer-Totals
           if not Header-Seen or not Trailer-Seen
              display "TRANS.TONIGHT has no batch header or trailer"
           end-if
           .

       Save-Batch-Trailer.
           if FTU-Trailer-Count-X is numeric
              and FTU-Trailer-Games-X is numeric
              and FTU-Trailer-Attempts-X is numeric
              and FTU-Trailer-Completed-X is numeric
              and FTU-Trailer-Three-X is numeric
              move FTU-Trailer-Count to Work-Count
              move FTU-Trailer-Games to Work-Hash-Games
              move FTU-Trailer-Attempts to Work-Hash-Attempts
              move FTU-Trailer-Completed to Work-Hash-Completed
              move FTU-Trailer-Three to Work-Hash-Three
           else
              display "Batch trailer totals are not numeric"
           end-if
           .

      * every applied action journals exactly once; the stat-
      * bearing ones also feed the FRHIST leg
       Total-Journal.
           move zero to Applied-Totals
           move zero to Stat-Action-Totals
           open input Journal-File
           if Journal-Not-Found
              display "No FRJRNL - nothing applied on record"
           else
              perform File-Check-Journal
              read Journal-File
              end-read
              perform File-Check-Journal
              perform with test before
                 until Journal-File-EOF
                 if JRN-Timestamp(1:8) >= Night-Date
                    perform Total-Journal-Record
                 end-if
                 read Journal-File
                 end-read
                 perform File-Check-Journal
              end-perform
              close Journal-File
           end-if
           .

       Total-Journal-Record.
           move JRN-Before-Image to Before-Image-View
           move JRN-After-Image to After-Image-View
           if JRN-Timestamp(1:8) > Night-Date
              or JRN-Timestamp(9:6) >= Night-Start-Time
              perform Total-Applied-Action
           end-if
      * what FRHIST should have been given: the after-image of
      * every action that wrote a history row
           if JRN-Operation equal "A" or "U" or "T" or "N"
              perform After-Image-Stats
              move Stat-Action-Totals to Work-Totals
              perform Add-Item-To-Work
              move Work-Totals to Stat-Action-Totals
           end-if
           .

      * leg 1 counts only what tonight's run applied
       Total-Applied-Action.
           move zero to Item-Stats
           EVALUATE JRN-Operation
              WHEN "A"
                 add 1 to AddCount
                 perform After-Image-Stats
              WHEN "U"
                 add 1 to UpdateCount
                 compute Item-Games = AI-Games - BI-Games
                 end-compute
                 compute Item-Attempts = AI-Attempts - BI-Attempts
                 end-compute
                 compute Item-Completed = AI-Completed - BI-Completed
                 end-compute
                 compute Item-Three-Pointers =
                    AI-Three-Pointers - BI-Three-Pointers
                 end-compute
              WHEN "D"
                 add 1 to DeleteCount
              WHEN "T"
                 add 1 to TradeCount
              WHEN "S"
                 add 1 to RosterCount
              WHEN "J"
                 add 1 to InjuryCount
              WHEN "N"
                 add 1 to NamefixCount
              WHEN other
                 add 1 to Other-Op-Count
           END-EVALUATE
           move Applied-Totals to Work-Totals
           perform Add-Item-To-Work
           move Work-Totals to Applied-Totals
           .

       After-Image-Stats.
           move AI-Games to Item-Games
           move AI-Attempts to Item-Attempts
           move AI-Completed to Item-Completed
           move AI-Three-Pointers to Item-Three-Pointers
           .

       Total-Suspense.
           move zero to Work-Totals
           open input Suspense-File
           if Suspense-Not-Found
              display "No FRSUSPEN - nothing rejected on record"
           else
              perform File-Check-Suspense
              read Suspense-File
              end-read
              perform File-Check-Suspense
              perform with test before
                 until Suspense-File-EOF
                 if SUS-Date >= Night-Date
                    and SUS-Batch-Source equal Batch-Source
                    and SUS-Batch-Date equal Batch-Date
                    move SUS-Transaction to Work-Transaction
                    perform Add-Transaction-To-Work
                 end-if
                 read Suspense-File
                 end-read
                 perform File-Check-Suspense
              end-perform
              close Suspense-File
           end-if
           move Work-Totals to Rejected-Totals
           .

       Total-Hold.
           move zero to Work-Totals
           open input Hold-File
           if Hold-Not-Found
              display "No FRHOLD - nothing held on record"
           else
              perform File-Check-Hold
              read Hold-File
              end-read
              perform File-Check-Hold
              perform with test before
                 until Hold-EOF
                 if HLD-Held-Date >= Night-Date
                    and HLD-Batch-Source equal Batch-Source
                    and HLD-Batch-Date equal Batch-Date
                    move HLD-Transaction to Work-Transaction
                    perform Add-Transaction-To-Work
                 end-if
                 read Hold-File
                 end-read
                 perform File-Check-Hold
              end-perform
              close Hold-File
           end-if
           move Work-Totals to Held-Totals
           .

      * key zero is the sequence control record, not an item
       Total-Parked.
           move zero to Work-Totals
           open input Dated-File
           if Dated-No-File
              display "No FRDATED - nothing parked on record"
           else
              perform File-Check-Dated
              move 1 to FD-Dated-Seq
              start Dated-File
                 key is >= FD-Dated-Seq
              end-start
              if Dated-OK
                 perform Read-Next-Dated
                 perform with test before
                    until Dated-EOF
                    if DQ-Parked-Date >= Night-Date
                       and DQ-Batch-Source equal Batch-Source
                       move DQ-Transaction to Work-Transaction
                       perform Add-Transaction-To-Work
                    end-if
                    perform Read-Next-Dated
                 end-perform
              end-if
              close Dated-File
           end-if
           move Work-Totals to Parked-Totals
           .

       Read-Next-Dated.
           read Dated-File next
               into Dated-Record
           end-read
           if not Dated-OK and not Dated-EOF
              perform File-Check-Dated
           end-if
           .

      * the same numeric tests the FRUPDATE prepass hashes with
       Add-Transaction-To-Work.
           move zero to Item-Stats
           if FTU-Games-X is numeric
              move FTU-Games to Item-Games
           end-if
           if FTU-Attempts-X is numeric
              move FTU-Attempts to Item-Attempts
           end-if
           if FTU-Completed-X is numeric
              move FTU-Completed to Item-Completed
           end-if
           if FTU-Three-Pointers-X is numeric
              move FTU-Three-Pointers to Item-Three-Pointers
           end-if
           perform Add-Item-To-Work
           .

       Add-Item-To-Work.
           add 1 to Work-Count
           compute Work-Hash-Games = function mod(
              Work-Hash-Games + Item-Games, 1000000000)
           end-compute
           compute Work-Hash-Attempts = function mod(
              Work-Hash-Attempts + Item-Attempts, 1000000000)
           end-compute
           compute Work-Hash-Completed = function mod(
              Work-Hash-Completed + Item-Completed, 1000000000)
           end-compute
           compute Work-Hash-Three = function mod(
              Work-Hash-Three + Item-Three-Pointers, 1000000000)
           end-compute
           .

      *****************************************************************
      * Leg 2 - FRHIST rows written on the night
      *****************************************************************
       Total-History.
           move zero to Work-Totals
           open input History-File
           if History-Not-Found
              display "No FRHIST - no history on record"
           else
              perform File-Check-History
              read History-File
              end-read
              perform File-Check-History
              perform with test before
                 until History-File-EOF
                 if HIST-Date >= Night-Date
                    move HIST-Games to Item-Games
                    move HIST-Attempts to Item-Attempts
                    move HIST-Completed to Item-Completed
                    move HIST-Three-Pointers to Item-Three-Pointers
                    perform Add-Item-To-Work
                 end-if
                 read History-File
                 end-read
                 perform File-Check-History
              end-perform
              close History-File
           end-if
           move Work-Totals to History-Totals
           .

      *****************************************************************
      * Legs 3 and 4 - the backup generation, the live master, and
      * the extract rows
      *****************************************************************
       Total-Backup.
           move zero to Work-Totals
           open input Backup-File
           perform File-Check-Backup
           read Backup-File
           end-read
           perform File-Check-Backup
           perform with test before
              until Backup-File-EOF
              move Backup-File-Record to KSDS-Record
              perform Seed-Record-Stats
              read Backup-File
              end-read
              perform File-Check-Backup
           end-perform
           close Backup-File
           move Work-Totals to Backup-Totals
           .

       Total-Live-Seed.
           move zero to Work-Totals
           open input KSDS-File
           perform File-Check-KSDS
           move low-values to FD-KSDS-Key
           start KSDS-File
              key is >= FD-KSDS-Key
           end-start
           perform File-Check-KSDS
           read KSDS-File next
               into KSDS-Record
           end-read
           perform File-Check-KSDS
           perform with test before
              until KSDS-EOF
              perform Seed-Record-Stats
              read KSDS-File next
                  into KSDS-Record
              end-read
              perform File-Check-KSDS
           end-perform
           close KSDS-File
           move Work-Totals to Seed-Totals
           .

       Seed-Record-Stats.
           move KT-Games to Item-Games
           move KT-Attempts to Item-Attempts
           move KT-Completed to Item-Completed
           move KT-Three-Pointers to Item-Three-Pointers
           perform Add-Item-To-Work
           .

      * the PLR rows carry the four stats zero-filled in fields 4-7;
      * the TRL row carries FRXTRACT's own count and hashes
       Total-Extract.
           move zero to Work-Totals
           move zero to Extract-Trailer-Totals
           read Extract-File
           end-read
           perform File-Check-Extract
           perform with test before
              until Extract-File-EOF
              EVALUATE Extract-File-Record(1:4)
                 WHEN "PLR,"
                    perform Total-Extract-Row
                 WHEN "TRL,"
                    perform Save-Extract-Trailer
                 WHEN other
                    continue
              END-EVALUATE
              read Extract-File
              end-read
              perform File-Check-Extract
           end-perform
           close Extract-File
           move Work-Totals to Extract-Totals
           .

       Total-Extract-Row.
           move spaces to Extract-Fields
           unstring Extract-File-Record delimited by ","
              into XF-Type XF-Team-Name XF-Player-Name
                   XF-Games-X XF-Attempts-X XF-Completed-X
                   XF-Three-X
           end-unstring
           move zero to Item-Stats
           if XF-Games-X is numeric
              and XF-Attempts-X is numeric
              and XF-Completed-X is numeric
              and XF-Three-X is numeric
              move XF-Games to Item-Games
              move XF-Attempts to Item-Attempts
              move XF-Completed to Item-Completed
              move XF-Three to Item-Three-Pointers
           else
              add 1 to Extract-Bad-Row-Count
              display "FRXTRN row with unreadable stats: "
                 XF-Team-Name " " XF-Player-Name
           end-if
           perform Add-Item-To-Work
           .

       Save-Extract-Trailer.
           move "Y" to Extract-Trailer-Flag
           move spaces to Extract-Trailer-Fields
           unstring Extract-File-Record delimited by ","
              into XT-Type XT-Player-Count-X XT-Team-Count-X
                   XT-Hash-Games-X XT-Hash-Attempts-X
                   XT-Hash-Completed-X XT-Hash-Three-X
           end-unstring
           move Extract-Trailer-Totals to Right-Totals
           if XT-Player-Count-X is numeric
              and XT-Hash-Games-X is numeric
              and XT-Hash-Attempts-X is numeric
              and XT-Hash-Completed-X is numeric
              and XT-Hash-Three-X is numeric
              move XT-Player-Count to Right-Count
              move XT-Hash-Games to Right-Hash-Games
              move XT-Hash-Attempts to Right-Hash-Attempts
              move XT-Hash-Completed to Right-Hash-Completed
              move XT-Hash-Three to Right-Hash-Three
           else
              display "FRXTRN trailer totals are not numeric"
           end-if
           move Right-Totals to Extract-Trailer-Totals
           .

      *****************************************************************
      * The sheet
      *****************************************************************
       Print-Batch-Leg.
           move "1. BATCH TRAILER AGAINST WHERE EVERY DETAIL WENT"
              to Print-Line
           perform Print-A-Line
           move Column-Heading to Print-Line
           perform Print-A-Line
           move "BATCH TRAILER (TRANS.TONIGHT)" to Leg-Label
           move Trailer-Totals to Work-Totals
           move spaces to Leg-Result
           perform Print-Work-Totals
           move "  APPLIED - FRJRNL BEFORE/AFTER IMAGES"
              to Leg-Label
           move Applied-Totals to Work-Totals
           perform Print-Work-Totals
           move "  REJECTED - FRSUSPEN" to Leg-Label
           move Rejected-Totals to Work-Totals
           perform Print-Work-Totals
           move "  HELD FOR APPROVAL - FRHOLD" to Leg-Label
           move Held-Totals to Work-Totals
           perform Print-Work-Totals
           move "  PARKED FOR A LATER NIGHT - FRDATED"
              to Leg-Label
           move Parked-Totals to Work-Totals
           perform Print-Work-Totals

           move Applied-Totals to Work-Totals
           move Rejected-Totals to Right-Totals
           perform Add-Right-To-Work
           move Held-Totals to Right-Totals
           perform Add-Right-To-Work
           move Parked-Totals to Right-Totals
           perform Add-Right-To-Work
           move Work-Totals to Accounted-Totals

           move "  ACCOUNTED FOR" to Leg-Label
           move Trailer-Totals to Left-Totals
           move Accounted-Totals to Right-Totals
           perform Compare-And-Print
           if not Header-Seen or not Trailer-Seen
              move "  NO BATCH HEADER OR TRAILER ON TRANS.TONIGHT"
                 to Print-Line
              perform Print-A-Line
              add 1 to Legs-Out-Count
           end-if
           string "  APPLIED BY OPERATION: ADD " AddCount
                  "  UPDATE " UpdateCount
                  "  DELETE " DeleteCount
                  "  TRADE " TradeCount
                  "  ROSTER " RosterCount
                  "  INJURY " InjuryCount
                  "  NAMEFIX " NamefixCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           perform Print-A-Line
           .

       Add-Right-To-Work.
           add Right-Count to Work-Count
           compute Work-Hash-Games = function mod(
              Work-Hash-Games + Right-Hash-Games, 1000000000)
           end-compute
           compute Work-Hash-Attempts = function mod(
              Work-Hash-Attempts + Right-Hash-Attempts, 1000000000)
           end-compute
           compute Work-Hash-Completed = function mod(
              Work-Hash-Completed + Right-Hash-Completed,
              1000000000)
           end-compute
           compute Work-Hash-Three = function mod(
              Work-Hash-Three + Right-Hash-Three, 1000000000)
           end-compute
           .

       Print-History-Leg.
           move "2. STAT-BEARING ACTIONS AGAINST FRHIST ROWS WRITTEN"
              to Print-Line
           perform Print-A-Line
           move Column-Heading to Print-Line
           perform Print-A-Line
           move "FRJRNL ADD/UPDATE/TRADE/NAMEFIX AFTER-IMAGES"
              to Leg-Label
           move Stat-Action-Totals to Work-Totals
           move spaces to Leg-Result
           perform Print-Work-Totals
           move "  FRHIST ROWS WRITTEN" to Leg-Label
           move Stat-Action-Totals to Left-Totals
           move History-Totals to Right-Totals
           perform Compare-And-Print
           perform Print-A-Line
           .

       Print-Backup-Leg.
           move "3. NEW FRSEED.BACKUP GENERATION AGAINST LIVE FRSEED"
              to Print-Line
           perform Print-A-Line
           move Column-Heading to Print-Line
           perform Print-A-Line
           move "FRSEED.BACKUP GENERATION" to Leg-Label
           move Backup-Totals to Work-Totals
           move spaces to Leg-Result
           perform Print-Work-Totals
           move "  LIVE FRSEED" to Leg-Label
           move Backup-Totals to Left-Totals
           move Seed-Totals to Right-Totals
           perform Compare-And-Print
           perform Print-A-Line
           .

       Print-Extract-Leg.
           move "4. NEW FRSEED.BACKUP GENERATION AGAINST FRXTRN ROWS"
              to Print-Line
           perform Print-A-Line
           if not Extract-Present
              move "   NOT CUT YET - BALANCED AGAIN AFTER FRXTRACT"
                 to Print-Line
              perform Print-A-Line
              perform Print-A-Line
           else
              move Column-Heading to Print-Line
              perform Print-A-Line
              move "FRSEED.BACKUP GENERATION" to Leg-Label
              move Backup-Totals to Work-Totals
              move spaces to Leg-Result
              perform Print-Work-Totals
              move "  FRXTRN PLR ROWS" to Leg-Label
              move Backup-Totals to Left-Totals
              move Extract-Totals to Right-Totals
              perform Compare-And-Print
              if Extract-Trailer-Seen
                 move "  FRXTRN TRL TRAILER" to Leg-Label
                 move Extract-Totals to Left-Totals
                 move Extract-Trailer-Totals to Right-Totals
                 perform Compare-And-Print
              else
                 move "  NO TRL TRAILER ON FRXTRN" to Print-Line
                 perform Print-A-Line
                 add 1 to Legs-Out-Count
              end-if
              if Extract-Bad-Row-Count > zero
                 string "  PLR ROWS WITH UNREADABLE STATS: "
                        Extract-Bad-Row-Count
                    delimited by size into Print-Line
                 end-string
                 perform Print-A-Line
                 add 1 to Legs-Out-Count
              end-if
              perform Print-A-Line
           end-if
           .

      * Left is what the leg should hold, Right what it does; the
      * difference printed is Left less Right
       Compare-And-Print.
           move Right-Totals to Work-Totals
           if Left-Totals equal Right-Totals
              move "IN BALANCE" to Leg-Result
              perform Print-Work-Totals
           else
              move "OUT OF BALANCE" to Leg-Result
              perform Print-Work-Totals
              add 1 to Legs-Out-Count
              compute Diff-Count = Left-Count - Right-Count
              end-compute
              compute Diff-Hash-Games =
                 Left-Hash-Games - Right-Hash-Games
              end-compute
              compute Diff-Hash-Attempts =
                 Left-Hash-Attempts - Right-Hash-Attempts
              end-compute
              compute Diff-Hash-Completed =
                 Left-Hash-Completed - Right-Hash-Completed
              end-compute
              compute Diff-Hash-Three =
                 Left-Hash-Three - Right-Hash-Three
              end-compute
              move spaces to Detail-Line
              move "    DIFFERENCE" to DL-Leg
              move Diff-Count to DL-Count
              move Diff-Hash-Games to DL-Hash-Games
              move Diff-Hash-Attempts to DL-Hash-Attempts
              move Diff-Hash-Completed to DL-Hash-Completed
              move Diff-Hash-Three to DL-Hash-Three
              move Detail-Line to Print-Line
              perform Print-A-Line
           end-if
           .

       Print-Work-Totals.
           move spaces to Detail-Line
           move Leg-Label to DL-Leg
           move Work-Count to DL-Count
           move Work-Hash-Games to DL-Hash-Games
           move Work-Hash-Attempts to DL-Hash-Attempts
           move Work-Hash-Completed to DL-Hash-Completed
           move Work-Hash-Three to DL-Hash-Three
           move Leg-Result to DL-Result
           move Detail-Line to Print-Line
           perform Print-A-Line
           .

       Print-Verdict.
           if Legs-Out-Count equal zero
              move "CHAIN IN BALANCE" to Print-Line
              display "Nightly chain in balance"
           else
              string "CHAIN OUT OF BALANCE - " Legs-Out-Count
                     " LEG(S) DO NOT TIE - LEAGUE EXTRACT HELD"
                 delimited by size into Print-Line
              end-string
              display "NIGHTLY CHAIN OUT OF BALANCE - "
                 Legs-Out-Count " leg(s) do not tie"
           end-if
           perform Print-A-Line
           .

       File-Quit.
           move spaces to Print-Line
           perform Print-A-Line
           move "***** END OF REPORT *****" to Print-Line
           perform Print-A-Line
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
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day
           move Night-Date to RH1-Night-Date
           move Batch-Source to RH1-Batch-Source
           move Batch-Date to RH1-Batch-Date
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

       File-Check-KSDS.
           if not KSDS-OK and not KSDS-EOF
              display "KSDS file status: " KSDS-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Dated.
           if not Dated-OK
              display "FRDATED file status: " Dated-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Status.
           if not Status-File-OK and not Status-File-EOF
              display "FRRNSTAT file status: " Status-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Update.
           if not Update-File-OK and not Update-File-EOF
              display "FRUPDATE file status: " Update-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Journal.
           if not Journal-File-OK and not Journal-File-EOF
              display "FRJRNL file status: " Journal-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-History.
           if not History-File-OK and not History-File-EOF
              display "FRHIST file status: " History-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Suspense.
           if not Suspense-File-OK and not Suspense-File-EOF
              display "FRSUSPEN file status: " Suspense-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Hold.
           if not Hold-OK and not Hold-EOF
              display "FRHOLD file status: " Hold-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Backup.
           if not Backup-File-OK and not Backup-File-EOF
              display "FRBKUP file status: " Backup-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Extract.
           if not Extract-File-OK and not Extract-File-EOF
              display "FRXTRN file status: " Extract-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRBALRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error balancing the nightly chain"
           close KSDS-File
           close Dated-File
           close Status-File
           close Update-File
           close Journal-File
           close History-File
           close Suspense-File
           close Hold-File
           close Backup-File
           close Extract-File
           close Report-File
           perform Stamp-Step-End
           goback
           .

      * run-status bookkeeping through the shared FRSTAT service -
      * the exception count is the number of legs out of balance,
      * which is what FRGATE holds the extract on. A failed stamp
      * is reported and ignored, never fatal.
       Stamp-Step-Start.
           move "STRT" to STA-Function
           move Step-Name-Out to STA-Step-Name
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .

       Stamp-Step-End.
           move "ENDS" to STA-Function
           move Step-Name-Out to STA-Step-Name
           move return-code to STA-Return-Code
           move Legs-Out-Count to STA-Exception-Count
           move Trailer-Totals to Work-Totals
           move Work-Count to STA-Records-In
           move Applied-Totals to Work-Totals
           move Work-Count to STA-Records-Applied
           move Held-Totals to Work-Totals
           if Work-Count > 99999
              move 99999 to STA-Held-Count
           else
              move Work-Count to STA-Held-Count
           end-if
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .
