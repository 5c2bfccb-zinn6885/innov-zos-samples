       Identification Division.
       Program-Id. MTPUBL.
      *****************************************************************
      * Outbound mountain reference-data publication. Other
      * departments keep their own copies of the mountain list; this
      * run cuts them a dated feed so those copies stop drifting
      * every time MTLOAD applies a change. Two modes, picked by the
      * MTPBCTL card:
      *   CHANGES (or no card) - read the MTHIST rows written since
      *          the last change feed and publish the net change per
      *          peak: ADD (not there before, there now), UPD (there
      *          before and after with a different state, height, or
      *          position), DEL (there before, gone now). A FULL
      *          rebuild's delete/re-load pair for an unchanged peak
      *          nets to nothing and is not published.
      *   FULL   - a full refresh for a new consumer: every peak on
      *          MOUNTKSDS as a REF row. The change mark is carried
      *          forward untouched, so the regular consumers lose
      *          nothing.
      * The MTPUBFD feed is comma-delimited, the same way FRXTRACT
      * builds FRXTRN: an HDR row (generation, publish date, feed
      * type, changes-since date), the detail rows (record type,
      * normalized key, name, state, height, latitude, longitude,
      * change date), and a TRL row with the detail, add, update,
      * delete, and refresh counts. Consumers apply ADD/UPD/REF as
      * replace-or-insert; a new consumer loads a FULL generation
      * and then every change generation after it.
      * Every generation is logged to MTPUBLOG (as FRXTRACT logs to
      * FRXLOG) with its counts and the MTHIST mark, and the
      * MTPBRPT report lists the log, so operations can see which
      * generations a consumer has missed and resend them.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
           SELECT History-File
              ASSIGN to "MTHIST"
              Organization sequential
              Access Sequential
              File Status History-File-Status.
           SELECT MTN-KSDS-File
              Record Key MTN-Normalize
              Alternate Record Key MTN-State
                 with duplicates
              Assign to "MOUNTKSDS"
              Organization Indexed
              Access Dynamic
              File Status MTN-KSDS-Status.
           SELECT Control-Card-File
              ASSIGN to "MTPBCTL"
              Organization sequential
              Access Sequential
              File Status Control-Card-Status.
           SELECT Feed-File
              ASSIGN to "MTPUBFD"
              Organization sequential
              Access Sequential
              File Status Feed-File-Status.
           SELECT Pub-Log-File
              ASSIGN to "MTPUBLOG"
              Organization sequential
              Access Sequential
              File Status Pub-Log-Status.
           SELECT Report-File
              ASSIGN to "MTPBRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
       FD  History-File
           Recording mode F
           Record contains 100 characters
           Block contains 0 records
           Data record History-File-Record.
       01  History-File-Record.
           copy MTHISTR.
       FD  MTN-KSDS-File.
       01  MTN-KSDS-Record.
           copy MTNREC.
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Control-Card-Record.
       01  Control-Card-Record.
           05  CTL-Mode             pic x(08).
           05  filler               pic x(72).
       FD  Feed-File
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Feed-File-Record.
       01  Feed-File-Record         pic x(132).
       FD  Pub-Log-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Pub-Log-Record.
       01  Pub-Log-Record.
           copy MTPUBR.
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
           05 History-File-Status pic x(2).
              88 History-File-OK  value "00".
              88 History-File-EOF value "10".
              88 History-Not-Found value "35".
           05 MTN-KSDS-Status   pic x(2).
              88 MTN-KSDS-OK    value "00".
              88 MTN-KSDS-EOF   value "10".
           05 Control-Card-Status pic x(2).
              88 Control-Card-OK value "00".
              88 Control-Card-EOF value "10".
              88 Control-Card-Not-Found value "35".
           05 Feed-File-Status  pic x(2).
              88 Feed-File-OK   value "00".
           05 Pub-Log-Status    pic x(2).
              88 Pub-Log-OK     value "00".
              88 Pub-Log-EOF    value "10".
              88 Pub-Log-Not-Found value "35".
           05 Report-File-Status pic x(2).
              88 Report-File-OK value "00".
       01  Run-Mode             pic x(08) value "CHANGES ".
           88  Full-Mode        value "FULL    ".
       01  Date-and-Time.
           05 TodayDate.
              10 DT-Year        pic 9(04).
              10 DT-Month       pic 9(02).
              10 DT-Day-of-Month pic 9(02).
           05 filler            pic x(13).
      * where the previous change feed stopped reading MTHIST, and
      * where this one stops
       01  Mark-Vars.
           05 Last-Generation   pic 9(05) value zero.
           05 Mark-Date         pic x(08) value "00000000".
           05 Mark-Count        pic 9(07) value zero.
           05 New-Mark-Date     pic x(08) value "00000000".
           05 New-Mark-Count    pic 9(07) value zero.
           05 Same-Date-Seen    pic 9(07) value zero.
           05 Since-Date        pic x(08) value spaces.
       01  Counters.
           05 Generation        pic 9(05) value zero.
           05 HistReadCount     pic 9(07) value zero.
           05 HistUsedCount     pic 9(07) value zero.
           05 DetailCount       pic 9(07) value zero.
           05 AddCount          pic 9(05) value zero.
           05 UpdateCount       pic 9(05) value zero.
           05 DeleteCount       pic 9(05) value zero.
           05 RefreshCount      pic 9(05) value zero.
           05 NettedCount       pic 9(05) value zero.
           05 LogCount          pic 9(05) value zero.
      * the net change per peak across the rows in this feed - the
      * image before the first row and after the last
       01  Change-Table-Vars.
           05 ChangeCount       pic 9(04) value zero.
           05 Change-Ix         pic 9(04) value zero.
           05 FoundChangeIx     pic 9(04) value zero.
       01  Change-Table.
           05 Change-Line occurs 1 to 2000 times
                      depending on ChangeCount.
              10 CH-Normalize   pic x(30).
              10 CH-Name        pic x(30).
              10 CH-Existed     pic x.
                 88 CH-Was-There value "Y".
              10 CH-Before-State pic x(02).
              10 CH-Before-Height pic x(05).
              10 CH-Before-Latitude pic s9(02)v9(04).
              10 CH-Before-Longitude pic s9(03)v9(04).
              10 CH-Present     pic x.
                 88 CH-Is-There value "Y".
              10 CH-After-State pic x(02).
              10 CH-After-Height pic x(05).
              10 CH-After-Latitude pic s9(02)v9(04).
              10 CH-After-Longitude pic s9(03)v9(04).
              10 CH-Change-Date pic x(08).
       01  Feed-Vars.
           05 Feed-Line         pic x(132).
           05 Feed-Type-Code    pic x(03).
           05 Feed-Normalize    pic x(30).
           05 Feed-Name         pic x(30).
           05 Feed-State        pic x(02).
           05 Feed-Height       pic x(05).
           05 Feed-Latitude     pic s9(02)v9(04).
           05 Feed-Longitude    pic s9(03)v9(04).
           05 Feed-Date         pic x(08).
           05 Feed-Latitude-Out pic x(08).
           05 Feed-Longitude-Out pic x(09).
           05 Latitude-Edit     pic +99.9999.
           05 Longitude-Edit    pic +999.9999.
       01  Report-Vars.
           05 Print-Line            pic x(132).
           05 Report-Line-Count     pic 9(03) value 99.
           05 Report-Page-Num       pic 9(04) value zero.
           05 Report-Lines-Per-Page pic 9(03) value 55.
       01  Report-Heading-1.
           05 filler                pic x(24) value
              "MOUNTAIN PUBLICATION    ".
           05 filler                pic x(09) value
              "RUN DATE ".
           05 RH1-Year              pic 9(04).
           05 filler                pic x value "-".
           05 RH1-Month             pic 9(02).
           05 filler                pic x value "-".
           05 RH1-Day               pic 9(02).
           05 filler                pic x(07) value "  PAGE ".
           05 RH1-Page              pic zzz9.
           05 filler                pic x(78) value spaces.

       01  FRSTAT-Parms.
           copy FRSTATPA.

       Procedure Division.
           perform Stamp-Step-Start
           move function current-date to Date-and-Time
           perform Read-Control-Card
           perform Read-Publication-Log
           compute Generation = Last-Generation + 1
           end-compute
           perform Open-Report-File
           display "before open"
           open output Feed-File
           perform File-Check-Feed
           display "after open"
           if Full-Mode
              perform Publish-Full-Refresh
           else
              perform Publish-Changes
           end-if
           perform Write-Feed-Trailer
           close Feed-File
           perform Write-Publication-Log
           perform Print-Publication-Summary
           perform Print-Publication-Log
           perform Close-Report-File
           perform Stamp-Step-End
           goback
           .

       Read-Control-Card.
           open input Control-Card-File
           if Control-Card-Not-Found
              continue
           else
              perform File-Check-Card
              read Control-Card-File
              perform File-Check-Card
              if not Control-Card-EOF
                 and CTL-Mode equal "FULL    "
                 move "FULL    " to Run-Mode
              end-if
              close Control-Card-File
           end-if
           display "MTPUBL mode: " Run-Mode
           .

      * The last log record carries the generation number and the
      * MTHIST mark; no log yet means generation 1 publishes the
      * whole history.
       Read-Publication-Log.
           open input Pub-Log-File
           if Pub-Log-Not-Found
              display "MTPUBLOG not found - first publication"
           else
              perform File-Check-Pub-Log
              read Pub-Log-File
              perform File-Check-Pub-Log
              perform with test before
                 until Pub-Log-EOF
                 move PL-Generation to Last-Generation
                 move PL-Hist-Through-Date to Mark-Date
                 move PL-Hist-Through-Count to Mark-Count
                 read Pub-Log-File
                 perform File-Check-Pub-Log
              end-perform
              close Pub-Log-File
           end-if
           move Mark-Date to New-Mark-Date
           move Mark-Count to New-Mark-Count
           if Mark-Date not equal "00000000"
              move Mark-Date to Since-Date
           end-if
           .

       Publish-Changes.
           perform Write-Feed-Header
           open input History-File
           if History-Not-Found
              display "No MTHIST history on file - empty change feed"
           else
              perform File-Check-History
              read History-File
              perform File-Check-History
              perform with test before
                 until History-File-EOF
                 add 1 to HistReadCount
                 perform Select-History-Row
                 read History-File
                 perform File-Check-History
              end-perform
              close History-File
           end-if
           perform with test before
              varying Change-Ix from 1 by 1
              until Change-Ix greater than ChangeCount
              perform Publish-One-Change
           end-perform
           .

      * MTHIST is appended in date order. Rows dated before the mark
      * went out in an earlier feed, and so did the first Mark-Count
      * rows on the mark date itself; the rest are new. The new mark
      * is the last date read and how many rows carry it.
       Select-History-Row.
           if MH-Change-Date equal New-Mark-Date
              add 1 to New-Mark-Count
           else
              move MH-Change-Date to New-Mark-Date
              move 1 to New-Mark-Count
           end-if
           EVALUATE true
              WHEN MH-Change-Date < Mark-Date
                 continue
              WHEN MH-Change-Date equal Mark-Date
                 add 1 to Same-Date-Seen
                 if Same-Date-Seen > Mark-Count
                    perform Apply-History-Row
                 end-if
              WHEN other
                 perform Apply-History-Row
           END-EVALUATE
           .

       Apply-History-Row.
           add 1 to HistUsedCount
           move zero to FoundChangeIx
           perform with test before
              varying Change-Ix from 1 by 1
              until Change-Ix greater than ChangeCount
              if CH-Normalize(Change-Ix) equal MH-Normalize
                 move Change-Ix to FoundChangeIx
              end-if
           end-perform
           if FoundChangeIx equal zero
              if ChangeCount < 2000
                 perform Add-Change-Line
              else
                 display "Change table limit of 2000 reached - "
                    MH-Name " not published"
                 move 4 to return-code
              end-if
           end-if
           if FoundChangeIx > zero
              move MH-Name to CH-Name(FoundChangeIx)
              move MH-Change-Date to CH-Change-Date(FoundChangeIx)
              if MH-Deleted
                 move "N" to CH-Present(FoundChangeIx)
              else
                 move "Y" to CH-Present(FoundChangeIx)
                 move MH-After-State to CH-After-State(FoundChangeIx)
                 move MH-After-Height
                    to CH-After-Height(FoundChangeIx)
                 move zero to CH-After-Latitude(FoundChangeIx)
                 move zero to CH-After-Longitude(FoundChangeIx)
                 if MH-Has-Coords
                    move MH-After-Latitude
                       to CH-After-Latitude(FoundChangeIx)
                    move MH-After-Longitude
                       to CH-After-Longitude(FoundChangeIx)
                 end-if
              end-if
           end-if
           .

      * First sight of a peak in this feed: a load means it was not
      * there before; a replace or delete carries the before image.
       Add-Change-Line.
           add 1 to ChangeCount
           move ChangeCount to FoundChangeIx
           move MH-Normalize to CH-Normalize(ChangeCount)
           move spaces to CH-Before-State(ChangeCount)
           move spaces to CH-Before-Height(ChangeCount)
           move zero to CH-Before-Latitude(ChangeCount)
           move zero to CH-Before-Longitude(ChangeCount)
           if MH-Loaded
              move "N" to CH-Existed(ChangeCount)
           else
              move "Y" to CH-Existed(ChangeCount)
              move MH-Before-State to CH-Before-State(ChangeCount)
              move MH-Before-Height to CH-Before-Height(ChangeCount)
              if MH-Has-Coords
                 move MH-Before-Latitude
                    to CH-Before-Latitude(ChangeCount)
                 move MH-Before-Longitude
                    to CH-Before-Longitude(ChangeCount)
              end-if
           end-if
           .

       Publish-One-Change.
           move CH-Normalize(Change-Ix) to Feed-Normalize
           move CH-Name(Change-Ix) to Feed-Name
           move CH-Change-Date(Change-Ix) to Feed-Date
           EVALUATE true
              WHEN not CH-Was-There(Change-Ix)
                 and CH-Is-There(Change-Ix)
                 move "ADD" to Feed-Type-Code
                 perform Move-After-Image
                 perform Write-Feed-Detail
                 add 1 to AddCount
              WHEN CH-Was-There(Change-Ix)
                 and not CH-Is-There(Change-Ix)
                 move "DEL" to Feed-Type-Code
                 move CH-Before-State(Change-Ix) to Feed-State
                 move CH-Before-Height(Change-Ix) to Feed-Height
                 move CH-Before-Latitude(Change-Ix) to Feed-Latitude
                 move CH-Before-Longitude(Change-Ix)
                    to Feed-Longitude
                 perform Write-Feed-Detail
                 add 1 to DeleteCount
              WHEN CH-Was-There(Change-Ix)
                 and CH-Is-There(Change-Ix)
                 if CH-Before-State(Change-Ix)
                    equal CH-After-State(Change-Ix)
                    and CH-Before-Height(Change-Ix)
                    equal CH-After-Height(Change-Ix)
                    and CH-Before-Latitude(Change-Ix)
                    equal CH-After-Latitude(Change-Ix)
                    and CH-Before-Longitude(Change-Ix)
                    equal CH-After-Longitude(Change-Ix)
                    add 1 to NettedCount
                 else
                    move "UPD" to Feed-Type-Code
                    perform Move-After-Image
                    perform Write-Feed-Detail
                    add 1 to UpdateCount
                 end-if
              WHEN other
                 add 1 to NettedCount
           END-EVALUATE
           .

       Move-After-Image.
           move CH-After-State(Change-Ix) to Feed-State
           move CH-After-Height(Change-Ix) to Feed-Height
           move CH-After-Latitude(Change-Ix) to Feed-Latitude
           move CH-After-Longitude(Change-Ix) to Feed-Longitude
           .

      * Full refresh: every peak on the KSDS as it stands tonight.
       Publish-Full-Refresh.
           move spaces to Since-Date
           perform Write-Feed-Header
           open input MTN-KSDS-File
           perform File-Check-KSDS
           move low-values to MTN-Normalize
           start MTN-KSDS-File
              key is >= MTN-Normalize
           end-start
           perform File-Check-KSDS
           perform Read-Next-Mountain
           perform with test before
              until MTN-KSDS-EOF
              move "REF" to Feed-Type-Code
              move MTN-Normalize to Feed-Normalize
              move MTN-Name to Feed-Name
              move MTN-State to Feed-State
              move MTN-Height to Feed-Height
              move zero to Feed-Latitude
              move zero to Feed-Longitude
              if MTN-Latitude is numeric
                 and MTN-Longitude is numeric
                 move MTN-Latitude to Feed-Latitude
                 move MTN-Longitude to Feed-Longitude
              end-if
              move TodayDate to Feed-Date
              perform Write-Feed-Detail
              add 1 to RefreshCount
              perform Read-Next-Mountain
           end-perform
           close MTN-KSDS-File
           move Mark-Date to New-Mark-Date
           move Mark-Count to New-Mark-Count
           .

       Read-Next-Mountain.
           read MTN-KSDS-File next
           end-read
           perform File-Check-KSDS
           .

       Write-Feed-Header.
           move spaces to Feed-Line
           string "HDR" delimited by size
                  "," delimited by size
                  Generation delimited by size
                  "," delimited by size
                  TodayDate delimited by size
                  "," delimited by size
                  Run-Mode delimited by space
                  "," delimited by size
                  Since-Date delimited by space
                into Feed-Line
           end-string
           perform Write-Feed-Line
           .

      * A zero latitude/longitude pair is a peak with no surveyed
      * position and ships as two empty fields.
       Write-Feed-Detail.
           move spaces to Feed-Latitude-Out
           move spaces to Feed-Longitude-Out
           if Feed-Latitude not equal zero
              or Feed-Longitude not equal zero
              move Feed-Latitude to Latitude-Edit
              move Latitude-Edit to Feed-Latitude-Out
              move Feed-Longitude to Longitude-Edit
              move Longitude-Edit to Feed-Longitude-Out
           end-if
           move spaces to Feed-Line
           string Feed-Type-Code delimited by size
                  "," delimited by size
                  Feed-Normalize delimited by space
                  "," delimited by size
                  Feed-Name delimited by "  "
                  "," delimited by size
                  Feed-State delimited by size
                  "," delimited by size
                  Feed-Height delimited by size
                  "," delimited by size
                  Feed-Latitude-Out delimited by space
                  "," delimited by size
                  Feed-Longitude-Out delimited by space
                  "," delimited by size
                  Feed-Date delimited by size
                into Feed-Line
           end-string
           perform Write-Feed-Line
           add 1 to DetailCount
           if not Full-Mode
              string Feed-Type-Code " " Feed-Name " " Feed-State
                 " " Feed-Height " " Feed-Latitude-Out
                 " " Feed-Longitude-Out " CHANGED " Feed-Date
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           end-if
           .

       Write-Feed-Trailer.
           move spaces to Feed-Line
           string "TRL" delimited by size
                  "," delimited by size
                  DetailCount delimited by size
                  "," delimited by size
                  AddCount delimited by size
                  "," delimited by size
                  UpdateCount delimited by size
                  "," delimited by size
                  DeleteCount delimited by size
                  "," delimited by size
                  RefreshCount delimited by size
                into Feed-Line
           end-string
           perform Write-Feed-Line
           .

       Write-Feed-Line.
           move Feed-Line to Feed-File-Record
           write Feed-File-Record
           end-write
           perform File-Check-Feed
           .

       Write-Publication-Log.
           open extend Pub-Log-File
           if Pub-Log-Not-Found
              open output Pub-Log-File
           end-if
           perform File-Check-Pub-Log
           move spaces to Pub-Log-Record
           move Generation to PL-Generation
           move TodayDate to PL-Publish-Date
           if Full-Mode
              move "F" to PL-Feed-Type
           else
              move "C" to PL-Feed-Type
           end-if
           move Since-Date to PL-Since-Date
           move New-Mark-Date to PL-Hist-Through-Date
           move New-Mark-Count to PL-Hist-Through-Count
           move DetailCount to PL-Detail-Count
           move AddCount to PL-Add-Count
           move UpdateCount to PL-Update-Count
           move DeleteCount to PL-Delete-Count
           move RefreshCount to PL-Refresh-Count
           write Pub-Log-Record
           end-write
           perform File-Check-Pub-Log
           close Pub-Log-File
           .

       Open-Report-File.
           open output Report-File
           perform File-Check-Report
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day
           if not Full-Mode
              string "CHANGES PUBLISHED IN GENERATION " Generation
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
              move spaces to Print-Line
              perform Print-A-Line
           end-if
           .

       Print-Publication-Summary.
           move spaces to Print-Line
           perform Print-A-Line
           string "GENERATION " Generation " MODE " Run-Mode
              " CHANGES SINCE " Since-Date
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "MTHIST ROWS READ " HistReadCount
              "   PUBLISHED " HistUsedCount
              "   NETTED TO NO CHANGE " NettedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "DETAIL ROWS " DetailCount
              "   ADD " AddCount
              "   UPD " UpdateCount
              "   DEL " DeleteCount
              "   REF " RefreshCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           display "Feed generation:  " Generation
           display "Detail rows:      " DetailCount
           display "Adds:             " AddCount
           display "Updates:          " UpdateCount
           display "Deletes:          " DeleteCount
           display "Refresh rows:     " RefreshCount
           .

      * The whole log, newest last - a consumer that missed a run is
      * resent every generation after the last one it loaded.
       Print-Publication-Log.
           move 99 to Report-Line-Count
           string "PUBLICATION LOG - RESEND EVERY GENERATION "
              "AFTER THE LAST ONE A CONSUMER LOADED"
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move spaces to Print-Line
           perform Print-A-Line
           string "GEN   PUBLISHED T  SINCE    THROUGH   DETAIL   "
              "ADD   UPD   DEL   REF"
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           open input Pub-Log-File
           perform File-Check-Pub-Log
           read Pub-Log-File
           perform File-Check-Pub-Log
           perform with test before
              until Pub-Log-EOF
              add 1 to LogCount
              string PL-Generation " " PL-Publish-Date
                 "  " PL-Feed-Type "  " PL-Since-Date
                 " " PL-Hist-Through-Date
                 " " PL-Detail-Count
                 " " PL-Add-Count
                 " " PL-Update-Count
                 " " PL-Delete-Count
                 " " PL-Refresh-Count
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
              read Pub-Log-File
              perform File-Check-Pub-Log
           end-perform
           close Pub-Log-File
           .

       Close-Report-File.
           move spaces to Print-Line
           perform Print-A-Line
           string "GENERATIONS ON LOG: " LogCount
              delimited by size into Print-Line
           end-string
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

       File-Check-History.
           if not History-File-OK and not History-File-EOF
              display "MTHIST file status: " History-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-KSDS.
           if not MTN-KSDS-OK and not MTN-KSDS-EOF
              display "MOUNTKSDS file status: " MTN-KSDS-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              and not Control-Card-Not-Found
              display "MTPBCTL file status: " Control-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Feed.
           if not Feed-File-OK
              display "MTPUBFD file status: " Feed-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Pub-Log.
           if not Pub-Log-OK and not Pub-Log-EOF
              and not Pub-Log-Not-Found
              display "MTPUBLOG file status: " Pub-Log-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "MTPBRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

      * Nothing is logged until the feed is closed clean, so a
      * failed run leaves the mark where it was and the rerun
      * publishes the same changes.
       9900-Tragic-Ending.
           move 12 to return-code
           display "Error publishing mountain feed"
           close History-File
           close MTN-KSDS-File
           close Feed-File
           close Pub-Log-File
           close Report-File
           perform Stamp-Step-End
           goback
           .

      * run-status bookkeeping through the shared FRSTAT service -
      * a failed stamp is reported and ignored, never fatal
       Stamp-Step-Start.
           move "STRT" to STA-Function
           move "MTPUBL  " to STA-Step-Name
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .

       Stamp-Step-End.
           move "ENDS" to STA-Function
           move "MTPUBL  " to STA-Step-Name
           move return-code to STA-Return-Code
           move HistUsedCount to STA-Records-In
           move DetailCount to STA-Records-Applied
           move zero to STA-Exception-Count
           call "FRSTAT" using FRSTAT-Parms
           if not STA-OK
              display "Run-status stamp failed: " STA-Status
           end-if
           .
