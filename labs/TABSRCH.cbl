      *   STATE   <st>                 - all mountains in a state
      *   HIOUT   <st>                 - highest outside that state
      *   SUMMARY                      - per-state summary report
      *   NEAR    <lat> <long> <miles> - peaks within the radius
      *                                  of a point, nearest first
      * NEAR takes signed decimal degrees in the MTDATA form -
      * latitude +DD.DDDD in cols 9-15, longitude +DDD.DDDD in cols
      * 17-24, radius in whole miles in cols 26-30 - and measures
      * great-circle distance; peaks with no surveyed position are
      * counted but cannot be placed.
      *
      * Query answers print to the TABRPT print dataset with ANS
      * carriage control, a dated title block, page numbering, and
           05  QRY-High redefines QRY-High-X
                                    pic 9(05).
           05  filler               pic x(30).
       01  Query-Near-Record.
           05  filler               pic x(08).
           05  QRY-Near-Latitude-X  pic x(07).
           05  QRY-Near-Latitude redefines QRY-Near-Latitude-X
                                    pic s9(02)v9(04)
                                    sign leading separate.
           05  filler               pic x(01).
           05  QRY-Near-Longitude-X pic x(08).
           05  QRY-Near-Longitude redefines QRY-Near-Longitude-X
                                    pic s9(03)v9(04)
                                    sign leading separate.
           05  filler               pic x(01).
           05  QRY-Radius-X         pic x(05).
           05  QRY-Radius redefines QRY-Radius-X
                                    pic 9(05).
           05  filler               pic x(50).
       FD  Error-Log-File
           Recording mode F
           Record contains 80 characters
              10 MT-Height         pic x(5).
              10 MT-Height-N redefines MT-Height pic 9(5).
              10 MT-Normalize      pic x(30).
              10 MT-Latitude-X     pic x(07).
              10 MT-Latitude redefines MT-Latitude-X
                                   pic s9(02)v9(04)
                                   sign leading separate.
              10 MT-Longitude-X    pic x(08).
              10 MT-Longitude redefines MT-Longitude-X
                                   pic s9(03)v9(04)
                                   sign leading separate.
       01  StateCount              pic 9(2) value zero.
       01  State-Summary-Table.
           05 SS-Line occurs 1 to 50 times
       01  FilterState             pic x(2).
       01  Summary-Built-Flag      pic x value "N".
           88  Summary-Built       value "Y".
       01  Near-Vars.
           05 NearCount            pic 9(04) value zero.
           05 Near-Max             pic 9(04) value 500.
           05 Near-Ix              pic 9(04) value zero.
           05 NoPositionCount      pic 9(04) value zero.
           05 NearDroppedCount     pic 9(04) value zero.
           05 Deg-To-Rad           pic 9v9(12) value 0.017453292520.
           05 Earth-Radius-Miles   pic 9(04)v9 value 3958.8.
           05 Point-Lat-Rad        pic s9(01)v9(12).
           05 Peak-Lat-Rad         pic s9(01)v9(12).
           05 Delta-Lat-Rad        pic s9(01)v9(12).
           05 Delta-Lon-Rad        pic s9(01)v9(12).
           05 Haversine-A          pic s9(01)v9(12).
           05 Distance-Miles       pic 9(05)v9(02).
           05 Distance-Display     pic zzzz9.9.
       01  Near-Table.
           05 Near-Entry occurs 1 to 500 times
                      depending on NearCount.
              10 NR-Distance       pic 9(05)v9(02).
              10 NR-Mt-Ix          pic 9(04).

       01  FRSTAT-Parms.
           copy FRSTATPA.
              move MTN-Name to MT-Name(MT-Ix)
              move MTN-Height to MT-Height(MT-Ix)
              move MTN-Normalize to MT-Normalize(MT-Ix)
              move MTN-Latitude-X to MT-Latitude-X(MT-Ix)
              move MTN-Longitude-X to MT-Longitude-X(MT-Ix)
              add 1 to MTDATA-Line-count
                 end-add
              display MT-Name(MT-Ix)
                    move "Y" to Summary-Built-Flag
                 end-if
                 perform Print-State-Summary
              WHEN "NEAR    "
                 string "REQUEST " QueryCount ": NEAR "
                    QRY-Near-Latitude-X " " QRY-Near-Longitude-X
                    " " QRY-Radius-X " MILES"
                    delimited by size into Print-Line
                 end-string
                 perform Print-A-Line
                 if QRY-Near-Latitude is numeric
                    and QRY-Near-Longitude is numeric
                    and QRY-Radius-X is numeric
                    and QRY-Near-Latitude >= -90
                    and QRY-Near-Latitude <= 90
                    and QRY-Near-Longitude >= -180
                    and QRY-Near-Longitude <= 180
                    perform Near-Search
                 else
                    move "NEAR POINT OR RADIUS INVALID - SKIPPED"
                       to Print-Line
                    perform Print-A-Line
                 end-if
              WHEN other
                 string "REQUEST " QueryCount ": UNKNOWN REQUEST '"
                    QRY-Request "' - SKIPPED"
           end-perform
           .

      * Every peak with a surveyed position is measured from the
      * requested point (haversine great-circle distance in miles)
      * and the ones inside the radius are insertion-ordered into
      * Near-Table, nearest first.
       Near-Search.
           move zero to NearCount
           move zero to NoPositionCount
           move zero to NearDroppedCount
           compute Point-Lat-Rad = QRY-Near-Latitude * Deg-To-Rad
           end-compute
           set MT-Ix to 1
           perform with test before
              varying MT-Ix from 1 by 1
              until MT-Ix greater than MTDATA-Line-count
              if MT-Latitude(MT-Ix) is numeric
                 and MT-Longitude(MT-Ix) is numeric
                 perform Measure-Distance
                 if Distance-Miles <= QRY-Radius
                    perform Insert-Near-Entry
                 end-if
              else
                 add 1 to NoPositionCount
              end-if
           end-perform
           string "MOUNTAINS WITHIN " QRY-Radius " MILES OF "
              QRY-Near-Latitude-X " " QRY-Near-Longitude-X ":"
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           perform with test before
              varying Near-Ix from 1 by 1
              until Near-Ix greater than NearCount
              set MT-Ix to NR-Mt-Ix(Near-Ix)
              move NR-Distance(Near-Ix) to Distance-Display
              string Distance-Display " MI  "
                 MT-Name(MT-Ix)
                 " " MT-State(MT-Ix)
                 " " MT-Height(MT-Ix)
                 " " MT-Latitude-X(MT-Ix)
                 " " MT-Longitude-X(MT-Ix)
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           end-perform
           string "MOUNTAINS IN RANGE: " NearCount
              "   NO SURVEYED POSITION: " NoPositionCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           if NearDroppedCount > zero
              string "NEAR LIST LIMIT OF " Near-Max " REACHED - "
                 NearDroppedCount " FARTHEST PEAKS NOT LISTED"
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           end-if
           .

       Measure-Distance.
           compute Peak-Lat-Rad = MT-Latitude(MT-Ix) * Deg-To-Rad
           end-compute
           compute Delta-Lat-Rad =
              (MT-Latitude(MT-Ix) - QRY-Near-Latitude) * Deg-To-Rad
           end-compute
           compute Delta-Lon-Rad =
              (MT-Longitude(MT-Ix) - QRY-Near-Longitude) * Deg-To-Rad
           end-compute
           compute Haversine-A =
              function sin(Delta-Lat-Rad / 2) ** 2
              + function cos(Point-Lat-Rad)
              * function cos(Peak-Lat-Rad)
              * function sin(Delta-Lon-Rad / 2) ** 2
           end-compute
           if Haversine-A > 1
              move 1 to Haversine-A
           end-if
           compute Distance-Miles rounded = 2 * Earth-Radius-Miles
              * function asin(function sqrt(Haversine-A))
           end-compute
           .

      * Shift the farther entries down one slot and drop the new
      * peak into its place. A full table keeps the nearest Near-Max
      * and counts what fell off the far end.
       Insert-Near-Entry.
           if NearCount < Near-Max
              add 1 to NearCount
              perform Place-Near-Entry
           else
              add 1 to NearDroppedCount
              if Distance-Miles < NR-Distance(NearCount)
                 perform Place-Near-Entry
              end-if
           end-if
           .

       Place-Near-Entry.
           move NearCount to Near-Ix
           perform with test before
              until Near-Ix equal 1
              or NR-Distance(Near-Ix - 1) <= Distance-Miles
              move Near-Entry(Near-Ix - 1) to Near-Entry(Near-Ix)
              subtract 1 from Near-Ix
           end-perform
           move Distance-Miles to NR-Distance(Near-Ix)
           set NR-Mt-Ix(Near-Ix) to MT-Ix
           .

       Range-Search.
           string "MOUNTAINS BETWEEN " RangeLow " AND " RangeHigh
              " METERS:" delimited by size into Print-Line
