      * each new row as loaded - so a peak the new file dropped
      * stays dropped in the as-of replay, and a peak it still
      * carries is re-added by its own "L" row on the same date.
      * Each peak carries its latitude and longitude (signed decimal
      * degrees, both blank when not yet surveyed). A row with only
      * one of the pair, a non-numeric value, or a value off the
      * globe (latitude beyond 90, longitude beyond 180) is rejected
      * with reason 8, FULL and DELTA alike, and the before/after
      * coordinates ride along on every MTHIST row.
      *****************************************************************
       Environment Division.
       Input-Output Section.
           05  DEL-State            pic x(02).
           05  DEL-Name             pic x(30).
           05  DEL-Height           pic x(05).
           05  DEL-Latitude-X       pic x(07).
           05  DEL-Longitude-X      pic x(08).
           05  filler               pic x(27).
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
       01  History-Vars.
           05 Before-State      pic x(02).
           05 Before-Height     pic x(05).
           05 Before-Latitude-X pic x(07).
           05 Before-Latitude redefines Before-Latitude-X
                                pic s9(02)v9(04)
                                sign leading separate.
           05 Before-Longitude-X pic x(08).
           05 Before-Longitude redefines Before-Longitude-X
                                pic s9(03)v9(04)
                                sign leading separate.
           05 Before-Found-Flag pic x value "N".
              88 Before-Found   value "Y".
           05 History-Action    pic x(01).
       01  Coordinate-Edit-Vars.
           05 Edit-Latitude-X   pic x(07).
           05 Edit-Latitude redefines Edit-Latitude-X
                                pic s9(02)v9(04)
                                sign leading separate.
           05 Edit-Longitude-X  pic x(08).
           05 Edit-Longitude redefines Edit-Longitude-X
                                pic s9(03)v9(04)
                                sign leading separate.
       01  Date-and-Time.
           05 TodayDate         pic x(08).
           05 filler            pic x(13).
                       move "Y" to Before-Found-Flag
                       move MTN-State to Before-State
                       move MTN-Height to Before-Height
                       move MTN-Latitude-X to Before-Latitude-X
                       move MTN-Longitude-X to Before-Longitude-X
                       move "D" to History-Action
                       perform Write-History-Row
                       perform Read-Pre-Rebuild-Record
              if not DEL-Height is numeric
                 move 3 to CheckDataStatus
              end-if
              move DEL-Latitude-X to Edit-Latitude-X
              move DEL-Longitude-X to Edit-Longitude-X
              perform Edit-Coordinates
           end-if
           .

              move "N" to Before-Found-Flag
              move spaces to Before-State
              move spaces to Before-Height
              move spaces to Before-Latitude-X
              move spaces to Before-Longitude-X
           end-if
           move DEL-State to MTN-State
           move DEL-Name to MTN-Name
           move DEL-Height to MTN-Height
           move DEL-Latitude-X to MTN-Latitude-X
           move DEL-Longitude-X to MTN-Longitude-X
           EVALUATE true
              WHEN DEL-ADD
                 write MTN-KSDS-Record
           move "N" to Before-Found-Flag
           move spaces to Before-State
           move spaces to Before-Height
           move spaces to Before-Latitude-X
           move spaces to Before-Longitude-X
           read MTN-KSDS-File
           end-read
           if MTN-KSDS-OK
              move "Y" to Before-Found-Flag
              move MTN-State to Before-State
              move MTN-Height to Before-Height
              move MTN-Latitude-X to Before-Latitude-X
              move MTN-Longitude-X to Before-Longitude-X
           end-if
           .

           move MTN-Name to MH-Name
           move Before-State to MH-Before-State
           move Before-Height to MH-Before-Height
           move "Y" to MH-Coords-Flag
           move zero to MH-Before-Latitude
           move zero to MH-Before-Longitude
           move zero to MH-After-Latitude
           move zero to MH-After-Longitude
           if Before-Latitude is numeric
              and Before-Longitude is numeric
              move Before-Latitude to MH-Before-Latitude
              move Before-Longitude to MH-Before-Longitude
           end-if
           if History-Action equal "D"
              move spaces to MH-After-State
              move spaces to MH-After-Height
           else
              move MTN-State to MH-After-State
              move MTN-Height to MH-After-Height
              if MTN-Latitude is numeric
                 and MTN-Longitude is numeric
                 move MTN-Latitude to MH-After-Latitude
                 move MTN-Longitude to MH-After-Longitude
              end-if
           end-if
           write History-File-Record
           end-write
           end-write
           perform File-Check-Error
           add 1 to RejectedCount
           display "REJECTED " Delta-File-Record(1:53)
              " reason " CheckDataStatus
           .

      * Reject a record before it ever reaches MT-Table: blank line,
      * a state that isn't 2 characters, a non-numeric height, or
      * coordinates that are half there or off the globe.
       CheckData.
           move zero to CheckDataStatus
           if Input-Record equal spaces
           if not TR-Height is numeric
              move 3 to CheckDataStatus
           end-if
           move TR-Latitude-X to Edit-Latitude-X
           move TR-Longitude-X to Edit-Longitude-X
           perform Edit-Coordinates
           .

      * Both blank is a peak not yet surveyed and passes; otherwise
      * both must be signed numbers within the globe.
       Edit-Coordinates.
           if Edit-Latitude-X equal spaces
              and Edit-Longitude-X equal spaces
              continue
           else
              if Edit-Latitude is numeric
                 and Edit-Longitude is numeric
                 if Edit-Latitude > 90 or Edit-Latitude < -90
                    or Edit-Longitude > 180 or Edit-Longitude < -180
                    move 8 to CheckDataStatus
                 end-if
              else
                 move 8 to CheckDataStatus
              end-if
           end-if
           .

       Load-One-Mountain.
           move TR-State to MTN-State
           move TR-Name to MTN-Name
           move TR-Height to MTN-Height
           move TR-Latitude-X to MTN-Latitude-X
           move TR-Longitude-X to MTN-Longitude-X
           move TR-Name to UnstringSpaceIn
           perform UnstringSpace
           move UnstringSpaceOut to MTN-Normalize
           move "N" to Before-Found-Flag
           move spaces to Before-State
           move spaces to Before-Height
           move spaces to Before-Latitude-X
           move spaces to Before-Longitude-X
           move "L" to History-Action
           perform Write-History-Row
           .
