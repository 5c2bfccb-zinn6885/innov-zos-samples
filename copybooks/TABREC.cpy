      ***************************************************************
      * TABREC - working-storage layout for one MTDATA input line,
      * broken into its fixed columns (state, name, height, and the
      * peak's coordinates). Used by MTLOAD when parsing MTDATA
      * records into the mountain KSDS.
      * Coordinates are signed decimal degrees, sign in the leading
      * byte: latitude +DD.DDDD in cols 38-44 (north positive),
      * longitude +DDD.DDDD in cols 45-52 (east positive), decimal
      * point implied. Both blank means the peak has no surveyed
      * position yet.
      ***************************************************************
           05  TR-State                  pic x(02).
           05  TR-Name                   pic x(30).
           05  TR-Height                 pic x(05).
           05  TR-Latitude-X             pic x(07).
           05  TR-Latitude redefines TR-Latitude-X
                                         pic s9(02)v9(04)
                                         sign leading separate.
           05  TR-Longitude-X            pic x(08).
           05  TR-Longitude redefines TR-Longitude-X
                                         pic s9(03)v9(04)
                                         sign leading separate.
           05  filler                    pic x(28).
