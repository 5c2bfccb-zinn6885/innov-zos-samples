      * don't have to re-normalize on every run. Written by MTLOAD,
      * read by TABSRCH and any other program that needs mountain
      * lookups.
      * MTN-Latitude/MTN-Longitude carry the peak's position in
      * signed decimal degrees, in the same form as MTDATA; spaces
      * in both mean no surveyed position. 82-byte record.
      ***************************************************************
           05  MTN-Normalize             pic x(30).
           05  MTN-State                 pic x(02).
           05  MTN-Name                  pic x(30).
           05  MTN-Height                pic x(05).
           05  MTN-Latitude-X            pic x(07).
           05  MTN-Latitude redefines MTN-Latitude-X
                                         pic s9(02)v9(04)
                                         sign leading separate.
           05  MTN-Longitude-X           pic x(08).
           05  MTN-Longitude redefines MTN-Longitude-X
                                         pic s9(03)v9(04)
                                         sign leading separate.
