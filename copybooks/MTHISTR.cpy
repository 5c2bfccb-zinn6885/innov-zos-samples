      * blank), R = replaced, D = deleted (after image blank).
      * MTASOF answers "what did we publish for this peak last
      * spring" by replaying these records up to an as-of date.
      * The before and after coordinates are packed into what was
      * the trailing filler so the record stays 100 bytes and the
      * history written before coordinates were carried still reads
      * - MH-Coords-Flag is "Y" only on rows that carry them, and a
      * zero latitude/longitude pair means no surveyed position.
      * 100-byte fixed record.
      ***************************************************************
           05  MH-Change-Date            pic x(08).
           05  MH-Before-Height          pic x(05).
           05  MH-After-State            pic x(02).
           05  MH-After-Height           pic x(05).
           05  MH-Coords-Flag            pic x(01).
               88  MH-Has-Coords         value "Y".
           05  MH-Before-Latitude        pic s9(02)v9(04) comp-3.
           05  MH-Before-Longitude       pic s9(03)v9(04) comp-3.
           05  MH-After-Latitude         pic s9(02)v9(04) comp-3.
           05  MH-After-Longitude        pic s9(03)v9(04) comp-3.
