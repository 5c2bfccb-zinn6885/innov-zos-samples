      ***************************************************************
      * ARTAXR - working-storage layout of one ARTAX sales-tax
      * liability record. Three kinds share the file, told apart by
      * the first byte of the key:
      *   A - accumulation: one per jurisdiction, tax month
      *       (YYYYMM), and rate, carrying the gross sales, the
      *       credits and minus adjustments, the net taxable sales,
      *       the net sales a tax-exemption certificate covered, and
      *       the net tax collected, all added up across every
      *       ARITHBAT run posted into that month
      *   M - month closed: written for every month of a filing
      *       period when it is closed (jurisdiction and rate
      *       blank), so no month is ever filed twice
      *   C - control: the one record (rest of key blank) holding
      *       the run stamp of the last ARITHAR posting accumulated
      * 120-byte record.
      ***************************************************************
           05  TX-Key.
               10  TX-Rec-Type           pic x(01).
                   88  TX-Accumulation   value "A".
                   88  TX-Month-Closed   value "M".
                   88  TX-Control        value "C".
               10  TX-Juris-Code         pic x(05).
               10  TX-Month              pic x(06).
               10  TX-Rate-X             pic x(05).
               10  TX-Rate redefines TX-Rate-X
                                         pic 9v9(4).
           05  TX-Gross-Sales            pic s9(09)v99
                                            sign leading separate.
           05  TX-Credits                pic s9(09)v99
                                            sign leading separate.
           05  TX-Taxable-Sales          pic s9(09)v99
                                            sign leading separate.
           05  TX-Tax-Collected          pic s9(09)v99
                                            sign leading separate.
           05  TX-Exempt-Sales           pic s9(09)v99
                                            sign leading separate.
           05  TX-Line-Count             pic 9(07).
           05  TX-Closed-Date            pic x(08).
           05  TX-Last-Run-Stamp         pic x(12).
           05  TX-Last-Update            pic x(08).
           05  filler                    pic x(08).
