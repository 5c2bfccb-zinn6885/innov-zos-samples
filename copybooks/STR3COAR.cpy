      ***************************************************************
      * STR3COAR - working-storage layout of one STR3COA change-of-
      * address record, keyed by the normalized form of the OLD
      * address - the same 90-byte key the duplicate check and
      * STR3SUPP use, so a move folds to one record whichever feed
      * the old address arrives on. Holds the new address in the
      * ADDRDAT pieces and the date the move takes effect. Posted
      * by STR3COA from the COA input file; read by STR3BAT, which
      * swaps the new address in from the effective date on.
      * 220-byte record.
      ***************************************************************
           05  COA-Norm-Address          pic x(90).
           05  COA-New-Address.
               10  COA-Street-Number     pic x(06).
               10  COA-Street-Name       pic x(30).
               10  COA-Street-Direction  pic x(01).
               10  COA-Street-Type       pic x(12).
               10  COA-Unit              pic x(06).
               10  COA-Unit-Type         pic x(06).
               10  COA-City              pic x(30).
               10  COA-State             pic x(02).
               10  COA-Zipcode.
                   15  COA-Zip-5         pic x(05).
                   15  COA-Zip-4         pic x(04).
           05  COA-Effective-Date        pic 9(08).
           05  COA-Posted-Date           pic x(08).
           05  filler                    pic x(12).
