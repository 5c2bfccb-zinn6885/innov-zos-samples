      * FRMAINT for every correction applied through the FRMT
      * screen: who (user id), when (timestamp - the key leads with
      * it so the file reads back in time order), which player, and
      * the four KT- counters before and after, then the roster
      * fields (position, jersey number, status) before and after,
      * since the screen corrects those too. Read back by FRAUDRPT
      * for the daily audit report. 124-byte record, keyed on the
      * 29-byte AUD-Key.
      ***************************************************************
           05  AUD-Key.
               10  AUD-Timestamp         pic x(21).
               10  AUD-New-Attempts      pic 9(05).
               10  AUD-New-Completed     pic 9(05).
               10  AUD-New-Three         pic 9(05).
           05  AUD-Roster-Before.
               10  AUD-Old-Position      pic x(02).
               10  AUD-Old-Jersey        pic 9(03).
               10  AUD-Old-Status        pic x(01).
           05  AUD-Roster-After.
               10  AUD-New-Position      pic x(02).
               10  AUD-New-Jersey        pic 9(03).
               10  AUD-New-Status        pic x(01).
           05  filler                    pic x(03).
