      ***************************************************************
      * FRCONR - working-storage layout of one FRCONTR player
      * contract, keyed by the FRPIDX permanent player id so the
      * contract follows the player through every trade and NAMEFIX
      * without being re-keyed. Carries the season salary (dollars
      * and cents), the contract start and end dates (YYYYMMDD - a
      * contract is in force from its start through its end date),
      * the option years remaining beyond the end date, and the
      * player name it was signed under, for the reports. Maintained
      * by FRCONMNT; FRPAYCAP totals each team's in-force salaries
      * against the FRSEASON cap and FRUPDATE refuses a TRADE that
      * would carry the receiving team over it. 80-byte record.
      ***************************************************************
           05  CT-Player-Id              pic 9(07).
           05  CT-Contract-Info.
               10  CT-Salary             pic 9(09)v99.
               10  CT-Start-Date         pic x(08).
               10  CT-End-Date           pic x(08).
               10  CT-Option-Years       pic 9(02).
               10  CT-Signed-Name        pic x(20).
               10  CT-Last-Update        pic x(08).
               10  filler                pic x(16).
