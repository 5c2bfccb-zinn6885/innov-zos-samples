      ***************************************************************
      * STR3STPA - parameter area for the STR3STD callable street-
      * line standardizer. Callers set STD-Function, CALL "STR3STD"
      * USING this area, and get the result plus STD-Status back:
      *   STAN - standardize STD-Address in place: street suffix,
      *          directional, and unit designator spellings folded
      *          to the one form the STR3ABBR reference file names,
      *          a suffix or leading directional typed into the
      *          street name moved to its own field, and a "#12"
      *          unit split to designator and number.
      *          STD-Changed-Flag says whether anything moved.
      *   REPT - display on SYSOUT how many addresses each rule
      *          changed since the last REPT, then start counting
      *          again
      * STD-Address is the same nine pieces STR3BAT unstrings from
      * an ADDRDAT line, so a caller moves its Street-Address in and
      * back out. STR3ABBR is loaded on the first call (one card per
      * spelling: class S = suffix, D = directional, U = unit
      * designator in col 1, the spelling cols 2-21, the standard
      * form cols 22-33); ops add a spelling without a relink. No
      * STR3ABBR answers STD-No-Reference and leaves the address as
      * given.
      ***************************************************************
           05  STD-Function              pic x(04).
               88  STD-Func-Standardize  value "STAN".
               88  STD-Func-Report       value "REPT".
           05  STD-Address.
               10  STD-Street-Number     pic x(06).
               10  STD-Street-Name       pic x(30).
               10  STD-Street-Direction  pic x(01).
               10  STD-Street-Type       pic x(12).
               10  STD-Unit              pic x(06).
               10  STD-Unit-Type         pic x(06).
               10  STD-City              pic x(30).
               10  STD-State             pic x(02).
               10  STD-Zipcode.
                   15  STD-Zip-5         pic x(05).
                   15  STD-Zip-4         pic x(04).
           05  STD-Changed-Flag          pic x(01).
               88  STD-Changed           value "Y".
           05  STD-Status                pic s99.
               88  STD-OK                value 0.
               88  STD-Bad-Function      value 1.
               88  STD-No-Reference      value 2.
