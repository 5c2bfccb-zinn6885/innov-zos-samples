       Identification Division.
       Program-Id. STR3STD.
      *****************************************************************
      * Callable street-line standardizer. The duplicate check and
      * the STR3SUPP / STR3COA lookups all key on the address
      * Normalize-Address folds, but "123 North Main Street",
      * "123 N Main St", and "123 N. Main St." still folded to three
      * different keys - three catalogs to one household, and a
      * bounced address kept getting mailed under another spelling.
      * Callers fill in the STR3STPA parameter area and CALL
      * "STR3STD" USING it before they normalize, print, or export
      * an address - see the copybook for the function codes.
      * The spellings come from the STR3ABBR reference file, loaded
      * once on the first call (class S = street suffix, D =
      * directional, U = unit designator; the spelling; the standard
      * form), so ops add a spelling without a relink. Spellings are
      * matched without regard to case or periods. A suffix typed
      * as the last word of the street name, or a directional as the
      * first, moves to its own field when that field is empty and
      * the name has another word left - "North Street" stays a
      * street named North. A unit of "#12" with no designator
      * splits to "#" and "12".
      * Each rule counts the addresses it changed; REPT shows the
      * counts and starts them again, so a caller with several
      * passes reports each one.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           SELECT Abbr-File
              ASSIGN to "STR3ABBR"
              Organization sequential
              Access Sequential
              File Status Abbr-File-Status.

       Data Division.
       File Section.
       FD  Abbr-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Abbr-File-Record.
       01  Abbr-File-Record.
           05  ABR-Class             pic x(01).
           05  ABR-Variant           pic x(20).
           05  ABR-Standard          pic x(12).
           05  filler                pic x(47).

       Working-Storage Section.
       01  Abbr-File-Status          pic x(02).
           88  Abbr-File-OK          value "00".
           88  Abbr-File-EOF         value "10".
           88  Abbr-File-Missing     value "35".

      * loaded from STR3ABBR on the first call and kept for the
      * life of the load module
       01  Rule-Load-Vars.
           05  Rules-Loaded-Flag     pic x value "N".
               88  Rules-Loaded      value "Y".
           05  Abbr-File-Seen-Flag   pic x value "N".
               88  Abbr-File-Seen    value "Y".
           05  RuleCount             pic 9(03) value zero.
           05  Rule-Ix               pic 9(03) value zero.
           05  Found-Rule-Ix         pic 9(03) value zero.
       01  Rule-Table.
           05  Rule-Entry occurs 1 to 300 times
                  depending on RuleCount.
               10  AB-Class          pic x(01).
               10  AB-Variant        pic x(20).
               10  AB-Standard       pic x(12).
               10  AB-Count          pic 9(05).
       01  Standardize-Counts.
           05  ExaminedCount         pic 9(07) value zero.
           05  ChangedCount          pic 9(07) value zero.
           05  SuffixMovedCount      pic 9(05) value zero.
           05  DirectionMovedCount   pic 9(05) value zero.
           05  UnitSplitCount        pic 9(05) value zero.
       01  Standardize-Work.
           05  Before-Address        pic x(102).
           05  Look-Class            pic x(01).
           05  Clean-In              pic x(30).
           05  Look-Word             pic x(20).
           05  Unit-Work             pic x(06).
           05  Name-Moved-Flag       pic x value "N".
               88  Name-Moved        value "Y".
           05  WordCount             pic 9(02) value zero.
           05  Word-Ix               pic 9(02) value zero.
           05  Name-Ptr              pic 9(02) value zero.
           05  Name-Words.
               10  Name-Word         pic x(30) occurs 6 times.
           05  Class-Label           pic x(11).

       Linkage Section.
       01  STR3STD-Parms.
           copy STR3STPA.

       Procedure Division using STR3STD-Parms.
       Main-Logic.
           move zero to STD-Status
           EVALUATE true
              WHEN STD-Func-Standardize
                 move "N" to STD-Changed-Flag
                 perform Ensure-Rules-Loaded
                 if Abbr-File-Seen
                    perform Standardize-Address
                 else
                    move 2 to STD-Status
                 end-if
              WHEN STD-Func-Report
                 perform Ensure-Rules-Loaded
                 perform Report-Counts
              WHEN other
                 move 1 to STD-Status
           END-EVALUATE
           goback
           .

       Ensure-Rules-Loaded.
           if not Rules-Loaded
              move "Y" to Rules-Loaded-Flag
              open input Abbr-File
              if Abbr-File-Missing
                 display "STR3STD: no STR3ABBR dataset - addresses "
                    "not standardized"
              else
                 move "Y" to Abbr-File-Seen-Flag
                 read Abbr-File
                 perform with test before
                    until not Abbr-File-OK
                    or RuleCount >= 300
                    perform Load-One-Rule
                    read Abbr-File
                 end-perform
                 if Abbr-File-OK
                    display "STR3STD: rule table full at "
                       RuleCount " - STR3ABBR not fully loaded"
                 end-if
                 close Abbr-File
                 display "STR3STD: abbreviation rules loaded: "
                    RuleCount
              end-if
           end-if
           .

      * spellings are held folded the way they are looked up -
      * upper case, periods dropped, left-justified
       Load-One-Rule.
           if (ABR-Class equal "S" or "D" or "U")
              and ABR-Variant not equal spaces
              and ABR-Standard not equal spaces
              add 1 to RuleCount
              move ABR-Class to AB-Class(RuleCount)
              move ABR-Variant to Clean-In
              perform Clean-Word
              move Look-Word to AB-Variant(RuleCount)
              move ABR-Standard to AB-Standard(RuleCount)
              move zero to AB-Count(RuleCount)
           else
              display "STR3STD: bad STR3ABBR card ignored: "
                 Abbr-File-Record(1:33)
           end-if
           .

       Clean-Word.
           move function upper-case(Clean-In) to Clean-In
           inspect Clean-In replacing all "." by space
           move spaces to Look-Word
           if Clean-In not equal spaces
              move function trim(Clean-In) to Look-Word
           end-if
           .

      * Look-Class and Clean-In in, Found-Rule-Ix out (zero = no
      * rule for that spelling)
       Find-Rule.
           perform Clean-Word
           move zero to Found-Rule-Ix
           perform with test before
              varying Rule-Ix from 1 by 1
              until Rule-Ix greater than RuleCount
                 or Found-Rule-Ix > zero
              if AB-Class(Rule-Ix) equal Look-Class
                 and AB-Variant(Rule-Ix) equal Look-Word
                 move Rule-Ix to Found-Rule-Ix
              end-if
           end-perform
           .

       Standardize-Address.
           move STD-Address to Before-Address
           add 1 to ExaminedCount
           perform Split-Street-Name
           move "N" to Name-Moved-Flag
           perform Suffix-From-Name
           perform Direction-From-Name
           if Name-Moved
              perform Rebuild-Street-Name
           end-if
           perform Standardize-Direction
           perform Standardize-Suffix
           perform Split-Unit-Number
           perform Standardize-Unit-Type
           if STD-Address not equal Before-Address
              move "Y" to STD-Changed-Flag
              add 1 to ChangedCount
           end-if
           .

       Split-Street-Name.
           move spaces to Name-Words
           move zero to WordCount
           if STD-Street-Name not equal spaces
              move function trim(STD-Street-Name) to Clean-In
              unstring Clean-In delimited by all spaces
                 into Name-Word(1) Name-Word(2) Name-Word(3)
                      Name-Word(4) Name-Word(5) Name-Word(6)
              end-unstring
              perform with test before
                 varying Word-Ix from 1 by 1
                 until Word-Ix greater than 6
                 if Name-Word(Word-Ix) not equal spaces
                    move Word-Ix to WordCount
                 end-if
              end-perform
           end-if
           .

      * "Main Street" with no street type - the suffix moves out
       Suffix-From-Name.
           if WordCount > 1 and STD-Street-Type equal spaces
              move "S" to Look-Class
              move Name-Word(WordCount) to Clean-In
              perform Find-Rule
              if Found-Rule-Ix > zero
                 move AB-Standard(Found-Rule-Ix) to STD-Street-Type
                 move spaces to Name-Word(WordCount)
                 subtract 1 from WordCount
                 add 1 to AB-Count(Found-Rule-Ix)
                 add 1 to SuffixMovedCount
                 move "Y" to Name-Moved-Flag
              end-if
           end-if
           .

      * "North Main" with no directional - the directional moves
      * out when its standard form fits the one-byte field
       Direction-From-Name.
           if WordCount > 1 and STD-Street-Direction equal space
              move "D" to Look-Class
              move Name-Word(1) to Clean-In
              perform Find-Rule
              if Found-Rule-Ix > zero
                 and AB-Standard(Found-Rule-Ix)(2:11) equal spaces
                 move AB-Standard(Found-Rule-Ix)(1:1)
                    to STD-Street-Direction
                 perform with test before
                    varying Word-Ix from 2 by 1
                    until Word-Ix greater than WordCount
                    move Name-Word(Word-Ix) to Name-Word(Word-Ix - 1)
                 end-perform
                 move spaces to Name-Word(WordCount)
                 subtract 1 from WordCount
                 add 1 to AB-Count(Found-Rule-Ix)
                 add 1 to DirectionMovedCount
                 move "Y" to Name-Moved-Flag
              end-if
           end-if
           .

       Rebuild-Street-Name.
           move spaces to STD-Street-Name
           move 1 to Name-Ptr
           perform with test before
              varying Word-Ix from 1 by 1
              until Word-Ix greater than WordCount
              if Word-Ix > 1
                 string " " delimited by size
                    into STD-Street-Name
                    with pointer Name-Ptr
                 end-string
              end-if
              string Name-Word(Word-Ix) delimited by space
                 into STD-Street-Name
                 with pointer Name-Ptr
              end-string
           end-perform
           .

       Standardize-Direction.
           if STD-Street-Direction not equal space
              move "D" to Look-Class
              move STD-Street-Direction to Clean-In
              perform Find-Rule
              if Found-Rule-Ix > zero
                 and AB-Standard(Found-Rule-Ix)(2:11) equal spaces
                 and AB-Standard(Found-Rule-Ix)(1:1)
                    not equal STD-Street-Direction
                 move AB-Standard(Found-Rule-Ix)(1:1)
                    to STD-Street-Direction
                 add 1 to AB-Count(Found-Rule-Ix)
              end-if
           end-if
           .

       Standardize-Suffix.
           if STD-Street-Type not equal spaces
              move "S" to Look-Class
              move STD-Street-Type to Clean-In
              perform Find-Rule
              if Found-Rule-Ix > zero
                 and AB-Standard(Found-Rule-Ix)
                    not equal STD-Street-Type
                 move AB-Standard(Found-Rule-Ix) to STD-Street-Type
                 add 1 to AB-Count(Found-Rule-Ix)
              end-if
           end-if
           .

       Split-Unit-Number.
           if STD-Unit-Type equal spaces
              and STD-Unit(1:1) equal "#"
              and STD-Unit(2:5) not equal spaces
              move STD-Unit(2:5) to Clean-In
              move function trim(Clean-In) to Unit-Work
              move Unit-Work to STD-Unit
              move "#" to STD-Unit-Type
              add 1 to UnitSplitCount
           end-if
           .

       Standardize-Unit-Type.
           if STD-Unit-Type not equal spaces
              move "U" to Look-Class
              move STD-Unit-Type to Clean-In
              perform Find-Rule
              if Found-Rule-Ix > zero
                 and AB-Standard(Found-Rule-Ix)
                    not equal STD-Unit-Type
                 move AB-Standard(Found-Rule-Ix) to STD-Unit-Type
                 add 1 to AB-Count(Found-Rule-Ix)
              end-if
           end-if
           .

       Report-Counts.
           display " "
           display "===== STREET STANDARDIZATION ====="
           if not Abbr-File-Seen
              display "No STR3ABBR reference - nothing standardized"
           else
              display "Addresses examined:     " ExaminedCount
              display "Addresses standardized: " ChangedCount
              display "Addresses changed by each rule:"
              perform with test before
                 varying Rule-Ix from 1 by 1
                 until Rule-Ix greater than RuleCount
                 EVALUATE AB-Class(Rule-Ix)
                    WHEN "S"
                       move "SUFFIX     " to Class-Label
                    WHEN "D"
                       move "DIRECTIONAL" to Class-Label
                    WHEN other
                       move "UNIT       " to Class-Label
                 END-EVALUATE
                 display "  " Class-Label " " AB-Variant(Rule-Ix)
                    " -> " AB-Standard(Rule-Ix) " "
                    AB-Count(Rule-Ix)
                 move zero to AB-Count(Rule-Ix)
              end-perform
              display "  suffix moved out of street name:      "
                 SuffixMovedCount
              display "  directional moved out of street name: "
                 DirectionMovedCount
              display "  # unit split to designator and number: "
                 UnitSplitCount
           end-if
           move zero to ExaminedCount
           move zero to ChangedCount
           move zero to SuffixMovedCount
           move zero to DirectionMovedCount
           move zero to UnitSplitCount
           .
