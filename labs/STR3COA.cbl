       Identification Division.
       Program-Id. STR3COA.
      *****************************************************************
      * Change-of-address posting run. STR3RTN can only stop us
      * mailing an address once it has bounced; when a customer
      * tells us they have moved there was no way to get the piece
      * to the new address. This run reads the COA input file and
      * posts each move to the STR3COA KSDS, keyed by the OLD
      * address folded to the same normalized key the STR3BAT
      * duplicate check builds, holding the new address and the
      * date the move takes effect. STR3BAT reads the file back and
      * swaps the new address in before it validates, folds, and
      * sorts the piece. A second move for the same old address
      * replaces the first. Both addresses are standardized
      * through STR3STD first, as STR3BAT standardizes what it
      * reads, so the key and the forwarded label match its spelling.
      * COA card layout (170 bytes):
      *   col 1        action: blank = post the move,
      *                        D = remove it (move called off)
      *   col 2-9      move effective date YYYYMMDD
      *   col 10-89    old address, comma-delimited as ADDRDAT
      *   col 90-169   new address, comma-delimited as ADDRDAT
      * Cards in error go to COAERR with a reason code:
      *   1 = old address will not parse
      *   2 = new address will not parse
      *   3 = effective date not numeric
      *   4 = removal for an address with no move on file
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
           SELECT Coa-Input-File
              ASSIGN to "COA"
              Organization sequential
              Access Sequential
              File Status Coa-Input-Status.
           SELECT Coa-File
              Record Key FD-Coa-Key
              Assign to "STR3COA"
              Organization Indexed
              Access Dynamic
              File Status Coa-File-Status.
           SELECT Error-File
              ASSIGN to "COAERR"
              Organization sequential
              Access Sequential
              File Status Error-File-Status.

       Data Division.
       File Section.
       FD  Coa-Input-File
           Recording mode F
           Record contains 170 characters
           Block contains 0 records
           Data record Coa-Input-Record.
       01  Coa-Input-Record.
           05  CIN-Action            pic x(01).
               88  CIN-Remove        value "D".
           05  CIN-Effective-Date-X  pic x(08).
           05  CIN-Effective-Date redefines CIN-Effective-Date-X
                                     pic 9(08).
           05  CIN-Old-Line          pic x(80).
           05  CIN-New-Line          pic x(80).
           05  filler                pic x(01).
       FD  Coa-File.
       01  FD-Coa-Record.
           copy STR3COAK.
       FD  Error-File
           Recording mode F
           Record contains 172 characters
           Block contains 0 records
           Data record Error-File-Record.
       01  Error-File-Record.
           05  ERR-Transaction       pic x(170).
           05  ERR-Reason-Code       pic s99.

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Coa-Input-Status     pic x(02).
               88  Coa-Input-OK     value "00".
               88  Coa-Input-EOF    value "10".
           05  Coa-File-Status      pic x(02).
               88  Coa-OK           value "00".
               88  Coa-Not-Found    value "23".
               88  Coa-No-File      value "35".
           05  Error-File-Status    pic x(02).
               88  Error-File-OK    value "00".
       01  Coa-Record.
           copy STR3COAR.
       01  Street-Address.
           05  Addr-Street-Number    pic x(6).
           05  Addr-Street-Name      pic x(30).
           05  Addr-Street-Direction pic x.
           05  Addr-Street-Type      pic x(12).
           05  Addr-Unit             pic x(6).
           05  Addr-Unit-Type        pic x(6).
           05  Addr-City             pic x(30).
           05  Addr-State            pic x(2).
           05  Addr-Zipcode.
               10  Addr-Zip-5        pic x(5).
               10  Addr-Zip-4        pic x(4).
       01  Address-Line             pic x(80).
       01  Old-Norm-Address         pic x(90).
       01  FieldCount               pic 9(02).
       01  CheckDataStatus          pic s99.
       01  PostedCount              pic 9(05) value zero.
       01  ReplacedCount            pic 9(05) value zero.
       01  RemovedCount             pic 9(05) value zero.
       01  RejectedCount            pic 9(05) value zero.
       01  Normalize-Work.
           05 Work1                 pic x(20).
           05 Work2                 pic x(20).
           05 Work3                 pic x(20).
           05 Work4                 pic x(20).
           05 UnstringSpaceIn       pic x(30).
           05 UnstringSpaceOut      pic x(30).
           05 Norm-Street-Name      pic x(30).
           05 Norm-Street-Type      pic x(12).
           05 Norm-City             pic x(30).
           05 Norm-Address          pic x(90).
      * same street-type fold the STR3BAT duplicate check applies -
      * the change-of-address key must build identically on both
      * sides
       01  Street-Type-Values.
           05 filler pic x(24) value "avenue      ave         ".
           05 filler pic x(24) value "street      st          ".
           05 filler pic x(24) value "road        rd          ".
           05 filler pic x(24) value "boulevard   blvd        ".
           05 filler pic x(24) value "drive       dr          ".
           05 filler pic x(24) value "lane        ln          ".
           05 filler pic x(24) value "court       ct          ".
           05 filler pic x(24) value "place       pl          ".
       01  Street-Type-Table redefines Street-Type-Values.
           05 Type-Entry occurs 8 times
                         indexed by Type-Ix.
              10 Type-Long          pic x(12).
              10 Type-Short         pic x(12).
       01  STR3STD-Parms.
           copy STR3STPA.
       01  Date-and-Time.
           05  TodayDate            pic x(08).
           05  filler               pic x(13).

       Procedure Division.
           move function current-date to Date-and-Time
           open input Coa-Input-File
           perform File-Check-Input
           perform Open-Coa-File
           open output Error-File
           perform File-Check-Error

           read Coa-Input-File
           perform File-Check-Input
           perform with test before
              until Coa-Input-EOF
              perform Post-One-Move
              read Coa-Input-File
              perform File-Check-Input
           end-perform

           display "Moves posted:               " PostedCount
           display "Moves replaced:             " ReplacedCount
           display "Moves removed:              " RemovedCount
           display "Cards rejected to COAERR:   " RejectedCount
           perform File-Quit
           goback
           .

      * the first posting runs against an unloaded cluster - seed it
      * the way STR3RTN seeds STR3SUPP and reopen i-o
       Open-Coa-File.
           open i-o Coa-File
           if Coa-No-File
              open output Coa-File
              perform File-Check-Coa
              close Coa-File
              open i-o Coa-File
           end-if
           perform File-Check-Coa
           .

       Post-One-Move.
           move zero to CheckDataStatus
           move CIN-Old-Line to Address-Line
           perform Parse-Address-Line
           if FieldCount not equal 9
              move 1 to CheckDataStatus
           else
              perform Standardize-Street-Line
              perform Normalize-Address
              move Norm-Address to Old-Norm-Address
           end-if
           if CheckDataStatus equal zero and not CIN-Remove
              move CIN-New-Line to Address-Line
              perform Parse-Address-Line
              EVALUATE true
                 WHEN FieldCount not equal 9
                    move 2 to CheckDataStatus
                 WHEN CIN-Effective-Date-X is not numeric
                    move 3 to CheckDataStatus
                 WHEN other
                    perform Standardize-Street-Line
              END-EVALUATE
           end-if
           if CheckDataStatus not equal zero
              perform WriteError
           else
              if CIN-Remove
                 perform Remove-Move
              else
                 perform Post-Move
              end-if
           end-if
           .

       Parse-Address-Line.
           move spaces to Street-Address
           move zero to FieldCount
           unstring Address-Line delimited by ","
              into Addr-Street-Number
                   Addr-Street-Name
                   Addr-Street-Direction
                   Addr-Street-Type
                   Addr-Unit
                   Addr-Unit-Type
                   Addr-City
                   Addr-State
                   Addr-Zipcode
              tallying in FieldCount
           end-unstring
           .

      * fold suffix, directional, and unit spellings to the
      * STR3ABBR standard before anything keys or prints the line
       Standardize-Street-Line.
           move "STAN" to STD-Function
           move Street-Address to STD-Address
           call "STR3STD" using STR3STD-Parms
           if STD-OK
              move STD-Address to Street-Address
           end-if
           .

       Post-Move.
           move Old-Norm-Address to FD-Coa-Key
           read Coa-File into Coa-Record
           end-read
           EVALUATE true
              WHEN Coa-OK
                 move Street-Address to COA-New-Address
                 move CIN-Effective-Date to COA-Effective-Date
                 move TodayDate to COA-Posted-Date
                 rewrite FD-Coa-Record from Coa-Record
                 end-rewrite
                 perform File-Check-Coa
                 add 1 to ReplacedCount
                 display "REPLACED      " Old-Norm-Address(1:60)
              WHEN Coa-Not-Found
                 move spaces to Coa-Record
                 move Old-Norm-Address to COA-Norm-Address
                 move Street-Address to COA-New-Address
                 move CIN-Effective-Date to COA-Effective-Date
                 move TodayDate to COA-Posted-Date
                 write FD-Coa-Record from Coa-Record
                 end-write
                 perform File-Check-Coa
                 add 1 to PostedCount
                 display "FORWARDING    " Old-Norm-Address(1:60)
              WHEN other
                 perform File-Check-Coa
           END-EVALUATE
           .

       Remove-Move.
           move Old-Norm-Address to FD-Coa-Key
           read Coa-File
           end-read
           EVALUATE true
              WHEN Coa-OK
                 delete Coa-File record
                 end-delete
                 perform File-Check-Coa
                 add 1 to RemovedCount
                 display "REMOVED       " Old-Norm-Address(1:60)
              WHEN Coa-Not-Found
                 move 4 to CheckDataStatus
                 perform WriteError
              WHEN other
                 perform File-Check-Coa
           END-EVALUATE
           .

       Normalize-Address.
           move Addr-Street-Name to UnstringSpaceIn
           perform UnstringSpace
           move UnstringSpaceOut to Norm-Street-Name
           move Addr-City to UnstringSpaceIn
           perform UnstringSpace
           move UnstringSpaceOut to Norm-City
           move Addr-Street-Type to UnstringSpaceIn
           inspect UnstringSpaceIn replacing all "." by space
           perform UnstringSpace
           move UnstringSpaceOut to Norm-Street-Type
           set Type-Ix to 1
           perform with test before
              varying Type-Ix from 1 by 1
              until Type-Ix greater than 8
              if Norm-Street-Type equal Type-Long(Type-Ix)
                 move Type-Short(Type-Ix) to Norm-Street-Type
              end-if
           end-perform
           move spaces to Norm-Address
           string function lower-case(Addr-Street-Number)
                     delimited by space
                  function lower-case(Addr-Street-Direction)
                     delimited by space
                  Norm-Street-Name delimited by space
                  Norm-Street-Type delimited by space
                  function lower-case(Addr-Unit)
                     delimited by space
                  Norm-City delimited by space
                  function lower-case(Addr-State)
                     delimited by space
                  Addr-Zip-5 delimited by space
                into Norm-Address
           end-string
           .

       UnstringSpace.
           move space to UnstringSpaceOut
           move spaces to Work1
           move spaces to Work2
           move spaces to Work3
           move spaces to Work4
           unstring UnstringSpaceIn delimited by all spaces
              into Work1 Work2 Work3 Work4
              move function lower-case(Work1) to Work1
              move function lower-case(Work2) to Work2
              move function lower-case(Work3) to Work3
              move function lower-case(Work4) to Work4
              string Work1 delimited by space
                 Work2 delimited by space
                 Work3 delimited by space
                 Work4 delimited by space
                 into UnstringSpaceOut
              end-string
           move spaces to UnstringSpaceIn
           .

       WriteError.
           move Coa-Input-Record to ERR-Transaction
           move CheckDataStatus to ERR-Reason-Code
           write Error-File-Record
           end-write
           perform File-Check-Error
           add 1 to RejectedCount
           .

       File-Quit.
           close Coa-Input-File
           close Coa-File
           close Error-File
           .

       File-Check-Input.
           if not Coa-Input-OK and not Coa-Input-EOF
              display "COA file status: " Coa-Input-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Coa.
           if not Coa-OK
              display "STR3COA file status: " Coa-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Error.
           if not Error-File-OK
              display "COAERR file status: " Error-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error posting changes of address"
           perform File-Quit
           goback
           .
