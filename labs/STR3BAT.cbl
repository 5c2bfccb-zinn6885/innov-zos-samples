      * the same normalized address the duplicate check builds - and
      * withholds suppressed pieces, reporting how many each run
      * held back. No STR3SUPP file just means nothing is withheld.
      * Withheld lines are also written as read to STR3WHLD when the
      * run allocates it, so a caller that built ADDRDAT can tell
      * its own people which pieces never went out - ARITHMRC does
      * this for the customer statement mailing.
      * Every parsed street line is first standardized by STR3STD
      * against the STR3ABBR abbreviation file (suffixes,
      * directionals, unit designators), so the keys, labels, and
      * CSV export all see one spelling; each pass ends with the
      * count of addresses each rule changed. STR3SUPP and STR3COA
      * entries posted before standardization carry the key of the
      * line as it was read, so when STR3STD changed a line and the
      * standardized key is not on file, that key is tried as well.
      * Before any of that, each address is looked up on the STR3COA
      * change-of-address KSDS STR3COA posts (keyed by the same
      * normalized address): from the move's effective date on, the
      * new address replaces the old one and is what gets ZIPREF-
      * checked, duplicate-folded, suppression-checked, sorted, and
      * printed. A do-not-mail entry for the new address still
      * withholds the piece. Forwarded pieces are counted on the run
      * summary; no STR3COA file just means nothing is forwarded.
      *****************************************************************
       Environment Division.
       Input-Output Section.
              Organization Indexed
              Access Dynamic
              File Status Supp-File-Status.
           SELECT Coa-File
              Record Key FD-Coa-Key
              Assign to "STR3COA"
              Organization Indexed
              Access Dynamic
              File Status Coa-File-Status.
           SELECT Withheld-File
              ASSIGN to "STR3WHLD"
              Organization sequential
              Access Sequential
              File Status Withheld-File-Status.
           SELECT Sort-File
              ASSIGN to "SORTWK".

       FD  Supp-File.
       01  FD-Supp-Record.
           copy STR3SUPK.
       FD  Coa-File.
       01  FD-Coa-Record.
           copy STR3COAK.
       FD  Withheld-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Withheld-File-Record.
       01  Withheld-File-Record      pic x(80).
       SD  Sort-File
           Data record Sort-Record.
       01  Sort-Record.
           05  Supp-File-Status     pic x(02).
               88  Supp-OK          value "00".
               88  Supp-Not-Found   value "23".
           05  Coa-File-Status      pic x(02).
               88  Coa-OK           value "00".
               88  Coa-Not-Found    value "23".
           05  Withheld-File-Status pic x(02).
               88  Withheld-File-OK value "00".

       01  Generic-Output-Field     pic x(132).
       01  Street-Address.
           05 Suppress-Flag         pic x value "N".
               88 Suppression-Hit   value "Y".
           05 WithheldCount         pic 9(05) value zero.
           05 Withheld-File-Flag    pic x value "N".
               88 Withheld-File-Open value "Y".
       01  Forwarding-Vars.
           05 Coa-File-Flag         pic x value "N".
               88 Coa-File-Open     value "Y".
           05 ForwardedCount        pic 9(05) value zero.
           05 Coa-Today             pic 9(08) value zero.
       01  Coa-Record.
           copy STR3COAR.
      * the street line as read, before STR3STD touched it - the
      * key older suppression and forwarding entries were posted on
       01  Unstandardized-Vars.
           05 Raw-Street-Address    pic x(102).
           05 Raw-Key-Flag          pic x value "N".
               88 Raw-Key-Differs   value "Y".
           05 Raw-Norm-Address      pic x(90).
           05 Held-Street-Address   pic x(102).
           05 Held-Norm-Address     pic x(90).
       01  STR3STD-Parms.
           copy STR3STPA.
       01  Presort-Vars.
           05 Run-Mode              pic x(07) value "REPORT ".
               88 Presort-Mode      value "PRESORT".
           perform Read-Control-Card
           perform Load-Zip-Ref
           perform Open-Supp-File
           perform Open-Coa-File
           if Presort-Mode
              perform Presort-Run
           else
              perform Run-Address-Report
           end-if
           perform Close-Supp-File
           perform Close-Coa-File
           goback
           .

           end-if
           .

       Open-Coa-File.
           move function current-date(1:8) to Coa-Today
           open input Coa-File
           if Coa-OK
              move "Y" to Coa-File-Flag
           else
              display "STR3COA not available - nothing forwarded"
           end-if
           .

       Close-Coa-File.
           if Coa-File-Open
              close Coa-File
           end-if
           .

      * fold suffix, directional, and unit spellings to the
      * STR3ABBR standard before anything keys or prints the line
       Standardize-Street-Line.
           move Street-Address to Raw-Street-Address
           move "N" to Raw-Key-Flag
           move "STAN" to STD-Function
           move Street-Address to STD-Address
           call "STR3STD" using STR3STD-Parms
           if STD-OK
              move STD-Address to Street-Address
              if STD-Changed
                 move "Y" to Raw-Key-Flag
              end-if
           end-if
           .

      * normalized key of the line as read, leaving the standardized
      * address and its key in place for everything after
       Normalize-Raw-Address.
           move Street-Address to Held-Street-Address
           move Norm-Address to Held-Norm-Address
           move Raw-Street-Address to Street-Address
           perform Normalize-Address
           move Norm-Address to Raw-Norm-Address
           move Held-Street-Address to Street-Address
           move Held-Norm-Address to Norm-Address
           .

      * a move in effect swaps the new address in before anything
      * else looks at the piece - the old address is the key
       Apply-Forwarding.
           if Coa-File-Open
              perform Normalize-Address
              move Norm-Address to FD-Coa-Key
              perform Read-Coa-Key
              if Coa-Not-Found and Raw-Key-Differs
                 perform Normalize-Raw-Address
                 move Raw-Norm-Address to FD-Coa-Key
                 perform Read-Coa-Key
              end-if
              if Coa-OK
                 and COA-Effective-Date <= Coa-Today
                 move COA-New-Address to Street-Address
                 move "N" to Raw-Key-Flag
                 add 1 to ForwardedCount
              end-if
           end-if
           .

       Read-Coa-Key.
           read Coa-File into Coa-Record
           end-read
           if not Coa-OK and not Coa-Not-Found
              display "STR3COA file status: "
                 Coa-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

      * the bounced-address check rides on the same normalized key
      * the duplicate fold builds - one lookup per accepted label
       Check-Suppression.
           move "N" to Suppress-Flag
           if Supp-File-Open
              move Norm-Address to FD-Supp-Key
              perform Read-Supp-Key
              if not Suppression-Hit and Raw-Key-Differs
                 perform Normalize-Raw-Address
                 move Raw-Norm-Address to FD-Supp-Key
                 perform Read-Supp-Key
              end-if
           end-if
           .

       Read-Supp-Key.
           read Supp-File
           end-read
           EVALUATE true
              WHEN Supp-OK
                 move "Y" to Suppress-Flag
              WHEN Supp-Not-Found
                 continue
              WHEN other
                 display "STR3SUPP file status: "
                    Supp-File-Status
                 perform 9900-Tragic-Ending
           END-EVALUATE
           .

      * STR3WHLD is optional - without it the withheld pieces are
      * only counted
       Open-Withheld-File.
           move "N" to Withheld-File-Flag
           open output Withheld-File
           if Withheld-File-OK
              move "Y" to Withheld-File-Flag
           end-if
           .

       Write-Withheld.
           add 1 to WithheldCount
           if Withheld-File-Open
              move Address-File-Record to Withheld-File-Record
              write Withheld-File-Record
              end-write
              perform File-Check-Withheld
           end-if
           .

           move zero to RejectedCount
           move zero to SuppressedCount
           move zero to WithheldCount
           move zero to ForwardedCount
           move zero to DupCount
           display "before open"
           open input Address-File
           perform File-Check-Error
           open output Duplicate-File
           perform File-Check-Duplicate
           perform Open-Withheld-File
           display "after open"

           sort Sort-File
              move 1 to CheckDataStatus
              perform WriteError
           else
              perform Standardize-Street-Line
              perform Apply-Forwarding
              perform Check-Zip-State
           end-if
           if FieldCount equal 9 and CheckDataStatus not equal zero
              perform Normalize-Address
              perform Check-Suppression
              if Suppression-Hit
                 perform Write-Withheld
              else
              perform Check-Duplicate
              if Dup-Found
           display "Rejected to STR3ERR: " RejectedCount
           display "Duplicates to STR3DUP: " SuppressedCount
           display "Do-not-mail pieces withheld: " WithheldCount
           display "Pieces forwarded to new address: "
              ForwardedCount
           move "REPT" to STD-Function
           call "STR3STD" using STR3STD-Parms
           display "Pieces by ZIP prefix:"
           perform with test before
              varying Zip3-Ix from 1 by 1
           move zero to RejectedCount
           move zero to SuppressedCount
           move zero to WithheldCount
           move zero to ForwardedCount
           move zero to DupCount
           display "before open"
           open input Address-File
           perform File-Check-Error
           open output Duplicate-File
           perform File-Check-Duplicate
           perform Open-Withheld-File
           display "after open"

           read Address-File
           display "Duplicates suppressed to STR3DUP: "
              SuppressedCount
           display "Do-not-mail pieces withheld: " WithheldCount
           display "Pieces forwarded to new address: "
              ForwardedCount
           move "REPT" to STD-Function
           call "STR3STD" using STR3STD-Parms
           perform File-Quit
           .

              move 1 to CheckDataStatus
              perform WriteError
           else
              perform Standardize-Street-Line
              perform Apply-Forwarding
              perform Check-Zip-State
           end-if
           if FieldCount equal 9 and CheckDataStatus not equal zero
              perform Normalize-Address
              perform Check-Suppression
              if Suppression-Hit
                 perform Write-Withheld
              else
              perform Check-Duplicate
              if Dup-Found
           close Address-File
           close Error-File
           close Duplicate-File
           if Withheld-File-Open
              close Withheld-File
              move "N" to Withheld-File-Flag
           end-if
           .

       File-Check-Address.
           end-if
           .

       File-Check-Withheld.
           if not Withheld-File-OK
              display "STR3WHLD file status: " Withheld-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              and not Control-Card-Not-Found
