       Identification Division.
       Program-Id. ARITHMAL.
      *****************************************************************
      * Statement mailing bridge. ARITHBAT leaves one ARITHSTM
      * summary record per customer billed; until now somebody keyed
      * each customer's address into an ADDRDAT deck by hand before
      * STR3BAT could print the envelopes. This run reads the
      * summaries, takes each customer's billing address from the
      * ARCUST master, and writes the comma-delimited ADDRDAT line
      * itself, so statement envelopes get STR3BAT's ZIPREF
      * validation, STR3SUPP do-not-mail suppression, and PRESORT
      * postal discounts like any other mailing.
      * Every statement also gets an STMXREF cross-reference record
      * - customer, name, statement total, and the exact line
      * handed to STR3BAT - so ARITHMRC can match what STR3BAT
      * rejected, folded as a duplicate, or withheld back to the
      * customer for billing. A statement this run cannot address
      * at all (customer not on ARCUST, incomplete address, address
      * too long for the 80-byte ADDRDAT line) goes on STMXREF with
      * the reason and no line, and is reported the same way.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
           SELECT Statement-File
              ASSIGN to "ARITHSTM"
              Organization sequential
              Access Sequential
              File Status Statement-File-Status.
           SELECT Cust-File
              Record Key FD-Cust-Key
              Assign to "ARCUST"
              Organization Indexed
              Access Dynamic
              File Status Cust-File-Status.
           SELECT Address-File
              ASSIGN to "ADDRDAT"
              Organization sequential
              Access Sequential
              File Status Address-File-Status.
           SELECT Xref-File
              ASSIGN to "STMXREF"
              Organization sequential
              Access Sequential
              File Status Xref-File-Status.

       Data Division.
       File Section.
       FD  Statement-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Statement-Record.
       01  Statement-Record.
           05  STM-Cust-No           pic x(06).
           05  STM-Invoice-Count     pic 9(05).
           05  STM-Sale-Total        pic s9(07)v99
                                        sign leading separate.
           05  STM-Tax-Total         pic s9(07)v99
                                        sign leading separate.
           05  STM-Exempt-Total      pic s9(07)v99
                                        sign leading separate.
           05  filler                pic x(39).
       FD  Cust-File.
       01  FD-Cust-Record.
           copy ARCUSTK.
       FD  Address-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Address-File-Record.
       01  Address-File-Record       pic x(80).
       FD  Xref-File
           Recording mode F
           Record contains 160 characters
           Block contains 0 records
           Data record Xref-File-Record.
       01  Xref-File-Record          pic x(160).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Statement-File-Status pic x(02).
               88  Statement-File-OK value "00".
               88  Statement-File-EOF value "10".
           05  Cust-File-Status      pic x(02).
               88  Cust-OK           value "00".
               88  Cust-Not-Found    value "23".
           05  Address-File-Status   pic x(02).
               88  Address-File-OK   value "00".
           05  Xref-File-Status      pic x(02).
               88  Xref-File-OK      value "00".
       01  Cust-Record.
           copy ARCUSTR.
       01  Xref-Record.
           copy ARMAILR.
       01  WorkingVars.
           05  Mail-Line             pic x(80).
           05  Line-Overflow-Flag    pic x value "N".
               88  Line-Overflowed   value "Y".
           05  StatementCount        pic 9(05) value zero.
           05  SentCount             pic 9(05) value zero.
           05  NoCustCount           pic 9(05) value zero.
           05  NoAddressCount        pic 9(05) value zero.
           05  TooLongCount          pic 9(05) value zero.
           05  Display-Amount        pic -(7)9.99.

       Procedure Division.
           open input Statement-File
           perform File-Check-Statement
           open input Cust-File
           perform File-Check-Cust
           open output Address-File
           perform File-Check-Address
           open output Xref-File
           perform File-Check-Xref
           read Statement-File
           perform File-Check-Statement
           perform with test before
              until Statement-File-EOF
              perform Address-Statement
              read Statement-File
              perform File-Check-Statement
           end-perform
           display "===== STATEMENT MAILING BRIDGE ====="
           display "Statements read:            " StatementCount
           display "Lines written to ADDRDAT:   " SentCount
           display "Customer not on ARCUST:     " NoCustCount
           display "Incomplete billing address: " NoAddressCount
           display "Address too long for line:  " TooLongCount
           perform File-Quit
           goback
           .

       Address-Statement.
           add 1 to StatementCount
           move spaces to Xref-Record
           move STM-Cust-No to MX-Cust-No
           move STM-Invoice-Count to MX-Invoice-Count
           compute MX-Stmt-Total = STM-Sale-Total + STM-Tax-Total
           end-compute
           move spaces to Cust-Record
           move STM-Cust-No to FD-Cust-Key
           read Cust-File into Cust-Record
           end-read
           EVALUATE true
              WHEN Cust-OK
                 move CUS-Name to MX-Cust-Name
                 perform Build-Mail-Line
              WHEN Cust-Not-Found
                 set MX-Not-On-Master to true
                 add 1 to NoCustCount
              WHEN other
                 perform File-Check-Cust
           END-EVALUATE
           if MX-Sent-To-Mailing
              move Mail-Line to MX-Addr-Line
              move Mail-Line to Address-File-Record
              write Address-File-Record
              end-write
              perform File-Check-Address
              add 1 to SentCount
           else
              move MX-Stmt-Total to Display-Amount
              display "NOT ADDRESSED " MX-Cust-No " "
                 MX-Cust-Name " " Display-Amount
                 " status " MX-Bridge-Status
           end-if
           write Xref-File-Record from Xref-Record
           end-write
           perform File-Check-Xref
           .

      * The same nine comma-delimited fields STR3BAT unstrings, ZIP
      * and ZIP+4 run together in the last one. Names with embedded
      * blanks end at the first double blank.
       Build-Mail-Line.
           if CUS-Street-Name equal spaces
              or CUS-City equal spaces
              or CUS-State equal spaces
              or CUS-Zip-5 equal spaces
              set MX-No-Address to true
              add 1 to NoAddressCount
           else
              move spaces to Mail-Line
              move "N" to Line-Overflow-Flag
              string CUS-Street-Number delimited by space
                     "," delimited by size
                     CUS-Street-Name delimited by "  "
                     "," delimited by size
                     CUS-Street-Direction delimited by size
                     "," delimited by size
                     CUS-Street-Type delimited by "  "
                     "," delimited by size
                     CUS-Unit delimited by space
                     "," delimited by size
                     CUS-Unit-Type delimited by space
                     "," delimited by size
                     CUS-City delimited by "  "
                     "," delimited by size
                     CUS-State delimited by size
                     "," delimited by size
                     CUS-Zip-5 delimited by space
                     CUS-Zip-4 delimited by space
                 into Mail-Line
                 on overflow
                    move "Y" to Line-Overflow-Flag
              end-string
              if Line-Overflowed
                 set MX-Line-Too-Long to true
                 add 1 to TooLongCount
              else
                 set MX-Sent-To-Mailing to true
              end-if
           end-if
           .

       File-Quit.
           close Statement-File
           close Cust-File
           close Address-File
           close Xref-File
           .

       File-Check-Statement.
           if not Statement-File-OK and not Statement-File-EOF
              display "ARITHSTM file status: " Statement-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Cust.
           if not Cust-OK
              display "ARCUST file status: " Cust-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Address.
           if not Address-File-OK
              display "ADDRDAT file status: " Address-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Xref.
           if not Xref-File-OK
              display "STMXREF file status: " Xref-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with statement mailing files"
           perform File-Quit
           goback
           .
