       Identification Division.
       Program-Id. ARITHCUS.
      *****************************************************************
      * ARCUST customer-master maintenance. ARITHBAT groups invoices
      * by customer number, but the number alone carried no name,
      * address, terms, or active flag - a typo on the invoice deck
      * made a phantom customer with a statement of its own. This
      * run applies the CUSTCHG action deck to the ARCUST KSDS and
      * prints a change report of what each card did, old values
      * beside new. ARITHBAT reads the master back and rejects
      * invoices for unknown or inactive customers.
      * CUSTCHG card layout (160 bytes):
      *   col 1        action: A = add customer, C = change,
      *                        D = deactivate, R = reactivate
      *   col 2-7      customer number (the key)
      *   col 8-37     name
      *   col 38-139   billing address in the ADDRDAT pieces:
      *                street number (6), street name (30),
      *                direction (1), street type (12), unit (6),
      *                unit type (6), city (30), state (2),
      *                ZIP (5) and ZIP+4 (4)
      *   col 140-142  payment terms in days (blank = 030)
      * On a change card a blank name or terms leaves the old value;
      * a non-blank street name replaces the whole address block,
      * since a customer who moves moves every piece at once. A
      * deactivated customer stays on file - history still points
      * at the number - and an R card puts them back in business.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
           SELECT Change-File
              ASSIGN to "CUSTCHG"
              Organization sequential
              Access Sequential
              File Status Change-File-Status.
           SELECT Cust-File
              Record Key FD-Cust-Key
              Assign to "ARCUST"
              Organization Indexed
              Access Dynamic
              File Status Cust-File-Status.

       Data Division.
       File Section.
       FD  Change-File
           Recording mode F
           Record contains 160 characters
           Block contains 0 records
           Data record Change-File-Record.
       01  Change-File-Record.
           05  CHG-Action            pic x(01).
               88  CHG-ADD           value "A".
               88  CHG-CHANGE        value "C".
               88  CHG-DEACTIVATE    value "D".
               88  CHG-REACTIVATE    value "R".
           05  CHG-Cust-No           pic x(06).
           05  CHG-Name              pic x(30).
           05  CHG-Billing-Address.
               10  CHG-Street-Number pic x(06).
               10  CHG-Street-Name   pic x(30).
               10  CHG-Street-Direction
                                     pic x(01).
               10  CHG-Street-Type   pic x(12).
               10  CHG-Unit          pic x(06).
               10  CHG-Unit-Type     pic x(06).
               10  CHG-City          pic x(30).
               10  CHG-State         pic x(02).
               10  CHG-Zipcode.
                   15  CHG-Zip-5     pic x(05).
                   15  CHG-Zip-4     pic x(04).
           05  CHG-Terms-X           pic x(03).
           05  CHG-Terms redefines CHG-Terms-X
                                     pic 9(03).
           05  filler                pic x(18).
       FD  Cust-File.
       01  FD-Cust-Record.
           copy ARCUSTK.

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Change-File-Status    pic x(02).
               88  Change-File-OK    value "00".
               88  Change-File-EOF   value "10".
           05  Cust-File-Status      pic x(02).
               88  Cust-OK           value "00".
               88  Cust-Duplicate    value "22".
               88  Cust-Not-Found    value "23".
               88  Cust-No-File      value "35".
       01  Cust-Record.
           copy ARCUSTR.
       01  Old-Cust-Record           pic x(200).
       01  Old-Cust-View redefines Old-Cust-Record.
           05  OLD-Cust-No           pic x(06).
           05  OLD-Name              pic x(30).
           05  OLD-Billing-Address   pic x(102).
           05  OLD-Terms-Days        pic 9(03).
           05  filler                pic x(59).
       01  WorkingVars.
           05  ChangeCount           pic 9(05) value zero.
           05  AddedCount            pic 9(05) value zero.
           05  ChangedCount          pic 9(05) value zero.
           05  DeactivatedCount      pic 9(05) value zero.
           05  ReactivatedCount      pic 9(05) value zero.
           05  RejectedCount         pic 9(05) value zero.
           05  Found-Flag            pic x(01) value "N".
               88  Cust-Found        value "Y".
           05  Reject-Reason         pic x(40) value spaces.
           05  Default-Terms         pic 9(03) value 030.
       01  Display-Lines.
           05  Address-Line-1        pic x(70).
           05  Address-Line-2        pic x(50).
       01  Date-and-Time.
           05  TodayDate             pic x(08).
           05  filler                pic x(13).

       Procedure Division.
           move function current-date to Date-and-Time
           open input Change-File
           perform File-Check-Change
           perform Open-Cust-File

           display " "
           display "===== CUSTOMER MASTER CHANGE REPORT ====="
           read Change-File
           perform File-Check-Change
           perform with test before
              until Change-File-EOF
              add 1 to ChangeCount
              perform Apply-One-Change
              read Change-File
              perform File-Check-Change
           end-perform

           perform Print-Summary
           if RejectedCount > zero
              move 4 to return-code
           end-if
           perform File-Quit
           goback
           .

      * the first customer ever added runs against an unloaded
      * cluster - seed it the way STR3RTN seeds STR3SUPP
       Open-Cust-File.
           open i-o Cust-File
           if Cust-No-File
              open output Cust-File
              perform File-Check-Cust
              close Cust-File
              open i-o Cust-File
           end-if
           perform File-Check-Cust
           .

       Apply-One-Change.
           move spaces to Reject-Reason
           EVALUATE true
              WHEN CHG-Cust-No equal spaces
                 move "blank customer number" to Reject-Reason
                 perform Reject-Change
              WHEN CHG-ADD
                 perform Action-Add-Customer
              WHEN CHG-CHANGE
                 perform Action-Change-Customer
              WHEN CHG-DEACTIVATE
                 perform Action-Deactivate-Customer
              WHEN CHG-REACTIVATE
                 perform Action-Reactivate-Customer
              WHEN other
                 move "unknown action code" to Reject-Reason
                 perform Reject-Change
           END-EVALUATE
           .

       Find-Customer.
           move "N" to Found-Flag
           move CHG-Cust-No to FD-Cust-Key
           read Cust-File into Cust-Record
           end-read
           EVALUATE true
              WHEN Cust-OK
                 move "Y" to Found-Flag
                 move Cust-Record to Old-Cust-Record
              WHEN Cust-Not-Found
                 continue
              WHEN other
                 perform File-Check-Cust
           END-EVALUATE
           .

      * an address the label run could not use is no address at
      * all - the same pieces STR3BAT insists on are required here
       Edit-Address.
           EVALUATE true
              WHEN CHG-Street-Number equal spaces
                 or CHG-Street-Name equal spaces
                 move "incomplete street line" to Reject-Reason
              WHEN CHG-City equal spaces
                 or CHG-State equal spaces
                 move "missing city or state" to Reject-Reason
              WHEN CHG-Zip-5 is not numeric
                 move "ZIP code not numeric" to Reject-Reason
              WHEN CHG-Zip-4 not equal spaces
                 and CHG-Zip-4 is not numeric
                 move "ZIP+4 not numeric" to Reject-Reason
           END-EVALUATE
           .

       Action-Add-Customer.
           perform Find-Customer
           EVALUATE true
              WHEN Cust-Found
                 move "customer already on file" to Reject-Reason
              WHEN CHG-Name equal spaces
                 move "name required on add" to Reject-Reason
              WHEN CHG-Terms-X not equal spaces
                 and CHG-Terms-X is not numeric
                 move "terms not numeric" to Reject-Reason
              WHEN other
                 perform Edit-Address
           END-EVALUATE
           if Reject-Reason not equal spaces
              perform Reject-Change
           else
              move spaces to Cust-Record
              move CHG-Cust-No to CUS-Cust-No
              move CHG-Name to CUS-Name
              move CHG-Billing-Address to CUS-Billing-Address
              if CHG-Terms-X equal spaces
                 move Default-Terms to CUS-Terms-Days
              else
                 move CHG-Terms to CUS-Terms-Days
              end-if
              set CUS-Active to true
              move TodayDate to CUS-Added-Date
              move TodayDate to CUS-Last-Update
              write FD-Cust-Record from Cust-Record
              end-write
              perform File-Check-Cust
              add 1 to AddedCount
              display "ADDED       " CUS-Cust-No " " CUS-Name
                 " terms " CUS-Terms-Days
              perform Format-Address
              display "            " Address-Line-1
              display "            " Address-Line-2
           end-if
           .

       Action-Change-Customer.
           perform Find-Customer
           EVALUATE true
              WHEN not Cust-Found
                 move "customer not on file" to Reject-Reason
              WHEN CHG-Terms-X not equal spaces
                 and CHG-Terms-X is not numeric
                 move "terms not numeric" to Reject-Reason
              WHEN CHG-Name equal spaces
                 and CHG-Street-Name equal spaces
                 and CHG-Terms-X equal spaces
                 move "nothing to change" to Reject-Reason
              WHEN CHG-Street-Name not equal spaces
                 perform Edit-Address
           END-EVALUATE
           if Reject-Reason not equal spaces
              perform Reject-Change
           else
              if CHG-Name not equal spaces
                 move CHG-Name to CUS-Name
              end-if
              if CHG-Street-Name not equal spaces
                 move CHG-Billing-Address to CUS-Billing-Address
              end-if
              if CHG-Terms-X not equal spaces
                 move CHG-Terms to CUS-Terms-Days
              end-if
              move TodayDate to CUS-Last-Update
              rewrite FD-Cust-Record from Cust-Record
              end-rewrite
              perform File-Check-Cust
              add 1 to ChangedCount
              display "CHANGED     " CUS-Cust-No
              if CUS-Name not equal OLD-Name
                 display "   name     " OLD-Name " -> " CUS-Name
              end-if
              if CUS-Billing-Address not equal OLD-Billing-Address
                 move Old-Cust-Record to Cust-Record
                 perform Format-Address
                 display "   was      " Address-Line-1
                 display "            " Address-Line-2
                 move CHG-Billing-Address to CUS-Billing-Address
                 perform Format-Address
                 display "   now      " Address-Line-1
                 display "            " Address-Line-2
              end-if
              if CHG-Terms-X not equal spaces
                 and CHG-Terms not equal OLD-Terms-Days
                 display "   terms    " OLD-Terms-Days " -> "
                    CHG-Terms
              end-if
           end-if
           .

       Action-Deactivate-Customer.
           perform Find-Customer
           EVALUATE true
              WHEN not Cust-Found
                 move "customer not on file" to Reject-Reason
              WHEN CUS-Inactive
                 move "customer already inactive" to Reject-Reason
           END-EVALUATE
           if Reject-Reason not equal spaces
              perform Reject-Change
           else
              set CUS-Inactive to true
              move TodayDate to CUS-Inactive-Date
              move TodayDate to CUS-Last-Update
              rewrite FD-Cust-Record from Cust-Record
              end-rewrite
              perform File-Check-Cust
              add 1 to DeactivatedCount
              display "DEACTIVATED " CUS-Cust-No " " CUS-Name
                 " as of " CUS-Inactive-Date
           end-if
           .

       Action-Reactivate-Customer.
           perform Find-Customer
           EVALUATE true
              WHEN not Cust-Found
                 move "customer not on file" to Reject-Reason
              WHEN CUS-Active
                 move "customer already active" to Reject-Reason
           END-EVALUATE
           if Reject-Reason not equal spaces
              perform Reject-Change
           else
              display "REACTIVATED " CUS-Cust-No " " CUS-Name
                 " inactive since " CUS-Inactive-Date
              set CUS-Active to true
              move spaces to CUS-Inactive-Date
              move TodayDate to CUS-Last-Update
              rewrite FD-Cust-Record from Cust-Record
              end-rewrite
              perform File-Check-Cust
              add 1 to ReactivatedCount
           end-if
           .

       Reject-Change.
           add 1 to RejectedCount
           display "REJECTED    card " ChangeCount " - " Reject-Reason
           display "            " Change-File-Record(1:67)
           .

      * the two lines an envelope would carry: street, then
      * city/state/ZIP
       Format-Address.
           move spaces to Address-Line-1
           move spaces to Address-Line-2
           string CUS-Street-Number delimited by space
                  " " delimited by size
                  CUS-Street-Direction delimited by space
                  " " delimited by size
                  CUS-Street-Name delimited by "  "
                  " " delimited by size
                  CUS-Street-Type delimited by space
                  " " delimited by size
                  CUS-Unit-Type delimited by space
                  " " delimited by size
                  CUS-Unit delimited by space
                into Address-Line-1
           end-string
           string CUS-City delimited by "  "
                  ", " delimited by size
                  CUS-State delimited by size
                  " " delimited by size
                  CUS-Zip-5 delimited by size
                into Address-Line-2
           end-string
           .

       Print-Summary.
           display " "
           display "===== CUSTOMER MAINTENANCE SUMMARY ====="
           display "Change cards read:    " ChangeCount
           display "Customers added:      " AddedCount
           display "Customers changed:    " ChangedCount
           display "Deactivated:          " DeactivatedCount
           display "Reactivated:          " ReactivatedCount
           display "Cards rejected:       " RejectedCount
           .

       File-Quit.
           close Change-File
           close Cust-File
           .

       File-Check-Change.
           if not Change-File-OK and not Change-File-EOF
              display "CUSTCHG file status: " Change-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Cust.
           if not Cust-OK
              display "ARCUST file status: " Cust-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with customer maintenance files"
           perform File-Quit
           goback
           .
