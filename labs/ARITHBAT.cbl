      * at the rate in effect when the sale was invoiced - not at
      * today's rate. The register carries gross, credit, and net
      * totals so the run balances to the ledger again.
      * The customer number is checked against the ARCUST customer
      * master that ARITHCUS maintains: an invoice for a number not
      * on file rejects to ARITHERR with reason 6 and one for an
      * inactive customer with reason 7, so a typo no longer opens
      * a phantom customer with a statement of its own. The
      * customer header on each invoice document carries the
      * customer's name and billing address from the master.
      * Every accepted invoice line also goes to the ARITHAR
      * receivables posting file - customer, a document number
      * unique across runs, the signed sale, tax, and total - which
      * ARITHAR posts to the AROPEN open-item ledger for cash
      * application and aging.
      * Tax-exempt customers are carried on the ARITHEXM certificate
      * file (customer, jurisdiction, certificate number, effective
      * and expiry dates). A sale a certificate covers on the
      * invoice date is charged no tax - no more stripped
      * jurisdiction codes or charge-then-credit - and exempt sales
      * get a total of their own on the register trailer and the
      * ARITHSTM statement record, with the certificate number on
      * the register line.
      *****************************************************************
       Environment Division.
       Input-Output Section.
              Organization sequential
              Access Sequential
              File Status Statement-File-Status.
           SELECT AR-Post-File
              ASSIGN to "ARITHAR"
              Organization sequential
              Access Sequential
              File Status AR-Post-File-Status.
           SELECT Exempt-File
              ASSIGN to "ARITHEXM"
              Organization sequential
              Access Sequential
              File Status Exempt-File-Status.
           SELECT Cust-File
              Record Key FD-Cust-Key
              Assign to "ARCUST"
              Organization Indexed
              Access Dynamic
              File Status Cust-File-Status.
           SELECT Sort-File
              ASSIGN to "SORTWK".

                                        sign leading separate.
           05  STM-Tax-Total         pic s9(07)v99
                                        sign leading separate.
           05  STM-Exempt-Total      pic s9(07)v99
                                        sign leading separate.
           05  filler                pic x(39).
       FD  AR-Post-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record AR-Post-Record.
       01  AR-Post-Record.
           copy ARPOSTR.
       FD  Exempt-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Exempt-File-Record.
       01  Exempt-File-Record.
           copy ARTXEXR.
       FD  Cust-File.
       01  FD-Cust-Record.
           copy ARCUSTK.
       SD  Sort-File
           Data record Sort-Record.
       01  Sort-Record.
               88  Register-File-OK  value "00".
           05  Statement-File-Status pic x(02).
               88  Statement-File-OK value "00".
           05  Exempt-File-Status    pic x(02).
               88  Exempt-File-OK    value "00".
               88  Exempt-File-EOF   value "10".
               88  Exempt-Not-Found  value "35".
           05  AR-Post-File-Status   pic x(02).
               88  AR-Post-File-OK   value "00".
           05  Cust-File-Status      pic x(02).
               88  Cust-OK           value "00".
               88  Cust-Not-Found    value "23".
       01  CheckDataStatus           pic s99.
       01  RejectedCount             pic 9(05) value zero.
       01  Cust-Record.
           copy ARCUSTR.
      * the sort hands a customer's invoices over together, so the
      * master is read once per customer, not once per invoice
       01  Cust-Lookup-Vars.
           05  Looked-Up-Cust-No     pic x(06) value high-values.
           05  Cust-Lookup-Status    pic s99 value zero.
           05  Cust-Address-Line-1   pic x(70).
           05  Cust-Address-Line-2   pic x(50).
       01  Rate-Lookup-Vars.
           05  RateCount             pic 9(03) value zero.
           05  Rate-Ix               pic 9(03) value zero.
           05  BestRateIx            pic 9(03) value zero.
           05  BestEffDate           pic 9(08) value zero.
           05  Applied-Rate          pic 9v9(4) value zero.
           05  Rate-In-Effect        pic 9v9(4) value zero.
       01  Exempt-Lookup-Vars.
           05  ExemptCount           pic 9(03) value zero.
           05  Exempt-Ix             pic 9(03) value zero.
           05  Exempt-Flag           pic x(01) value "N".
               88  Exempt-Sale       value "Y".
           05  Exempt-Cert-No        pic x(15) value spaces.
       01  Exempt-Table.
           05  Exempt-Entry occurs 1 to 500 times
                  depending on ExemptCount.
               10  XT-Cust-No        pic x(06).
               10  XT-Juris-Code     pic x(05).
               10  XT-Cert-No        pic x(15).
               10  XT-Eff-Date       pic 9(08).
               10  XT-Exp-Date       pic 9(08).
       01  Rate-Table.
           05  Rate-Entry occurs 1 to 200 times
                  depending on RateCount.
                                        value zero.
           05  Cust-Tax-Total        pic s9(07)v99 packed-decimal
                                        value zero.
           05  Cust-Exempt-Total     pic s9(07)v99 packed-decimal
                                        value zero.
           05  Display-Tax           pic $$,$$$,$$9.99-.
           05  CustomerCount         pic 9(05) value zero.
       01  Register-Vars.
                                        value zero.
           05  Total-Tax             pic s9(09)v99 packed-decimal
                                        value zero.
           05  Exempt-Sales          pic s9(09)v99 packed-decimal
                                        value zero.
           05  Total-Delta           pic s9(07)v99 packed-decimal
                                        value zero.
           05  Invoice-Tax           pic s9(05)v99 packed-decimal
              10  DT-Year            pic 9(04).
              10  DT-Month           pic 9(02).
              10  DT-Day-of-Month    pic 9(02).
           05  DT-Hour-Minute        pic x(04).
           05  filler                pic x(09).
       01  Register-Heading-1.
           05  filler                pic x(18) value
               "INVOICE REGISTER  ".
           05  filler                pic x(01) value spaces.
           05  RDT-Delta             pic +9.99.
           05  RDT-Type              pic x(02).
           05  filler                pic x(02) value spaces.
           05  RDT-Exempt-Cert       pic x(15).
           05  filler                pic x(53) value spaces.
       01  Register-Total-Line.
           05  RTL-Label             pic x(26).
           05  RTL-Count             pic zzzz9.

       Procedure Division.
           perform Load-Rate-Table
           perform Load-Exempt-Table
           display "before open"
           open input Invoice-File
           perform File-Check
           perform File-Check-Register
           open output Statement-File
           perform File-Check-Statement
           open input Cust-File
           perform File-Check-Cust
           open output AR-Post-File
           perform File-Check-AR-Post
           move function current-date to Date-and-Time
           display "after open"

           move zero to Cust-Invoice-Count
           move zero to Cust-Sale-Total
           move zero to Cust-Tax-Total
           move zero to Cust-Exempt-Total
           add 1 to CustomerCount
           display " "
           display "===== INVOICE - CUSTOMER " Current-Cust-No
              " ====="
           perform Format-Cust-Address
           display "  " CUS-Name
           display "  " Cust-Address-Line-1
           display "  " Cust-Address-Line-2
           display "  TERMS NET " CUS-Terms-Days " DAYS"
           .

      * street line, then city/state/ZIP - the two lines an
      * envelope carries
       Format-Cust-Address.
           move spaces to Cust-Address-Line-1
           move spaces to Cust-Address-Line-2
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
                into Cust-Address-Line-1
           end-string
           string CUS-City delimited by "  "
                  ", " delimited by size
                  CUS-State delimited by size
                  " " delimited by size
                  CUS-Zipcode delimited by space
                into Cust-Address-Line-2
           end-string
           .

      * 6 = no such customer on ARCUST, 7 = customer deactivated.
      * The answer for the last number looked up is kept so the
      * rest of that customer's invoices need no further read.
       Check-Customer.
           if INV-Cust-No not equal Looked-Up-Cust-No
              move INV-Cust-No to Looked-Up-Cust-No
              move zero to Cust-Lookup-Status
              move INV-Cust-No to FD-Cust-Key
              read Cust-File into Cust-Record
              end-read
              EVALUATE true
                 WHEN Cust-OK
                    if CUS-Inactive
                       move 7 to Cust-Lookup-Status
                    end-if
                 WHEN Cust-Not-Found
                    move spaces to Cust-Record
                    move 6 to Cust-Lookup-Status
                 WHEN other
                    perform File-Check-Cust
              END-EVALUATE
           end-if
           move Cust-Lookup-Status to CheckDataStatus
           .

       Close-Customer-Group.
                 " SUBTOTAL SALE: " Display-Amount
                 " TAX: " Display-Tax
                 " (" Cust-Invoice-Count " invoices)"
              if Cust-Exempt-Total not equal zero
                 move Cust-Exempt-Total to Display-Amount
                 display "CUSTOMER " Current-Cust-No
                    " EXEMPT SALES:   " Display-Amount
              end-if
              perform Write-Statement-Record
           end-if
           .
           move Cust-Invoice-Count to STM-Invoice-Count
           move Cust-Sale-Total to STM-Sale-Total
           move Cust-Tax-Total to STM-Tax-Total
           move Cust-Exempt-Total to STM-Exempt-Total
           write Statement-Record
           end-write
           perform File-Check-Statement
                 move RT-Eff-Date(Rate-Ix) to BestEffDate
              end-if
           end-perform
           move "N" to Exempt-Flag
           move spaces to Exempt-Cert-No
           if BestRateIx > zero
              move RT-Rate(BestRateIx) to Applied-Rate
              move RT-Rate(BestRateIx) to Rate-In-Effect
              perform Find-Exemption
              if Exempt-Sale
                 move zero to Applied-Rate
              end-if
           end-if
           .

      * a certificate covers the sale when it is the customer's,
      * names the invoice's jurisdiction (or every jurisdiction),
      * and is in force on the invoice date - a credit carries the
      * original date, so it reverses an exempt sale tax-free too
       Find-Exemption.
           perform with test before
              varying Exempt-Ix from 1 by 1
              until Exempt-Ix greater than ExemptCount
                 or Exempt-Sale
              if XT-Cust-No(Exempt-Ix) equal INV-Cust-No
                 and (XT-Juris-Code(Exempt-Ix) equal INV-Juris-Code
                    or XT-Juris-Code(Exempt-Ix) equal spaces)
                 and XT-Eff-Date(Exempt-Ix) <= INV-Invoice-Date
                 and XT-Exp-Date(Exempt-Ix) >= INV-Invoice-Date
                 move "Y" to Exempt-Flag
                 move XT-Cert-No(Exempt-Ix) to Exempt-Cert-No
              end-if
           end-perform
           .

      * a shop with no exempt customers runs without the file
       Load-Exempt-Table.
           open input Exempt-File
           if Exempt-Not-Found
              display "No ARITHEXM certificates - every sale taxed"
           else
              perform File-Check-Exempt
              read Exempt-File
              perform File-Check-Exempt
              perform with test before
                 until Exempt-File-EOF or ExemptCount >= 500
                 perform Load-One-Certificate
                 read Exempt-File
                 perform File-Check-Exempt
              end-perform
              close Exempt-File
              display "Exemption certificates loaded: " ExemptCount
           end-if
           .

       Load-One-Certificate.
           if EXM-Cust-No not equal spaces
              and EXM-Cert-No not equal spaces
              and EXM-Eff-Date-X is numeric
              and (EXM-Exp-Date-X is numeric
                 or EXM-Exp-Date-X equal spaces)
              add 1 to ExemptCount
              move EXM-Cust-No to XT-Cust-No(ExemptCount)
              move EXM-Juris-Code to XT-Juris-Code(ExemptCount)
              move EXM-Cert-No to XT-Cert-No(ExemptCount)
              move EXM-Eff-Date to XT-Eff-Date(ExemptCount)
              if EXM-Exp-Date-X equal spaces
                 move 99999999 to XT-Exp-Date(ExemptCount)
              else
                 move EXM-Exp-Date to XT-Exp-Date(ExemptCount)
              end-if
           else
              display "Bad ARITHEXM certificate ignored: "
                 Exempt-File-Record(1:42)
           end-if
           .

      * Reject a record before it's used in arithmetic: a
      * non-numeric Sale-Amount or invoice date would blow up the
      * COMPUTE, and a jurisdiction with no rate in effect for the
      * invoice date has nothing to compute with. A customer who
      * is not on the master, or is on it but inactive, has no one
      * to send the invoice to.
       CheckData.
           move zero to CheckDataStatus
           if not INV-Sale-Amount-X is numeric
              and INV-Adj-Sign not equal "-"
              move 5 to CheckDataStatus
           end-if
           if CheckDataStatus equal zero
              perform Check-Customer
           end-if
           if CheckDataStatus equal zero
              perform Find-Rate
              if BestRateIx equal zero
           add 1 to Cust-Invoice-Count
           add Signed-Amount to Cust-Sale-Total
           add Invoice-Tax to Cust-Tax-Total
           if Exempt-Sale
              add Signed-Amount to Exempt-Sales
              add Signed-Amount to Cust-Exempt-Total
              display "   TAX EXEMPT - certificate " Exempt-Cert-No
           end-if
           perform Write-Register-Detail
           perform Write-AR-Posting
           .

      * receivables see the same signed amounts the register
      * prints, so AR posted ties back to NET SALES plus TOTAL TAX
       Write-AR-Posting.
           move spaces to AR-Post-Record
           move INV-Cust-No to ARP-Cust-No
           move TodayDate to ARP-Doc-Run-Date
           move DT-Hour-Minute to ARP-Doc-Run-Time
           move InvoiceCount to ARP-Doc-Seq
           move INV-Invoice-Date to ARP-Doc-Date
           EVALUATE true
              WHEN INV-Credit
                 set ARP-Credit to true
              WHEN INV-Adjustment
                 set ARP-Adjustment to true
              WHEN other
                 set ARP-Sale to true
           END-EVALUATE
           move INV-Juris-Code to ARP-Juris-Code
           move Rate-In-Effect to ARP-Rate
           move Signed-Amount to ARP-Sale-Amount
           move Invoice-Tax to ARP-Tax-Amount
           move Rounded-Total to ARP-Total-Amount
           if Exempt-Sale
              set ARP-Exempt to true
           else
              move "N" to ARP-Exempt-Flag
           end-if
           write AR-Post-Record
           end-write
           perform File-Check-AR-Post
           .

      * The register is the dataset accounting posts from - one
              WHEN other
                 move " S" to RDT-Type
           END-EVALUATE
           move Exempt-Cert-No to RDT-Exempt-Cert
           write Register-Record from Register-Detail
           end-write
           perform File-Check-Register
           end-write
           perform File-Check-Register
           move spaces to Register-Total-Line
           move "EXEMPT SALES:             " to RTL-Label
           move zero to RTL-Count
           move Exempt-Sales to RTL-Amount
           write Register-Record from Register-Total-Line
           end-write
           perform File-Check-Register
           move spaces to Register-Total-Line
           move "TOTAL TAX:                " to RTL-Label
           move zero to RTL-Count
           move Total-Tax to RTL-Amount
           close Error-File
           close Register-File
           close Statement-File
           close Cust-File
           close AR-Post-File
           .

       File-Check.
           end-if
           .

       File-Check-Exempt.
           if not Exempt-File-OK and not Exempt-File-EOF
              display "ARITHEXM file status: " Exempt-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       File-Check-AR-Post.
           if not AR-Post-File-OK
              display "ARITHAR file status: " AR-Post-File-Status
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
           display "Error with invoice file"
