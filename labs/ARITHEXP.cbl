       Identification Division.
       Program-Id. ARITHEXP.
      *****************************************************************
      * Monthly tax-exemption certificate renewal report. ARITHBAT
      * stops charging tax to a customer only while the customer's
      * ARITHEXM certificate is in force - the day it lapses, the
      * next invoice is taxed and the phone rings. This report
      * lists every certificate expiring within the next 60 days,
      * soonest first, with the customer's name from ARCUST and
      * the days left (from the DTSRV date service), so billing can
      * chase the renewal before tax starts. A certificate the
      * customer has already renewed - a later certificate for the
      * same jurisdiction that takes over by the day after this one
      * lapses - is left off. Open-ended certificates never appear.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
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
           SELECT Expiry-Report
              ASSIGN to "EXPRPT"
              Organization sequential
              Access Sequential
              File Status Expiry-Report-Status.

       Data Division.
       File Section.
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
       FD  Expiry-Report
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Expiry-Record.
       01  Expiry-Record             pic x(132).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Exempt-File-Status    pic x(02).
               88  Exempt-File-OK    value "00".
               88  Exempt-File-EOF   value "10".
           05  Cust-File-Status      pic x(02).
               88  Cust-OK           value "00".
               88  Cust-Not-Found    value "23".
           05  Expiry-Report-Status  pic x(02).
               88  Expiry-Report-OK  value "00".
       01  Cust-Record.
           copy ARCUSTR.
       01  DTSRV-Parms.
           copy DTSRVPA.
       01  Exempt-Table-Vars.
           05  ExemptCount           pic 9(03) value zero.
           05  Exempt-Ix             pic 9(03) value zero.
           05  Other-Ix              pic 9(03) value zero.
           05  Renewed-Flag          pic x value "N".
               88  Already-Renewed   value "Y".
           05  Day-After-Expiry      pic 9(08) value zero.
      * certificates are kept in expiry order as they load
           05  Place-Ix              pic 9(03) value zero.
           05  Prev-Ix               pic 9(03) value zero.
           05  Place-Done-Flag       pic x value "N".
               88  Place-Done        value "Y".
       01  Exempt-Table.
           05  Exempt-Entry occurs 1 to 500 times
                  depending on ExemptCount.
               10  XT-Cust-No        pic x(06).
               10  XT-Juris-Code     pic x(05).
               10  XT-Cert-No        pic x(15).
               10  XT-Eff-Date       pic 9(08).
               10  XT-Exp-Date       pic 9(08).
       01  New-Certificate.
           05  NC-Cust-No            pic x(06).
           05  NC-Juris-Code         pic x(05).
           05  NC-Cert-No            pic x(15).
           05  NC-Eff-Date           pic 9(08).
           05  NC-Exp-Date           pic 9(08).
       01  WorkingVars.
      * how far ahead a lapse is worth a renewal letter
           05  Renewal-Window        pic 9(03) value 060.
           05  Days-Left             pic s9(08) value zero.
           05  ListedCount           pic 9(05) value zero.
           05  RenewedCount          pic 9(05) value zero.
           05  BadCardCount          pic 9(05) value zero.
           05  Today-Num             pic 9(08).
       01  Report-Vars.
           05  LineCount             pic 9(03) value 99.
           05  PageNum               pic 9(04) value zero.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year            pic 9(04).
              10  DT-Month           pic 9(02).
              10  DT-Day-of-Month    pic 9(02).
           05  filler                pic x(13).
       01  Expiry-Heading-1.
           05  filler                pic x(40) value
               "EXEMPTION CERTIFICATES EXPIRING WITHIN ".
           05  EH1-Window            pic zz9.
           05  filler                pic x(16) value
               " DAYS  RUN DATE ".
           05  EH1-Year              pic 9(04).
           05  filler                pic x value "-".
           05  EH1-Month             pic 9(02).
           05  filler                pic x value "-".
           05  EH1-Day               pic 9(02).
           05  filler                pic x(07) value "  PAGE ".
           05  EH1-Page              pic zzz9.
           05  filler                pic x(52) value spaces.
       01  Expiry-Heading-2.
           05  filler                pic x(40) value
               " CUST    NAME                           ".
           05  filler                pic x(40) value
               "JURIS  CERTIFICATE      EFFECTIVE  EXPIR".
           05  filler                pic x(15) value
               "ES    DAYS LEFT".
           05  filler                pic x(37) value spaces.
       01  Expiry-Detail.
           05  filler                pic x(01) value spaces.
           05  EXD-Cust-No           pic x(06).
           05  filler                pic x(02) value spaces.
           05  EXD-Name              pic x(30).
           05  filler                pic x(01) value spaces.
           05  EXD-Juris             pic x(05).
           05  filler                pic x(02) value spaces.
           05  EXD-Cert-No           pic x(15).
           05  filler                pic x(02) value spaces.
           05  EXD-Eff-Date          pic x(08).
           05  filler                pic x(03) value spaces.
           05  EXD-Exp-Date          pic x(08).
           05  filler                pic x(03) value spaces.
           05  EXD-Days-Left         pic zzzz9.
           05  filler                pic x(41) value spaces.
       01  Expiry-Total-Line.
           05  filler                pic x(01) value spaces.
           05  ETL-Label             pic x(40).
           05  ETL-Count             pic zzzz9.
           05  filler                pic x(86) value spaces.

       Procedure Division.
           move function current-date to Date-and-Time
           move TodayDate to Today-Num
           perform Load-Certificates
           open input Cust-File
           perform File-Check-Cust
           open output Expiry-Report
           perform File-Check-Expiry
           perform with test before
              varying Exempt-Ix from 1 by 1
              until Exempt-Ix greater than ExemptCount
              perform Judge-One-Certificate
           end-perform
           perform Print-Totals
           perform File-Quit
           goback
           .

       Load-Certificates.
           open input Exempt-File
           perform File-Check-Exempt
           read Exempt-File
           perform File-Check-Exempt
           perform with test before
              until Exempt-File-EOF or ExemptCount >= 500
              if EXM-Cust-No not equal spaces
                 and EXM-Cert-No not equal spaces
                 and EXM-Eff-Date-X is numeric
                 and (EXM-Exp-Date-X is numeric
                    or EXM-Exp-Date-X equal spaces)
                 perform Insert-Certificate
              else
                 add 1 to BadCardCount
                 display "Bad ARITHEXM certificate ignored: "
                    Exempt-File-Record(1:42)
              end-if
              read Exempt-File
              perform File-Check-Exempt
           end-perform
           close Exempt-File
           display "Exemption certificates loaded: " ExemptCount
           .

       Insert-Certificate.
           move EXM-Cust-No to NC-Cust-No
           move EXM-Juris-Code to NC-Juris-Code
           move EXM-Cert-No to NC-Cert-No
           move EXM-Eff-Date to NC-Eff-Date
           if EXM-Exp-Date-X equal spaces
              move 99999999 to NC-Exp-Date
           else
              move EXM-Exp-Date to NC-Exp-Date
           end-if
           add 1 to ExemptCount
           move ExemptCount to Place-Ix
           move "N" to Place-Done-Flag
           perform with test before
              until Place-Done
              if Place-Ix equal 1
                 set Place-Done to true
              else
                 compute Prev-Ix = Place-Ix - 1
                 end-compute
                 if XT-Exp-Date(Prev-Ix) > NC-Exp-Date
                    move Exempt-Entry(Prev-Ix)
                       to Exempt-Entry(Place-Ix)
                    move Prev-Ix to Place-Ix
                 else
                    set Place-Done to true
                 end-if
              end-if
           end-perform
           move New-Certificate to Exempt-Entry(Place-Ix)
           .

       Judge-One-Certificate.
           if XT-Exp-Date(Exempt-Ix) not equal 99999999
              and XT-Exp-Date(Exempt-Ix) >= Today-Num
              move "DIFF" to DTS-Function
              move XT-Exp-Date(Exempt-Ix) to DTS-Date-1
              move Today-Num to DTS-Date-2
              call "DTSRV" using DTSRV-Parms
              if DTS-OK
                 move DTS-Result-Days to Days-Left
                 if Days-Left not > Renewal-Window
                    perform Check-Renewal
                    if Already-Renewed
                       add 1 to RenewedCount
                    else
                       perform Print-Certificate
                    end-if
                 end-if
              else
                 display "Certificate " XT-Cert-No(Exempt-Ix)
                    " has a bad expiry date: "
                    XT-Exp-Date(Exempt-Ix)
              end-if
           end-if
           .

      * renewed = another certificate for the same customer and
      * jurisdiction that is in force by the day after this one
      * lapses and runs past it
       Check-Renewal.
           move "N" to Renewed-Flag
           move "ADDD" to DTS-Function
           move XT-Exp-Date(Exempt-Ix) to DTS-Date-1
           move 1 to DTS-Days
           call "DTSRV" using DTSRV-Parms
           move DTS-Result-Date to Day-After-Expiry
           perform with test before
              varying Other-Ix from 1 by 1
              until Other-Ix greater than ExemptCount
                 or Already-Renewed
              if Other-Ix not equal Exempt-Ix
                 and XT-Cust-No(Other-Ix) equal XT-Cust-No(Exempt-Ix)
                 and XT-Juris-Code(Other-Ix)
                    equal XT-Juris-Code(Exempt-Ix)
                 and XT-Eff-Date(Other-Ix) <= Day-After-Expiry
                 and XT-Exp-Date(Other-Ix) > XT-Exp-Date(Exempt-Ix)
                 move "Y" to Renewed-Flag
              end-if
           end-perform
           .

       Print-Certificate.
           move spaces to Cust-Record
           move XT-Cust-No(Exempt-Ix) to FD-Cust-Key
           read Cust-File into Cust-Record
           end-read
           EVALUATE true
              WHEN Cust-OK
                 continue
              WHEN Cust-Not-Found
                 move "** NOT ON CUSTOMER MASTER **" to CUS-Name
              WHEN other
                 perform File-Check-Cust
           END-EVALUATE
           move spaces to Expiry-Detail
           move XT-Cust-No(Exempt-Ix) to EXD-Cust-No
           move CUS-Name to EXD-Name
           if XT-Juris-Code(Exempt-Ix) equal spaces
              move "ALL" to EXD-Juris
           else
              move XT-Juris-Code(Exempt-Ix) to EXD-Juris
           end-if
           move XT-Cert-No(Exempt-Ix) to EXD-Cert-No
           move XT-Eff-Date(Exempt-Ix) to EXD-Eff-Date
           move XT-Exp-Date(Exempt-Ix) to EXD-Exp-Date
           move Days-Left to EXD-Days-Left
           move Expiry-Detail to Expiry-Record
           perform Write-Report-Line
           add 1 to ListedCount
           .

       Print-Totals.
           move spaces to Expiry-Record
           perform Write-Report-Line
           move spaces to Expiry-Total-Line
           move "CERTIFICATES DUE FOR RENEWAL:" to ETL-Label
           move ListedCount to ETL-Count
           move Expiry-Total-Line to Expiry-Record
           perform Write-Report-Line
           move spaces to Expiry-Total-Line
           move "EXPIRING BUT ALREADY RENEWED:" to ETL-Label
           move RenewedCount to ETL-Count
           move Expiry-Total-Line to Expiry-Record
           perform Write-Report-Line
           move spaces to Expiry-Total-Line
           move "BAD CERTIFICATE RECORDS IGNORED:" to ETL-Label
           move BadCardCount to ETL-Count
           move Expiry-Total-Line to Expiry-Record
           perform Write-Report-Line
           move spaces to Expiry-Record
           move "***** END OF REPORT *****" to Expiry-Record(2:25)
           perform Write-Report-Line
           display "Certificates due for renewal: " ListedCount
           .

       Write-Report-Line.
           if LineCount > 50
              perform Write-Report-Headings
           end-if
           write Expiry-Record
           end-write
           perform File-Check-Expiry
           add 1 to LineCount
           .

       Write-Report-Headings.
           add 1 to PageNum
           move Renewal-Window to EH1-Window
           move DT-Year to EH1-Year
           move DT-Month to EH1-Month
           move DT-Day-of-Month to EH1-Day
           move PageNum to EH1-Page
           write Expiry-Record from Expiry-Heading-1
           end-write
           perform File-Check-Expiry
           write Expiry-Record from Expiry-Heading-2
           end-write
           perform File-Check-Expiry
           move 2 to LineCount
           .

       File-Quit.
           close Cust-File
           close Expiry-Report
           .

       File-Check-Exempt.
           if not Exempt-File-OK and not Exempt-File-EOF
              display "ARITHEXM file status: " Exempt-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Cust.
           if not Cust-OK
              display "ARCUST file status: " Cust-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Expiry.
           if not Expiry-Report-OK
              display "EXPRPT file status: " Expiry-Report-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with exemption certificate files"
           perform File-Quit
           goback
           .
