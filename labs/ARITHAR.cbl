       Identification Division.
       Program-Id. ARITHAR.
      *****************************************************************
      * Accounts-receivable open-item run. ARITHSTM said what each
      * customer was billed in a run and then the trail stopped -
      * nothing in the system knew what had been paid, collections
      * worked off paper, and month-end AR never tied to the
      * register. This run keeps the AROPEN open-item ledger in
      * three passes:
      *   1. POSTING - each ARITHAR line ARITHBAT wrote becomes an
      *      open item: a sale (or plus adjustment) an open debit,
      *      a credit or minus adjustment an offset, which is applied
      *      at once against the customer's oldest open debits. A
      *      document already on the ledger is reported and skipped,
      *      so a posting file fed through twice is not billed
      *      twice. The posted net ties to the register's NET SALES
      *      plus TOTAL TAX.
      *   2. CASH APPLICATION - each CASHRCT receipt pays the
      *      invoice it names first, then the customer's open debits
      *      oldest-first; anything left stays on account as an open
      *      payment credit. Bad receipts reject to CASHERR:
      *        1 bad date or amount    2 customer not on ARCUST
      *        3 named invoice not open for this customer
      *        4 receipt already posted (same date and check)
      *        5 no check number
      *   3. AGING - every item with an open balance, aged from its
      *      due date (document date plus the customer's ARCUST
      *      terms) into current, 1-30, 31-60, 61-90 and over-90
      *      columns on ARAGERPT, with customer and grand totals.
      *      A due date that lands on a weekend or a BANK calendar
      *      holiday moves to the next banking day, and the day
      *      counts come from the DTSRV date service. Open credits
      *      are never past due and print as current.
      * The optional ARAGECTL card (cols 1-8 YYYYMMDD) ages as of a
      * given date - the month-end date for a month-end run; no
      * card ages as of today. Either input file may be empty on a
      * given night. Ends RC=4 when any receipt rejected.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
           SELECT AR-Post-File
              ASSIGN to "ARITHAR"
              Organization sequential
              Access Sequential
              File Status AR-Post-File-Status.
           SELECT Cash-File
              ASSIGN to "CASHRCT"
              Organization sequential
              Access Sequential
              File Status Cash-File-Status.
           SELECT Cash-Error-File
              ASSIGN to "CASHERR"
              Organization sequential
              Access Sequential
              File Status Cash-Error-Status.
           SELECT Age-Control-File
              ASSIGN to "ARAGECTL"
              Organization sequential
              Access Sequential
              File Status Age-Control-Status.
           SELECT AR-File
              Record Key FD-AR-Key
              Assign to "AROPEN"
              Organization Indexed
              Access Dynamic
              File Status AR-File-Status.
           SELECT Cust-File
              Record Key FD-Cust-Key
              Assign to "ARCUST"
              Organization Indexed
              Access Dynamic
              File Status Cust-File-Status.
           SELECT Aging-Report
              ASSIGN to "ARAGERPT"
              Organization sequential
              Access Sequential
              File Status Aging-Report-Status.

       Data Division.
       File Section.
       FD  AR-Post-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record AR-Post-Record.
       01  AR-Post-Record.
           copy ARPOSTR.
       FD  Cash-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Cash-File-Record.
       01  Cash-File-Record.
           05  CR-Cust-No            pic x(06).
           05  CR-Receipt-Date-X     pic x(08).
           05  CR-Receipt-Date redefines CR-Receipt-Date-X
                                     pic 9(08).
           05  CR-Amount-X           pic x(09).
           05  CR-Amount redefines CR-Amount-X
                                     pic 9(07)v99.
           05  CR-Check-No           pic x(10).
           05  CR-Doc-No             pic x(17).
           05  filler                pic x(30).
       FD  Cash-Error-File
           Recording mode F
           Record contains 82 characters
           Block contains 0 records
           Data record Cash-Error-Record.
       01  Cash-Error-Record.
           05  ERR-Transaction       pic x(80).
           05  ERR-Reason-Code       pic s99.
       FD  Age-Control-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Age-Control-Record.
       01  Age-Control-Record.
           05  ACT-As-Of-Date-X      pic x(08).
           05  ACT-As-Of-Date redefines ACT-As-Of-Date-X
                                     pic 9(08).
           05  filler                pic x(72).
       FD  AR-File.
       01  FD-AR-Record.
           copy AROPENK.
       FD  Cust-File.
       01  FD-Cust-Record.
           copy ARCUSTK.
       FD  Aging-Report
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Aging-Record.
       01  Aging-Record              pic x(132).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  AR-Post-File-Status   pic x(02).
               88  AR-Post-File-OK   value "00".
               88  AR-Post-File-EOF  value "10".
               88  AR-Post-Not-Found value "35".
           05  Cash-File-Status      pic x(02).
               88  Cash-File-OK      value "00".
               88  Cash-File-EOF     value "10".
               88  Cash-Not-Found    value "35".
           05  Cash-Error-Status     pic x(02).
               88  Cash-Error-OK     value "00".
           05  Age-Control-Status    pic x(02).
               88  Age-Control-OK    value "00".
               88  Age-Control-EOF   value "10".
               88  Age-Control-Not-Found
                                     value "35".
           05  AR-File-Status        pic x(02).
               88  AR-OK             value "00".
               88  AR-Duplicate      value "22".
               88  AR-Not-Found      value "23".
               88  AR-No-File        value "35".
               88  AR-End-Of-File    value "10".
           05  Cust-File-Status      pic x(02).
               88  Cust-OK           value "00".
               88  Cust-Not-Found    value "23".
           05  Aging-Report-Status   pic x(02).
               88  Aging-Report-OK   value "00".
       01  AR-Record.
           copy AROPENR.
       01  Cust-Record.
           copy ARCUSTR.
       01  DTSRV-Parms.
           copy DTSRVPA.
       01  CheckDataStatus           pic s99.
       01  Posting-Vars.
           05  PostReadCount         pic 9(05) value zero.
           05  PostedCount           pic 9(05) value zero.
           05  AlreadyPostedCount    pic 9(05) value zero.
           05  Posted-Debits         pic s9(09)v99 packed-decimal
                                        value zero.
           05  Posted-Credits        pic s9(09)v99 packed-decimal
                                        value zero.
           05  Posted-Net            pic s9(09)v99 packed-decimal
                                        value zero.
           05  Credit-Applied        pic s9(09)v99 packed-decimal
                                        value zero.
       01  Cash-Vars.
           05  ReceiptCount          pic 9(05) value zero.
           05  ReceiptsAppliedCount  pic 9(05) value zero.
           05  RejectedCount         pic 9(05) value zero.
           05  Cash-Received         pic s9(09)v99 packed-decimal
                                        value zero.
           05  Cash-Applied          pic s9(09)v99 packed-decimal
                                        value zero.
           05  Cash-On-Account       pic s9(09)v99 packed-decimal
                                        value zero.
           05  Receipt-Key           pic x(23).
           05  Named-Key             pic x(23).
      * the open debits of one customer, oldest document date
      * first - what a credit or a receipt is applied against
       01  Open-Item-Vars.
           05  ItemCount             pic 9(03) value zero.
           05  Item-Ix               pic 9(03) value zero.
           05  Prev-Ix               pic 9(03) value zero.
           05  Place-Done-Flag       pic x value "N".
               88  Place-Done        value "Y".
           05  Load-Cust-No          pic x(06).
           05  Apply-Available       pic s9(09)v99 packed-decimal
                                        value zero.
           05  Apply-Amount          pic s9(09)v99 packed-decimal
                                        value zero.
           05  Apply-Key             pic x(23).
           05  Apply-Source          pic x(17).
           05  Browse-Done-Flag      pic x value "N".
               88  Browse-Done       value "Y".
       01  Open-Item-Table.
           05  Item-Entry occurs 1 to 500 times
                  depending on ItemCount.
               10  IT-Doc-No         pic x(17).
               10  IT-Doc-Date       pic 9(08).
               10  IT-Balance        pic s9(07)v99 packed-decimal.
       01  New-Item.
           05  NI-Doc-No             pic x(17).
           05  NI-Doc-Date           pic 9(08).
           05  NI-Balance            pic s9(07)v99 packed-decimal.
       01  Aging-Vars.
           05  As-Of-Date            pic 9(08).
           05  Due-Date              pic 9(08).
           05  Prior-Day             pic 9(08).
           05  Days-Past-Due         pic s9(08) value zero.
           05  Roll-Count            pic 9(02) value zero.
           05  Bank-Day-Flag         pic x value "N".
               88  Bank-Day          value "Y".
           05  Bank-Calendar-Flag    pic x value "Y".
               88  Bank-Calendar-Usable
                                     value "Y".
           05  Aging-Cust-No         pic x(06) value high-values.
           05  Cust-Terms            pic 9(03) value 030.
           05  Default-Terms         pic 9(03) value 030.
           05  Bucket-Ix             pic 9(01) value zero.
           05  AgedItemCount         pic 9(05) value zero.
       01  Aging-Totals.
           05  Cust-Bucket           pic s9(09)v99 packed-decimal
                                        occurs 5 times.
           05  Grand-Bucket          pic s9(09)v99 packed-decimal
                                        occurs 5 times.
           05  Cust-Open-Total       pic s9(09)v99 packed-decimal
                                        value zero.
           05  Grand-Open-Total      pic s9(09)v99 packed-decimal
                                        value zero.
       01  Display-Amount            pic $$,$$$,$$9.99-.
       01  Report-Vars.
           05  LineCount             pic 9(03) value 99.
           05  PageNum               pic 9(04) value zero.
       01  Date-and-Time.
           05  TodayDate             pic x(08).
           05  filler                pic x(13).
       01  Aging-Heading-1.
           05  filler                pic x(22) value
               "AR AGING REPORT AS OF ".
           05  AH1-As-Of-Date        pic x(08).
           05  filler                pic x(11) value
               "  RUN DATE ".
           05  AH1-Run-Date          pic x(08).
           05  filler                pic x(07) value "  PAGE ".
           05  AH1-Page              pic zzz9.
           05  filler                pic x(72) value spaces.
       01  Aging-Heading-2.
           05  filler                pic x(29) value
               " CUST    DOCUMENT           T".
           05  filler                pic x(26) value
               "  DOC DATE  DUE DATE  DAYS".
           05  filler                pic x(30) value
               "        CURRENT           1-30".
           05  filler                pic x(30) value
               "          31-60          61-90".
           05  filler                pic x(15) value
               "        OVER 90".
           05  filler                pic x(02) value spaces.
       01  Aging-Detail.
           05  filler                pic x(01) value spaces.
           05  AGD-Cust-No           pic x(06).
           05  filler                pic x(02) value spaces.
           05  AGD-Doc-No            pic x(17).
           05  filler                pic x(02) value spaces.
           05  AGD-Type              pic x(01).
           05  filler                pic x(02) value spaces.
           05  AGD-Doc-Date          pic x(08).
           05  filler                pic x(02) value spaces.
           05  AGD-Due-Date          pic x(08).
           05  filler                pic x(01) value spaces.
           05  AGD-Days              pic zzzz9-.
           05  AGD-Bucket-Area.
               10  AGD-Bucket-Entry occurs 5 times.
                   15  filler        pic x(01).
                   15  AGD-Bucket    pic zz,zzz,zz9.99-.
       01  Aging-Total-Line.
           05  filler                pic x(01) value spaces.
           05  AGT-Label             pic x(39).
           05  AGT-Open-Total        pic $$$,$$$,$$9.99-.
           05  filler                pic x(01) value spaces.
           05  AGT-Bucket-Area.
               10  AGT-Bucket-Entry occurs 5 times.
                   15  filler        pic x(01).
                   15  AGT-Bucket    pic zz,zzz,zz9.99-.

       Procedure Division.
           move function current-date to Date-and-Time
           perform Read-Age-Control
           perform Open-AR-File
           open input Cust-File
           perform File-Check-Cust
           open output Cash-Error-File
           perform File-Check-Cash-Error
           open output Aging-Report
           perform File-Check-Aging

           perform Post-Invoice-Lines
           perform Apply-Cash-Receipts
           perform Age-Open-Items

           perform Print-Summary
           if RejectedCount > zero
              move 4 to return-code
           end-if
           perform File-Quit
           goback
           .

       Read-Age-Control.
           move TodayDate to As-Of-Date
           open input Age-Control-File
           if not Age-Control-Not-Found
              perform File-Check-Age-Control
              read Age-Control-File
              perform File-Check-Age-Control
              if Age-Control-OK
                 and ACT-As-Of-Date-X is numeric
                 move ACT-As-Of-Date to As-Of-Date
              end-if
              close Age-Control-File
           end-if
           display "Aging as of: " As-Of-Date
           .

      * the first posting ever runs against an unloaded cluster -
      * seed it the way ARITHCUS seeds ARCUST
       Open-AR-File.
           open i-o AR-File
           if AR-No-File
              open output AR-File
              perform File-Check-AR
              close AR-File
              open i-o AR-File
           end-if
           perform File-Check-AR
           .

      *****************************************************************
      * Pass 1 - post the ARITHBAT invoice lines
      *****************************************************************
       Post-Invoice-Lines.
           display " "
           display "===== AR POSTING ====="
           open input AR-Post-File
           if AR-Post-Not-Found
              display "No ARITHAR posting file - nothing to post"
           else
              perform File-Check-AR-Post
              read AR-Post-File
              perform File-Check-AR-Post
              perform with test before
                 until AR-Post-File-EOF
                 add 1 to PostReadCount
                 perform Post-One-Line
                 read AR-Post-File
                 perform File-Check-AR-Post
              end-perform
              close AR-Post-File
           end-if
           .

       Post-One-Line.
           move ARP-Cust-No to AR-Cust-No
           move ARP-Doc-No to AR-Doc-No
           move AR-Item-Key to FD-AR-Key
           read AR-File
           end-read
           EVALUATE true
              WHEN AR-OK
                 add 1 to AlreadyPostedCount
                 display "ALREADY POSTED " ARP-Cust-No " "
                    ARP-Doc-No " - skipped"
              WHEN AR-Not-Found
                 perform Write-Posted-Item
              WHEN other
                 perform File-Check-AR
           END-EVALUATE
           .

       Write-Posted-Item.
           move spaces to AR-Record
           move ARP-Cust-No to AR-Cust-No
           move ARP-Doc-No to AR-Doc-No
           EVALUATE true
              WHEN ARP-Credit
                 set AR-Credit-Memo to true
              WHEN ARP-Adjustment
                 set AR-Adjustment to true
              WHEN other
                 set AR-Invoice to true
           END-EVALUATE
           move ARP-Doc-Date to AR-Doc-Date
           move TodayDate to AR-Post-Date
           move ARP-Total-Amount to AR-Original-Amount
           move ARP-Total-Amount to AR-Open-Balance
           move TodayDate to AR-Last-Activity
           if AR-Open-Balance equal zero
              set AR-Item-Closed to true
           else
              set AR-Item-Open to true
           end-if
           write FD-AR-Record from AR-Record
           end-write
           perform File-Check-AR
           add 1 to PostedCount
           move ARP-Total-Amount to Display-Amount
           display "POSTED   " ARP-Cust-No " " ARP-Doc-No " "
              AR-Item-Type " " Display-Amount
           if ARP-Total-Amount < zero
              subtract ARP-Total-Amount from Posted-Credits
              perform Apply-Posted-Credit
           else
              add ARP-Total-Amount to Posted-Debits
           end-if
           .

      * an offset is worth nothing sitting beside the debit it
      * reverses - it comes off the customer's oldest open debits
      * straight away, and only an excess stays open as a credit
       Apply-Posted-Credit.
           compute Apply-Available = 0 - ARP-Total-Amount
           end-compute
           move ARP-Doc-No to Apply-Source
           move ARP-Cust-No to Load-Cust-No
           perform Load-Open-Debits
           perform Apply-Oldest-First
           compute Credit-Applied = Credit-Applied
              - ARP-Total-Amount - Apply-Available
           end-compute
           move ARP-Cust-No to AR-Cust-No
           move ARP-Doc-No to AR-Doc-No
           move AR-Item-Key to FD-AR-Key
           read AR-File into AR-Record
           end-read
           perform File-Check-AR
           compute AR-Open-Balance = 0 - Apply-Available
           end-compute
           move TodayDate to AR-Last-Activity
           if AR-Open-Balance equal zero
              set AR-Item-Closed to true
           end-if
           rewrite FD-AR-Record from AR-Record
           end-rewrite
           perform File-Check-AR
           .

      *****************************************************************
      * Pass 2 - apply the cash receipts
      *****************************************************************
       Apply-Cash-Receipts.
           display " "
           display "===== CASH APPLICATION ====="
           open input Cash-File
           if Cash-Not-Found
              display "No CASHRCT receipts - nothing to apply"
           else
              perform File-Check-Cash
              read Cash-File
              perform File-Check-Cash
              perform with test before
                 until Cash-File-EOF
                 add 1 to ReceiptCount
                 perform Apply-One-Receipt
                 read Cash-File
                 perform File-Check-Cash
              end-perform
              close Cash-File
           end-if
           .

       Apply-One-Receipt.
           perform Check-Receipt
           if CheckDataStatus not equal zero
              perform WriteError
           else
              add 1 to ReceiptsAppliedCount
              move CR-Amount to Apply-Available
              add CR-Amount to Cash-Received
              move Receipt-Key(7:17) to Apply-Source
              move CR-Amount to Display-Amount
              display "RECEIPT  " CR-Cust-No " check " CR-Check-No
                 " dated " CR-Receipt-Date-X " " Display-Amount
              if CR-Doc-No not equal spaces
                 perform Apply-To-Named-Invoice
              end-if
              if Apply-Available > zero
                 move CR-Cust-No to Load-Cust-No
                 perform Load-Open-Debits
                 perform Apply-Oldest-First
              end-if
              compute Cash-Applied = Cash-Applied + CR-Amount
                 - Apply-Available
              end-compute
              add Apply-Available to Cash-On-Account
              perform Write-Payment-Item
           end-if
           .

      * every edit runs before anything is applied, so a rejected
      * receipt leaves the ledger exactly as it found it
       Check-Receipt.
           move zero to CheckDataStatus
           move spaces to Receipt-Key
           move CR-Cust-No to Receipt-Key(1:6)
           move "R" to Receipt-Key(7:1)
           move CR-Receipt-Date-X to Receipt-Key(8:8)
           move CR-Check-No(1:8) to Receipt-Key(16:8)
           EVALUATE true
              WHEN CR-Cust-No equal spaces
                 move 2 to CheckDataStatus
              WHEN CR-Receipt-Date-X is not numeric
                 or CR-Amount-X is not numeric
                 move 1 to CheckDataStatus
              WHEN CR-Amount equal zero
                 move 1 to CheckDataStatus
              WHEN CR-Check-No equal spaces
                 move 5 to CheckDataStatus
              WHEN other
                 move CR-Cust-No to FD-Cust-Key
                 read Cust-File into Cust-Record
                 end-read
                 EVALUATE true
                    WHEN Cust-OK
                       continue
                    WHEN Cust-Not-Found
                       move 2 to CheckDataStatus
                    WHEN other
                       perform File-Check-Cust
                 END-EVALUATE
           END-EVALUATE
           if CheckDataStatus equal zero
              move Receipt-Key to FD-AR-Key
              read AR-File
              end-read
              EVALUATE true
                 WHEN AR-OK
                    move 4 to CheckDataStatus
                 WHEN AR-Not-Found
                    continue
                 WHEN other
                    perform File-Check-AR
              END-EVALUATE
           end-if
           if CheckDataStatus equal zero
              and CR-Doc-No not equal spaces
              move CR-Cust-No to Named-Key(1:6)
              move CR-Doc-No to Named-Key(7:17)
              move Named-Key to FD-AR-Key
              read AR-File into AR-Record
              end-read
              EVALUATE true
                 WHEN AR-OK
                    if AR-Open-Balance not > zero
                       move 3 to CheckDataStatus
                    end-if
                 WHEN AR-Not-Found
                    move 3 to CheckDataStatus
                 WHEN other
                    perform File-Check-AR
              END-EVALUATE
           end-if
           .

       Apply-To-Named-Invoice.
           move Named-Key to FD-AR-Key
           read AR-File into AR-Record
           end-read
           perform File-Check-AR
           if AR-Open-Balance < Apply-Available
              move AR-Open-Balance to Apply-Amount
           else
              move Apply-Available to Apply-Amount
           end-if
           perform Apply-To-Current-Item
           .

      * the receipt itself goes on the ledger whatever it paid -
      * the trail of the cash, and the duplicate-receipt guard.
      * Whatever was not applied stays open on account.
       Write-Payment-Item.
           move spaces to AR-Record
           move Receipt-Key to AR-Item-Key
           set AR-Payment to true
           move CR-Receipt-Date to AR-Doc-Date
           move TodayDate to AR-Post-Date
           compute AR-Original-Amount = 0 - CR-Amount
           end-compute
           compute AR-Open-Balance = 0 - Apply-Available
           end-compute
           move TodayDate to AR-Last-Activity
           move CR-Check-No to AR-Check-No
           if AR-Open-Balance equal zero
              set AR-Item-Closed to true
           else
              set AR-Item-Open to true
              move Apply-Available to Display-Amount
              display "ON ACCOUNT " CR-Cust-No " " AR-Doc-No " "
                 Display-Amount
           end-if
           write FD-AR-Record from AR-Record
           end-write
           perform File-Check-AR
           .

       WriteError.
           move Cash-File-Record to ERR-Transaction
           move CheckDataStatus to ERR-Reason-Code
           write Cash-Error-Record
           end-write
           perform File-Check-Cash-Error
           add 1 to RejectedCount
           display "REJECTED receipt " ReceiptCount " reason "
              CheckDataStatus ": " Cash-File-Record(1:50)
           .

      *****************************************************************
      * Applying a credit or a receipt to open debits
      *****************************************************************
      * browse the customer's items and keep the open debits,
      * ordered by document date - the oldest bill is paid first
       Load-Open-Debits.
           move zero to ItemCount
           move "N" to Browse-Done-Flag
           move low-values to FD-AR-Key
           move Load-Cust-No to FD-AR-Key(1:6)
           start AR-File key is not less than FD-AR-Key
           end-start
           EVALUATE true
              WHEN AR-OK
                 continue
              WHEN AR-Not-Found
                 set Browse-Done to true
              WHEN other
                 perform File-Check-AR
           END-EVALUATE
           perform with test before
              until Browse-Done
              read AR-File next record into AR-Record
              end-read
              EVALUATE true
                 WHEN AR-End-Of-File
                    set Browse-Done to true
                 WHEN not AR-OK
                    perform File-Check-AR
                 WHEN AR-Cust-No not equal Load-Cust-No
                    set Browse-Done to true
                 WHEN AR-Open-Balance > zero
                    perform Insert-Open-Debit
              END-EVALUATE
           end-perform
           .

       Insert-Open-Debit.
           if ItemCount < 500
              move AR-Doc-No to NI-Doc-No
              move AR-Doc-Date to NI-Doc-Date
              move AR-Open-Balance to NI-Balance
              add 1 to ItemCount
              move ItemCount to Item-Ix
              move "N" to Place-Done-Flag
              perform with test before
                 until Place-Done
                 if Item-Ix equal 1
                    set Place-Done to true
                 else
                    compute Prev-Ix = Item-Ix - 1
                    end-compute
                    if IT-Doc-Date(Prev-Ix) > NI-Doc-Date
                       move Item-Entry(Prev-Ix)
                          to Item-Entry(Item-Ix)
                       move Prev-Ix to Item-Ix
                    else
                       set Place-Done to true
                    end-if
                 end-if
              end-perform
              move New-Item to Item-Entry(Item-Ix)
           else
              display "More than 500 open debits for customer "
                 Load-Cust-No " - the rest wait for the next run"
           end-if
           .

       Apply-Oldest-First.
           perform with test before
              varying Item-Ix from 1 by 1
              until Item-Ix greater than ItemCount
                 or Apply-Available not > zero
              move Load-Cust-No to Apply-Key(1:6)
              move IT-Doc-No(Item-Ix) to Apply-Key(7:17)
              move Apply-Key to FD-AR-Key
              read AR-File into AR-Record
              end-read
              perform File-Check-AR
              if AR-Open-Balance > zero
                 if AR-Open-Balance < Apply-Available
                    move AR-Open-Balance to Apply-Amount
                 else
                    move Apply-Available to Apply-Amount
                 end-if
                 perform Apply-To-Current-Item
              end-if
           end-perform
           .

      * AR-Record holds the debit just read by key
       Apply-To-Current-Item.
           subtract Apply-Amount from AR-Open-Balance
           subtract Apply-Amount from Apply-Available
           move TodayDate to AR-Last-Activity
           if AR-Open-Balance equal zero
              set AR-Item-Closed to true
           end-if
           rewrite FD-AR-Record from AR-Record
           end-rewrite
           perform File-Check-AR
           move Apply-Amount to Display-Amount
           display "  APPLIED " Apply-Source " to " AR-Doc-No " "
              Display-Amount
           .

      *****************************************************************
      * Pass 3 - age every open item
      *****************************************************************
       Age-Open-Items.
           perform with test before
              varying Bucket-Ix from 1 by 1
              until Bucket-Ix greater than 5
              move zero to Grand-Bucket(Bucket-Ix)
           end-perform
           move high-values to Aging-Cust-No
           move "N" to Browse-Done-Flag
           move low-values to FD-AR-Key
           start AR-File key is not less than FD-AR-Key
           end-start
           EVALUATE true
              WHEN AR-OK
                 continue
              WHEN AR-Not-Found
                 set Browse-Done to true
              WHEN other
                 perform File-Check-AR
           END-EVALUATE
           perform with test before
              until Browse-Done
              read AR-File next record into AR-Record
              end-read
              EVALUATE true
                 WHEN AR-End-Of-File
                    set Browse-Done to true
                 WHEN not AR-OK
                    perform File-Check-AR
                 WHEN AR-Open-Balance not equal zero
                    if AR-Cust-No not equal Aging-Cust-No
                       perform Close-Aging-Customer
                       perform Open-Aging-Customer
                    end-if
                    perform Age-One-Item
              END-EVALUATE
           end-perform
           perform Close-Aging-Customer
           perform Print-Aging-Totals
           .

       Open-Aging-Customer.
           move AR-Cust-No to Aging-Cust-No
           move zero to Cust-Open-Total
           perform with test before
              varying Bucket-Ix from 1 by 1
              until Bucket-Ix greater than 5
              move zero to Cust-Bucket(Bucket-Ix)
           end-perform
           move Default-Terms to Cust-Terms
           move AR-Cust-No to FD-Cust-Key
           read Cust-File into Cust-Record
           end-read
           EVALUATE true
              WHEN Cust-OK
                 move CUS-Terms-Days to Cust-Terms
              WHEN Cust-Not-Found
                 move spaces to Cust-Record
                 move "** NOT ON CUSTOMER MASTER **" to CUS-Name
              WHEN other
                 perform File-Check-Cust
           END-EVALUATE
           .

       Close-Aging-Customer.
           if Aging-Cust-No not equal high-values
              move spaces to Aging-Total-Line
              string "CUSTOMER " Aging-Cust-No " "
                        delimited by size
                     CUS-Name delimited by "  "
                 into AGT-Label
              end-string
              move Cust-Open-Total to AGT-Open-Total
              perform with test before
                 varying Bucket-Ix from 1 by 1
                 until Bucket-Ix greater than 5
                 move Cust-Bucket(Bucket-Ix) to AGT-Bucket(Bucket-Ix)
              end-perform
              move Aging-Total-Line to Aging-Record
              perform Write-Aging-Line
              move spaces to Aging-Record
              perform Write-Aging-Line
           end-if
           .

       Age-One-Item.
           if AR-Open-Balance < zero
              move AR-Doc-Date to Due-Date
              move zero to Days-Past-Due
           else
              perform Compute-Due-Date
              move "DIFF" to DTS-Function
              move As-Of-Date to DTS-Date-1
              move Due-Date to DTS-Date-2
              call "DTSRV" using DTSRV-Parms
              if DTS-OK
                 move DTS-Result-Days to Days-Past-Due
              else
                 move zero to Days-Past-Due
              end-if
           end-if
           EVALUATE true
              WHEN Days-Past-Due not > 0
                 move 1 to Bucket-Ix
              WHEN Days-Past-Due not > 30
                 move 2 to Bucket-Ix
              WHEN Days-Past-Due not > 60
                 move 3 to Bucket-Ix
              WHEN Days-Past-Due not > 90
                 move 4 to Bucket-Ix
              WHEN other
                 move 5 to Bucket-Ix
           END-EVALUATE
           add AR-Open-Balance to Cust-Bucket(Bucket-Ix)
           add AR-Open-Balance to Grand-Bucket(Bucket-Ix)
           add AR-Open-Balance to Cust-Open-Total
           add AR-Open-Balance to Grand-Open-Total
           add 1 to AgedItemCount
           move spaces to Aging-Detail
           move AR-Cust-No to AGD-Cust-No
           move AR-Doc-No to AGD-Doc-No
           move AR-Item-Type to AGD-Type
           move AR-Doc-Date to AGD-Doc-Date
           move Due-Date to AGD-Due-Date
           if Days-Past-Due > zero
              move Days-Past-Due to AGD-Days
           end-if
           move AR-Open-Balance to AGD-Bucket(Bucket-Ix)
           move Aging-Detail to Aging-Record
           perform Write-Aging-Line
           .

      * due = document date plus terms, then forward past any day
      * the bank is shut. BDIF from the day before counts one
      * business day when the due date is a banking day and none
      * when it is a weekend or a BANK holiday.
       Compute-Due-Date.
           move "ADDD" to DTS-Function
           move AR-Doc-Date to DTS-Date-1
           move Cust-Terms to DTS-Days
           call "DTSRV" using DTSRV-Parms
           if DTS-OK
              move DTS-Result-Date to Due-Date
           else
              move AR-Doc-Date to Due-Date
           end-if
           move zero to Roll-Count
           move "N" to Bank-Day-Flag
           perform with test before
              until Bank-Day or Roll-Count > 10
                 or not Bank-Calendar-Usable
              move "ADDD" to DTS-Function
              move Due-Date to DTS-Date-1
              move -1 to DTS-Days
              call "DTSRV" using DTSRV-Parms
              move DTS-Result-Date to Prior-Day
              move "BDIF" to DTS-Function
              move Due-Date to DTS-Date-1
              move Prior-Day to DTS-Date-2
              move "BANK    " to DTS-Calendar-Id
              call "DTSRV" using DTSRV-Parms
              EVALUATE true
                 WHEN DTS-Bad-Calendar
                    move "N" to Bank-Calendar-Flag
                    display "No BANK calendar on HOLIDAYS - due "
                       "dates are not moved off bank holidays"
                 WHEN not DTS-OK
                    set Bank-Day to true
                 WHEN DTS-Result-Days > zero
                    set Bank-Day to true
                 WHEN other
                    move "ADDD" to DTS-Function
                    move Due-Date to DTS-Date-1
                    move 1 to DTS-Days
                    call "DTSRV" using DTSRV-Parms
                    move DTS-Result-Date to Due-Date
                    add 1 to Roll-Count
              END-EVALUATE
           end-perform
           .

       Print-Aging-Totals.
           move spaces to Aging-Record
           perform Write-Aging-Line
           move spaces to Aging-Total-Line
           move "TOTAL OPEN RECEIVABLES" to AGT-Label
           move Grand-Open-Total to AGT-Open-Total
           perform with test before
              varying Bucket-Ix from 1 by 1
              until Bucket-Ix greater than 5
              move Grand-Bucket(Bucket-Ix) to AGT-Bucket(Bucket-Ix)
           end-perform
           move Aging-Total-Line to Aging-Record
           perform Write-Aging-Line
           move spaces to Aging-Total-Line
           move "NET POSTED THIS RUN (NET SALES + TAX)"
              to AGT-Label
           compute Posted-Net = Posted-Debits - Posted-Credits
           end-compute
           move Posted-Net to AGT-Open-Total
           move Aging-Total-Line to Aging-Record
           perform Write-Aging-Line
           move spaces to Aging-Total-Line
           move "CASH RECEIVED THIS RUN" to AGT-Label
           move Cash-Received to AGT-Open-Total
           move Aging-Total-Line to Aging-Record
           perform Write-Aging-Line
           move spaces to Aging-Record
           move "***** END OF REPORT *****" to Aging-Record(2:25)
           perform Write-Aging-Line
           .

       Write-Aging-Line.
           if LineCount > 50
              perform Write-Aging-Headings
           end-if
           write Aging-Record
           end-write
           perform File-Check-Aging
           add 1 to LineCount
           .

       Write-Aging-Headings.
           add 1 to PageNum
           move As-Of-Date to AH1-As-Of-Date
           move TodayDate to AH1-Run-Date
           move PageNum to AH1-Page
           write Aging-Record from Aging-Heading-1
           end-write
           perform File-Check-Aging
           write Aging-Record from Aging-Heading-2
           end-write
           perform File-Check-Aging
           move 2 to LineCount
           .

       Print-Summary.
           display " "
           display "===== AR RUN SUMMARY ====="
           display "Posting lines read:     " PostReadCount
           display "Items posted:           " PostedCount
           display "Already posted, skipped:" AlreadyPostedCount
           move Posted-Debits to Display-Amount
           display "Debits posted:          " Display-Amount
           move Posted-Credits to Display-Amount
           display "Credits posted:         " Display-Amount
           move Credit-Applied to Display-Amount
           display "Credits applied:        " Display-Amount
           display "Receipts read:          " ReceiptCount
           display "Receipts applied:       " ReceiptsAppliedCount
           display "Receipts rejected:      " RejectedCount
           move Cash-Received to Display-Amount
           display "Cash received:          " Display-Amount
           move Cash-Applied to Display-Amount
           display "Cash applied to items:  " Display-Amount
           move Cash-On-Account to Display-Amount
           display "Cash left on account:   " Display-Amount
           display "Open items aged:        " AgedItemCount
           move Grand-Open-Total to Display-Amount
           display "Open receivables:       " Display-Amount
           .

       File-Quit.
           close Cash-Error-File
           close AR-File
           close Cust-File
           close Aging-Report
           .

       File-Check-AR-Post.
           if not AR-Post-File-OK and not AR-Post-File-EOF
              display "ARITHAR file status: " AR-Post-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Cash.
           if not Cash-File-OK and not Cash-File-EOF
              display "CASHRCT file status: " Cash-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Cash-Error.
           if not Cash-Error-OK
              display "CASHERR file status: " Cash-Error-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Age-Control.
           if not Age-Control-OK and not Age-Control-EOF
              display "ARAGECTL file status: " Age-Control-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-AR.
           if not AR-OK
              display "AROPEN file status: " AR-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Cust.
           if not Cust-OK
              display "ARCUST file status: " Cust-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Aging.
           if not Aging-Report-OK
              display "ARAGERPT file status: " Aging-Report-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with receivables files"
           perform File-Quit
           goback
           .
