       Identification Division.
       Program-Id. ARITHTAX.
      *****************************************************************
      * Sales-tax liability and remittance run. ARITHBAT computes
      * the tax on every line against ARITHRTE, but at filing time
      * the accountant was re-adding the ARITHREG registers by hand
      * for every jurisdiction. This run keeps the ARTAX liability
      * KSDS instead:
      *   ACCUMULATE - every ARITHAR posting line ARITHBAT wrote is
      *      added into its jurisdiction, tax month and rate: sales
      *      to gross, credits and minus adjustments to credits, and
      *      the signed sale and tax to net taxable sales and net
      *      tax collected. A sale an exemption certificate covered
      *      goes to exempt sales instead of taxable sales. The tax
      *      month is the month of the ARITHBAT run - a credit
      *      reduces the liability of the month it is issued in, at
      *      the rate the original sale was taxed at. A line whose
      *      month is already closed goes to the first open month
      *      after it, and is counted as late. The control record
      *      remembers the run stamp of the last posting
      *      accumulated, so a posting file fed through twice is not
      *      counted twice.
      *   TAXCTL card (optional - no card accumulates only):
      *      col 1-5    PRINT or CLOSE
      *      col 7-12   first month of the filing period YYYYMM
      *      col 14-19  last month of the filing period YYYYMM
      *      PRINT lists the period by INV-Juris-Code - gross,
      *      credits, exempt sales, taxable sales and tax collected
      *      for each rate
      *      in effect, a jurisdiction total and a grand total - on
      *      ARTAXRPT. CLOSE prints the same, writes one ARTAXREM
      *      remittance record per jurisdiction and a control
      *      trailer, and marks every month of the period closed.
      *      A period holding any month already closed is refused
      *      with RC=12 and nothing is written - no month is filed
      *      twice. CLOSE runs under the TAXCLOSE job, the only one
      *      that allocates the ARTAXREM generation; a CLOSE card
      *      met without ARTAXREM is refused the same way.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
           SELECT AR-Post-File
              ASSIGN to "ARITHAR"
              Organization sequential
              Access Sequential
              File Status AR-Post-File-Status.
           SELECT Tax-Control-File
              ASSIGN to "TAXCTL"
              Organization sequential
              Access Sequential
              File Status Tax-Control-Status.
           SELECT Tax-File
              Record Key FD-Tax-Key
              Assign to "ARTAX"
              Organization Indexed
              Access Dynamic
              File Status Tax-File-Status.
           SELECT Remit-File
              ASSIGN to "ARTAXREM"
              Organization sequential
              Access Sequential
              File Status Remit-File-Status.
           SELECT Tax-Report
              ASSIGN to "ARTAXRPT"
              Organization sequential
              Access Sequential
              File Status Tax-Report-Status.

       Data Division.
       File Section.
       FD  AR-Post-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record AR-Post-Record.
       01  AR-Post-Record.
           copy ARPOSTR.
       FD  Tax-Control-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Tax-Control-Record.
       01  Tax-Control-Record.
           05  TCT-Action            pic x(05).
               88  TCT-Print         value "PRINT".
               88  TCT-Close         value "CLOSE".
           05  filler                pic x(01).
           05  TCT-First-Month-X     pic x(06).
           05  TCT-First-Month redefines TCT-First-Month-X
                                     pic 9(06).
           05  filler                pic x(01).
           05  TCT-Last-Month-X      pic x(06).
           05  TCT-Last-Month redefines TCT-Last-Month-X
                                     pic 9(06).
           05  filler                pic x(61).
       FD  Tax-File.
       01  FD-Tax-Record.
           copy ARTAXK.
       FD  Remit-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Remit-Record.
       01  Remit-Record.
           05  REM-Rec-Type          pic x(01).
               88  REM-Return        value "R".
               88  REM-Trailer       value "T".
           05  REM-Juris-Code        pic x(05).
           05  REM-Period-From       pic x(06).
           05  REM-Period-To         pic x(06).
           05  REM-Taxable-Sales     pic s9(09)v99
                                        sign leading separate.
           05  REM-Tax-Due           pic s9(09)v99
                                        sign leading separate.
           05  REM-Line-Count        pic 9(07).
           05  REM-Return-Count      pic 9(05).
           05  REM-Close-Date        pic x(08).
           05  REM-Exempt-Sales      pic s9(09)v99
                                        sign leading separate.
           05  filler                pic x(06).
       FD  Tax-Report
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Tax-Report-Record.
       01  Tax-Report-Record         pic x(132).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  AR-Post-File-Status   pic x(02).
               88  AR-Post-File-OK   value "00".
               88  AR-Post-File-EOF  value "10".
               88  AR-Post-Not-Found value "35".
           05  Tax-Control-Status    pic x(02).
               88  Tax-Control-OK    value "00".
               88  Tax-Control-EOF   value "10".
               88  Tax-Control-Not-Found
                                     value "35".
           05  Tax-File-Status       pic x(02).
               88  Tax-OK            value "00".
               88  Tax-Not-Found     value "23".
               88  Tax-No-File       value "35".
               88  Tax-End-Of-File   value "10".
           05  Remit-File-Status     pic x(02).
               88  Remit-File-OK     value "00".
           05  Tax-Report-Status     pic x(02).
               88  Tax-Report-OK     value "00".
       01  Tax-Record.
           copy ARTAXR.
       01  Accumulate-Vars.
           05  PostReadCount         pic 9(07) value zero.
           05  AccumulatedCount      pic 9(07) value zero.
           05  AlreadyCountedCount   pic 9(07) value zero.
           05  LateCount             pic 9(07) value zero.
           05  Last-Run-Stamp        pic x(12) value spaces.
           05  High-Run-Stamp        pic x(12) value spaces.
           05  Line-Run-Stamp        pic x(12).
           05  Cached-Run-Month      pic x(06) value spaces.
           05  Cached-Tax-Month      pic x(06) value spaces.
      * month arithmetic - YYYYMM stepped one month at a time
       01  Month-Work.
           05  Month-Work-X          pic x(06).
           05  Month-Work-N redefines Month-Work-X.
               10  MW-Year           pic 9(04).
               10  MW-Month          pic 9(02).
           05  Month-Closed-Flag     pic x value "N".
               88  Month-Is-Closed   value "Y".
           05  Month-Closed-On       pic x(08).
       01  Period-Vars.
           05  Period-Action         pic x(05) value spaces.
               88  Period-Print      value "PRINT".
               88  Period-Close      value "CLOSE".
           05  Period-From           pic x(06).
           05  Period-To             pic x(06).
           05  Period-Month-Count    pic 9(03) value zero.
           05  Period-Status         pic x(01) value "G".
               88  Period-Good       value "G".
               88  Period-Refused    value "R".
               88  Period-Bad-Card   value "B".
               88  Period-No-Remit   value "N".
           05  Refused-Month         pic x(06).
           05  Refused-Closed-On     pic x(08).
           05  Browse-Done-Flag      pic x value "N".
               88  Browse-Done       value "Y".
           05  Report-Open-Flag      pic x value "N".
               88  Report-Open       value "Y".
           05  RemitCount            pic 9(05) value zero.
           05  Remit-Line-Total      pic 9(07) value zero.
           05  Remit-Taxable-Total   pic s9(09)v99 packed-decimal
                                        value zero.
           05  Remit-Tax-Total       pic s9(09)v99 packed-decimal
                                        value zero.
           05  Remit-Exempt-Total    pic s9(09)v99 packed-decimal
                                        value zero.
      * one entry per jurisdiction in the filing period, with the
      * rates that were in effect inside it
       01  Juris-Table-Vars.
           05  JurisCount            pic 9(03) value zero.
           05  Juris-Ix              pic 9(03) value zero.
           05  FoundJurisIx          pic 9(03) value zero.
           05  Rate-Ix               pic 9(02) value zero.
           05  FoundRateIx           pic 9(02) value zero.
       01  Juris-Table.
           05  Juris-Entry occurs 1 to 200 times
                  depending on JurisCount.
               10  JT-Juris-Code     pic x(05).
               10  JT-Gross-Sales    pic s9(09)v99 packed-decimal.
               10  JT-Credits        pic s9(09)v99 packed-decimal.
               10  JT-Taxable-Sales  pic s9(09)v99 packed-decimal.
               10  JT-Tax-Collected  pic s9(09)v99 packed-decimal.
               10  JT-Exempt-Sales   pic s9(09)v99 packed-decimal.
               10  JT-Line-Count     pic 9(07).
               10  JT-Rate-Count     pic 9(02).
               10  JT-Rate-Entry occurs 10 times.
                   15  JR-Rate           pic 9v9(4).
                   15  JR-Taxable-Sales  pic s9(09)v99
                                            packed-decimal.
                   15  JR-Tax-Collected  pic s9(09)v99
                                            packed-decimal.
                   15  JR-Exempt-Sales   pic s9(09)v99
                                            packed-decimal.
       01  Grand-Totals.
           05  GT-Gross-Sales        pic s9(09)v99 packed-decimal
                                        value zero.
           05  GT-Credits            pic s9(09)v99 packed-decimal
                                        value zero.
           05  GT-Taxable-Sales      pic s9(09)v99 packed-decimal
                                        value zero.
           05  GT-Tax-Collected      pic s9(09)v99 packed-decimal
                                        value zero.
           05  GT-Exempt-Sales       pic s9(09)v99 packed-decimal
                                        value zero.
           05  GT-Line-Count         pic 9(07) value zero.
       01  Report-Vars.
           05  LineCount             pic 9(03) value 99.
           05  PageNum               pic 9(04) value zero.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year            pic 9(04).
              10  DT-Month           pic 9(02).
              10  DT-Day-of-Month    pic 9(02).
           05  filler                pic x(13).
       01  Tax-Heading-1.
           05  filler                pic x(28) value
               "SALES TAX LIABILITY  PERIOD ".
           05  TH1-From              pic x(06).
           05  filler                pic x(03) value " - ".
           05  TH1-To                pic x(06).
           05  filler                pic x(11) value
               "  RUN DATE ".
           05  TH1-Year              pic 9(04).
           05  filler                pic x value "-".
           05  TH1-Month             pic 9(02).
           05  filler                pic x value "-".
           05  TH1-Day               pic 9(02).
           05  filler                pic x(07) value "  PAGE ".
           05  TH1-Page              pic zzz9.
           05  filler                pic x(57) value spaces.
       01  Tax-Heading-2.
           05  filler                pic x(18) value
               " JURIS   RATE     ".
           05  filler                pic x(32) value
               "    GROSS SALES   CREDITS / ADJ ".
           05  filler                pic x(16) value
               "   EXEMPT SALES ".
           05  filler                pic x(32) value
               "  TAXABLE SALES   TAX COLLECTED ".
           05  filler                pic x(09) value
               "    LINES".
           05  filler                pic x(25) value spaces.
       01  Tax-Detail.
           05  filler                pic x(01) value spaces.
           05  TD-Juris              pic x(05).
           05  filler                pic x(03) value spaces.
           05  TD-Rate               pic 9.9999.
           05  TD-Rate-Label redefines TD-Rate
                                     pic x(06).
           05  filler                pic x(03) value spaces.
           05  TD-Gross              pic $$$,$$$,$$9.99-.
           05  filler                pic x(01) value spaces.
           05  TD-Credits            pic $$$,$$$,$$9.99-.
           05  filler                pic x(01) value spaces.
           05  TD-Exempt             pic $$$,$$$,$$9.99-.
           05  filler                pic x(01) value spaces.
           05  TD-Taxable            pic $$$,$$$,$$9.99-.
           05  filler                pic x(01) value spaces.
           05  TD-Tax                pic $$$,$$$,$$9.99-.
           05  filler                pic x(02) value spaces.
           05  TD-Lines              pic zzzzzz9.
           05  filler                pic x(26) value spaces.
       01  Tax-Message-Line.
           05  filler                pic x(01) value spaces.
           05  TM-Text               pic x(100).
           05  filler                pic x(31) value spaces.

       Procedure Division.
           move function current-date to Date-and-Time
           perform Open-Tax-File
           perform Read-Control-Record
           perform Accumulate-Postings
           perform Read-Period-Card
           if Period-Action not equal spaces
              perform Report-Period
           end-if
           perform Print-Summary
           perform File-Quit
           goback
           .

      * the first run ever meets an unloaded cluster - seed it
      * the way ARITHCUS seeds ARCUST
       Open-Tax-File.
           open i-o Tax-File
           if Tax-No-File
              open output Tax-File
              perform File-Check-Tax
              close Tax-File
              open i-o Tax-File
           end-if
           perform File-Check-Tax
           .

       Read-Control-Record.
           move spaces to Tax-Record
           set TX-Control to true
           move TX-Key to FD-Tax-Key
           read Tax-File into Tax-Record
           end-read
           EVALUATE true
              WHEN Tax-OK
                 move TX-Last-Run-Stamp to Last-Run-Stamp
              WHEN Tax-Not-Found
                 perform Init-Tax-Amounts
                 move TodayDate to TX-Last-Update
                 write FD-Tax-Record from Tax-Record
                 end-write
                 perform File-Check-Tax
              WHEN other
                 perform File-Check-Tax
           END-EVALUATE
           move Last-Run-Stamp to High-Run-Stamp
           display "Postings accumulated through run stamp: "
              Last-Run-Stamp
           .

       Init-Tax-Amounts.
           move zero to TX-Gross-Sales
           move zero to TX-Credits
           move zero to TX-Taxable-Sales
           move zero to TX-Tax-Collected
           move zero to TX-Exempt-Sales
           move zero to TX-Line-Count
           .

      *****************************************************************
      * Accumulate the ARITHBAT posting lines into ARTAX
      *****************************************************************
       Accumulate-Postings.
           display " "
           display "===== TAX ACCUMULATION ====="
           open input AR-Post-File
           if AR-Post-Not-Found
              display "No ARITHAR posting file - nothing to add"
           else
              perform File-Check-AR-Post
              read AR-Post-File
              perform File-Check-AR-Post
              perform with test before
                 until AR-Post-File-EOF
                 add 1 to PostReadCount
                 perform Accumulate-One-Line
                 read AR-Post-File
                 perform File-Check-AR-Post
              end-perform
              close AR-Post-File
           end-if
           if High-Run-Stamp not equal Last-Run-Stamp
              move spaces to Tax-Record
              set TX-Control to true
              move TX-Key to FD-Tax-Key
              read Tax-File into Tax-Record
              end-read
              perform File-Check-Tax
              move High-Run-Stamp to TX-Last-Run-Stamp
              move TodayDate to TX-Last-Update
              rewrite FD-Tax-Record from Tax-Record
              end-rewrite
              perform File-Check-Tax
           end-if
           .

       Accumulate-One-Line.
           move ARP-Doc-Run-Date to Line-Run-Stamp(1:8)
           move ARP-Doc-Run-Time to Line-Run-Stamp(9:4)
           if Line-Run-Stamp not > Last-Run-Stamp
              add 1 to AlreadyCountedCount
           else
              if Line-Run-Stamp > High-Run-Stamp
                 move Line-Run-Stamp to High-Run-Stamp
              end-if
              perform Find-Tax-Month
              move spaces to Tax-Record
              set TX-Accumulation to true
              move ARP-Juris-Code to TX-Juris-Code
              move Cached-Tax-Month to TX-Month
              move ARP-Rate to TX-Rate
              move TX-Key to FD-Tax-Key
              read Tax-File into Tax-Record
              end-read
              EVALUATE true
                 WHEN Tax-OK
                    perform Add-Line-Amounts
                    rewrite FD-Tax-Record from Tax-Record
                    end-rewrite
                    perform File-Check-Tax
                 WHEN Tax-Not-Found
                    perform Init-Tax-Amounts
                    perform Add-Line-Amounts
                    write FD-Tax-Record from Tax-Record
                    end-write
                    perform File-Check-Tax
                 WHEN other
                    perform File-Check-Tax
              END-EVALUATE
              add 1 to AccumulatedCount
           end-if
           .

      * tax month = the ARITHBAT run month, or the first month
      * after it still open when that one has been filed already
       Find-Tax-Month.
           if ARP-Doc-Run-Date(1:6) not equal Cached-Run-Month
              move ARP-Doc-Run-Date(1:6) to Cached-Run-Month
              move Cached-Run-Month to Month-Work-X
              perform Check-Month-Closed
              perform with test before
                 until not Month-Is-Closed
                 perform Next-Month
                 perform Check-Month-Closed
              end-perform
              move Month-Work-X to Cached-Tax-Month
           end-if
           if Cached-Tax-Month not equal Cached-Run-Month
              add 1 to LateCount
              display "LATE     " ARP-Cust-No " " ARP-Doc-No
                 " run month " Cached-Run-Month " closed - taxed in "
                 Cached-Tax-Month
           end-if
           .

       Add-Line-Amounts.
           if ARP-Sale-Amount < zero
              subtract ARP-Sale-Amount from TX-Credits
           else
              add ARP-Sale-Amount to TX-Gross-Sales
           end-if
           if ARP-Exempt
              add ARP-Sale-Amount to TX-Exempt-Sales
           else
              add ARP-Sale-Amount to TX-Taxable-Sales
           end-if
           add ARP-Tax-Amount to TX-Tax-Collected
           add 1 to TX-Line-Count
           move TodayDate to TX-Last-Update
           .

       Check-Month-Closed.
           move "N" to Month-Closed-Flag
           move spaces to Month-Closed-On
           move spaces to Tax-Record
           set TX-Month-Closed to true
           move Month-Work-X to TX-Month
           move TX-Key to FD-Tax-Key
           read Tax-File into Tax-Record
           end-read
           EVALUATE true
              WHEN Tax-OK
                 move "Y" to Month-Closed-Flag
                 move TX-Closed-Date to Month-Closed-On
              WHEN Tax-Not-Found
                 continue
              WHEN other
                 perform File-Check-Tax
           END-EVALUATE
           .

       Next-Month.
           if MW-Month equal 12
              add 1 to MW-Year
              move 1 to MW-Month
           else
              add 1 to MW-Month
           end-if
           .

      *****************************************************************
      * The filing period - print it, and close it when asked
      *****************************************************************
       Read-Period-Card.
           open input Tax-Control-File
           if not Tax-Control-Not-Found
              perform File-Check-Tax-Control
              read Tax-Control-File
              perform File-Check-Tax-Control
              if Tax-Control-OK
                 perform Edit-Period-Card
              end-if
              close Tax-Control-File
           end-if
           .

       Edit-Period-Card.
           move TCT-Action to Period-Action
           move TCT-First-Month-X to Period-From
           move TCT-Last-Month-X to Period-To
           EVALUATE true
              WHEN not TCT-Print and not TCT-Close
                 set Period-Bad-Card to true
              WHEN TCT-First-Month-X is not numeric
                 or TCT-Last-Month-X is not numeric
                 set Period-Bad-Card to true
              WHEN TCT-First-Month-X(5:2) < "01"
                 or TCT-First-Month-X(5:2) > "12"
                 or TCT-Last-Month-X(5:2) < "01"
                 or TCT-Last-Month-X(5:2) > "12"
                 set Period-Bad-Card to true
              WHEN TCT-First-Month > TCT-Last-Month
                 set Period-Bad-Card to true
           END-EVALUATE
           if Period-Good
              move zero to Period-Month-Count
              move Period-From to Month-Work-X
              perform with test after
                 until Month-Work-X equal Period-To
                    or Period-Month-Count > 12
                 add 1 to Period-Month-Count
                 if Month-Work-X not equal Period-To
                    perform Next-Month
                 end-if
              end-perform
              if Period-Month-Count > 12
                 set Period-Bad-Card to true
              end-if
           end-if
           if Period-Bad-Card
              display "TAXCTL card not usable: "
                 Tax-Control-Record(1:19)
              display "  expected PRINT or CLOSE, first and last "
                 "month YYYYMM, no more than 12 months"
              move 12 to return-code
              move spaces to Period-Action
           end-if
           .

       Report-Period.
           open output Tax-Report
           perform File-Check-Tax-Report
           move "Y" to Report-Open-Flag
           if Period-Close
              perform Check-Period-Open
           end-if
           if Period-Close and Period-Good
              perform Open-Remit-File
           end-if
           perform Gather-Period
           perform Print-Period
           if Period-Close and Period-Good
              perform Close-Period
           end-if
           if Period-Refused or Period-No-Remit
              move 12 to return-code
           end-if
           .

      * the remittance generation is allocated only by TAXCLOSE -
      * find that out before anything is printed as closed
       Open-Remit-File.
           open output Remit-File
           if not Remit-File-OK
              display "ARTAXREM file status: " Remit-File-Status
              set Period-No-Remit to true
           end-if
           .

      * every month of the period must still be open - a month
      * filed once is never filed again
       Check-Period-Open.
           move Period-From to Month-Work-X
           perform Period-Month-Count times
              if not Period-Refused
                 perform Check-Month-Closed
                 if Month-Is-Closed
                    set Period-Refused to true
                    move Month-Work-X to Refused-Month
                    move Month-Closed-On to Refused-Closed-On
                 end-if
                 perform Next-Month
              end-if
           end-perform
           .

       Gather-Period.
           move zero to JurisCount
           move "N" to Browse-Done-Flag
           move low-values to FD-Tax-Key
           move "A" to FD-Tax-Key(1:1)
           start Tax-File key is not less than FD-Tax-Key
           end-start
           EVALUATE true
              WHEN Tax-OK
                 continue
              WHEN Tax-Not-Found
                 set Browse-Done to true
              WHEN other
                 perform File-Check-Tax
           END-EVALUATE
           perform with test before
              until Browse-Done
              read Tax-File next record into Tax-Record
              end-read
              EVALUATE true
                 WHEN Tax-End-Of-File
                    set Browse-Done to true
                 WHEN not Tax-OK
                    perform File-Check-Tax
                 WHEN not TX-Accumulation
                    set Browse-Done to true
                 WHEN TX-Month not < Period-From
                    and TX-Month not > Period-To
                    perform Gather-One-Record
              END-EVALUATE
           end-perform
           .

       Gather-One-Record.
           move zero to FoundJurisIx
           perform with test before
              varying Juris-Ix from 1 by 1
              until Juris-Ix greater than JurisCount
              if JT-Juris-Code(Juris-Ix) equal TX-Juris-Code
                 move Juris-Ix to FoundJurisIx
              end-if
           end-perform
           if FoundJurisIx equal zero
              if JurisCount < 200
                 add 1 to JurisCount
                 move JurisCount to FoundJurisIx
                 move TX-Juris-Code to JT-Juris-Code(FoundJurisIx)
                 move zero to JT-Gross-Sales(FoundJurisIx)
                 move zero to JT-Credits(FoundJurisIx)
                 move zero to JT-Taxable-Sales(FoundJurisIx)
                 move zero to JT-Tax-Collected(FoundJurisIx)
                 move zero to JT-Exempt-Sales(FoundJurisIx)
                 move zero to JT-Line-Count(FoundJurisIx)
                 move zero to JT-Rate-Count(FoundJurisIx)
              else
                 display "More than 200 jurisdictions in the "
                    "period - " TX-Juris-Code " not reported"
              end-if
           end-if
           if FoundJurisIx > zero
              add TX-Gross-Sales to JT-Gross-Sales(FoundJurisIx)
              add TX-Credits to JT-Credits(FoundJurisIx)
              add TX-Taxable-Sales to JT-Taxable-Sales(FoundJurisIx)
              add TX-Tax-Collected to JT-Tax-Collected(FoundJurisIx)
              add TX-Exempt-Sales to JT-Exempt-Sales(FoundJurisIx)
              add TX-Line-Count to JT-Line-Count(FoundJurisIx)
              perform Gather-Rate
           end-if
           .

      * more than ten rate changes inside one filing period would
      * be a rate table gone wrong - the excess lands on the tenth
       Gather-Rate.
           move zero to FoundRateIx
           perform with test before
              varying Rate-Ix from 1 by 1
              until Rate-Ix greater than JT-Rate-Count(FoundJurisIx)
              if JR-Rate(FoundJurisIx, Rate-Ix) equal TX-Rate
                 move Rate-Ix to FoundRateIx
              end-if
           end-perform
           if FoundRateIx equal zero
              if JT-Rate-Count(FoundJurisIx) < 10
                 add 1 to JT-Rate-Count(FoundJurisIx)
                 move JT-Rate-Count(FoundJurisIx) to FoundRateIx
                 move TX-Rate to JR-Rate(FoundJurisIx, FoundRateIx)
                 move zero
                    to JR-Taxable-Sales(FoundJurisIx, FoundRateIx)
                 move zero
                    to JR-Tax-Collected(FoundJurisIx, FoundRateIx)
                 move zero
                    to JR-Exempt-Sales(FoundJurisIx, FoundRateIx)
              else
                 move 10 to FoundRateIx
              end-if
           end-if
           add TX-Taxable-Sales
              to JR-Taxable-Sales(FoundJurisIx, FoundRateIx)
           add TX-Tax-Collected
              to JR-Tax-Collected(FoundJurisIx, FoundRateIx)
           add TX-Exempt-Sales
              to JR-Exempt-Sales(FoundJurisIx, FoundRateIx)
           .

       Print-Period.
           perform with test before
              varying Juris-Ix from 1 by 1
              until Juris-Ix greater than JurisCount
              perform Print-One-Jurisdiction
           end-perform
           move spaces to Tax-Detail
           move spaces to TD-Juris
           move "TOTAL " to TD-Rate-Label
           move GT-Gross-Sales to TD-Gross
           move GT-Credits to TD-Credits
           move GT-Taxable-Sales to TD-Taxable
           move GT-Exempt-Sales to TD-Exempt
           move GT-Tax-Collected to TD-Tax
           move GT-Line-Count to TD-Lines
           move spaces to Tax-Report-Record
           perform Write-Report-Line
           move Tax-Detail to Tax-Report-Record
           perform Write-Report-Line
           move spaces to Tax-Report-Record
           perform Write-Report-Line
           move spaces to Tax-Message-Line
           EVALUATE true
              WHEN Period-Refused
                 string "CLOSE REFUSED - MONTH " Refused-Month
                    " WAS ALREADY CLOSED ON " Refused-Closed-On
                    ", NOTHING REMITTED" delimited by size
                    into TM-Text
                 end-string
              WHEN Period-No-Remit
                 string "CLOSE REFUSED - NO ARTAXREM ALLOCATED, "
                    "RUN TAXCLOSE, NOTHING REMITTED" delimited by size
                    into TM-Text
                 end-string
              WHEN Period-Close
                 string "PERIOD CLOSED " TodayDate
                    " - REMITTANCE WRITTEN TO ARTAXREM"
                    delimited by size into TM-Text
                 end-string
              WHEN other
                 move "PRINT ONLY - PERIOD NOT CLOSED" to TM-Text
           END-EVALUATE
           move Tax-Message-Line to Tax-Report-Record
           perform Write-Report-Line
           move spaces to Tax-Report-Record
           move "***** END OF REPORT *****"
              to Tax-Report-Record(2:25)
           perform Write-Report-Line
           .

       Print-One-Jurisdiction.
           perform with test before
              varying Rate-Ix from 1 by 1
              until Rate-Ix greater than JT-Rate-Count(Juris-Ix)
              move spaces to Tax-Detail
              if Rate-Ix equal 1
                 move JT-Juris-Code(Juris-Ix) to TD-Juris
              end-if
              move JR-Rate(Juris-Ix, Rate-Ix) to TD-Rate
              move JR-Taxable-Sales(Juris-Ix, Rate-Ix)
                 to TD-Taxable
              move JR-Tax-Collected(Juris-Ix, Rate-Ix) to TD-Tax
              move JR-Exempt-Sales(Juris-Ix, Rate-Ix) to TD-Exempt
              move Tax-Detail to Tax-Report-Record
              perform Write-Report-Line
           end-perform
           move spaces to Tax-Detail
           move "TOTAL " to TD-Rate-Label
           move JT-Gross-Sales(Juris-Ix) to TD-Gross
           move JT-Credits(Juris-Ix) to TD-Credits
           move JT-Taxable-Sales(Juris-Ix) to TD-Taxable
           move JT-Exempt-Sales(Juris-Ix) to TD-Exempt
           move JT-Tax-Collected(Juris-Ix) to TD-Tax
           move JT-Line-Count(Juris-Ix) to TD-Lines
           move Tax-Detail to Tax-Report-Record
           perform Write-Report-Line
           move spaces to Tax-Report-Record
           perform Write-Report-Line
           add JT-Gross-Sales(Juris-Ix) to GT-Gross-Sales
           add JT-Credits(Juris-Ix) to GT-Credits
           add JT-Taxable-Sales(Juris-Ix) to GT-Taxable-Sales
           add JT-Exempt-Sales(Juris-Ix) to GT-Exempt-Sales
           add JT-Tax-Collected(Juris-Ix) to GT-Tax-Collected
           add JT-Line-Count(Juris-Ix) to GT-Line-Count
           .

      * one return record per jurisdiction, a trailer whose counts
      * and amounts prove the file, then every month of the period
      * and its accumulations marked closed
       Close-Period.
           perform with test before
              varying Juris-Ix from 1 by 1
              until Juris-Ix greater than JurisCount
              move spaces to Remit-Record
              set REM-Return to true
              move JT-Juris-Code(Juris-Ix) to REM-Juris-Code
              move Period-From to REM-Period-From
              move Period-To to REM-Period-To
              move JT-Taxable-Sales(Juris-Ix) to REM-Taxable-Sales
              move JT-Exempt-Sales(Juris-Ix) to REM-Exempt-Sales
              move JT-Tax-Collected(Juris-Ix) to REM-Tax-Due
              move JT-Line-Count(Juris-Ix) to REM-Line-Count
              move 1 to REM-Return-Count
              move TodayDate to REM-Close-Date
              write Remit-Record
              end-write
              perform File-Check-Remit
              add 1 to RemitCount
              add JT-Line-Count(Juris-Ix) to Remit-Line-Total
              add JT-Taxable-Sales(Juris-Ix) to Remit-Taxable-Total
              add JT-Exempt-Sales(Juris-Ix) to Remit-Exempt-Total
              add JT-Tax-Collected(Juris-Ix) to Remit-Tax-Total
           end-perform
           move spaces to Remit-Record
           set REM-Trailer to true
           move Period-From to REM-Period-From
           move Period-To to REM-Period-To
           move Remit-Taxable-Total to REM-Taxable-Sales
           move Remit-Exempt-Total to REM-Exempt-Sales
           move Remit-Tax-Total to REM-Tax-Due
           move Remit-Line-Total to REM-Line-Count
           move RemitCount to REM-Return-Count
           move TodayDate to REM-Close-Date
           write Remit-Record
           end-write
           perform File-Check-Remit
           close Remit-File
           perform Mark-Accumulations-Closed
           move Period-From to Month-Work-X
           perform Period-Month-Count times
              perform Write-Month-Closed
              perform Next-Month
           end-perform
           .

       Mark-Accumulations-Closed.
           move "N" to Browse-Done-Flag
           move low-values to FD-Tax-Key
           move "A" to FD-Tax-Key(1:1)
           start Tax-File key is not less than FD-Tax-Key
           end-start
           EVALUATE true
              WHEN Tax-OK
                 continue
              WHEN Tax-Not-Found
                 set Browse-Done to true
              WHEN other
                 perform File-Check-Tax
           END-EVALUATE
           perform with test before
              until Browse-Done
              read Tax-File next record into Tax-Record
              end-read
              EVALUATE true
                 WHEN Tax-End-Of-File
                    set Browse-Done to true
                 WHEN not Tax-OK
                    perform File-Check-Tax
                 WHEN not TX-Accumulation
                    set Browse-Done to true
                 WHEN TX-Month not < Period-From
                    and TX-Month not > Period-To
                    move TodayDate to TX-Closed-Date
                    rewrite FD-Tax-Record from Tax-Record
                    end-rewrite
                    perform File-Check-Tax
              END-EVALUATE
           end-perform
           .

       Write-Month-Closed.
           move spaces to Tax-Record
           set TX-Month-Closed to true
           move Month-Work-X to TX-Month
           perform Init-Tax-Amounts
           move TodayDate to TX-Closed-Date
           move TodayDate to TX-Last-Update
           write FD-Tax-Record from Tax-Record
           end-write
           perform File-Check-Tax
           .

       Write-Report-Line.
           if LineCount > 50
              perform Write-Report-Headings
           end-if
           write Tax-Report-Record
           end-write
           perform File-Check-Tax-Report
           add 1 to LineCount
           .

       Write-Report-Headings.
           add 1 to PageNum
           move Period-From to TH1-From
           move Period-To to TH1-To
           move DT-Year to TH1-Year
           move DT-Month to TH1-Month
           move DT-Day-of-Month to TH1-Day
           move PageNum to TH1-Page
           write Tax-Report-Record from Tax-Heading-1
           end-write
           perform File-Check-Tax-Report
           write Tax-Report-Record from Tax-Heading-2
           end-write
           perform File-Check-Tax-Report
           move 2 to LineCount
           .

       Print-Summary.
           display " "
           display "===== SALES TAX SUMMARY ====="
           display "Posting lines read:      " PostReadCount
           display "Lines accumulated:       " AccumulatedCount
           display "Already accumulated:     " AlreadyCountedCount
           display "Late (month closed):     " LateCount
           display "Now accumulated through: " High-Run-Stamp
           EVALUATE true
              WHEN Period-Action equal spaces
                 display "No filing period requested"
              WHEN Period-Refused
                 display "CLOSE REFUSED - " Refused-Month
                    " already closed on " Refused-Closed-On
              WHEN Period-No-Remit
                 display "CLOSE REFUSED - no ARTAXREM allocated, "
                    "CLOSE runs under TAXCLOSE"
              WHEN Period-Close
                 display "Period " Period-From " - " Period-To
                    " closed, " RemitCount
                    " jurisdiction return(s) to ARTAXREM"
              WHEN other
                 display "Period " Period-From " - " Period-To
                    " printed, not closed"
           END-EVALUATE
           .

       File-Quit.
           close Tax-File
           if Report-Open
              close Tax-Report
           end-if
           .

       File-Check-AR-Post.
           if not AR-Post-File-OK and not AR-Post-File-EOF
              display "ARITHAR file status: " AR-Post-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Tax-Control.
           if not Tax-Control-OK and not Tax-Control-EOF
              display "TAXCTL file status: " Tax-Control-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Tax.
           if not Tax-OK
              display "ARTAX file status: " Tax-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Remit.
           if not Remit-File-OK
              display "ARTAXREM file status: " Remit-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Tax-Report.
           if not Tax-Report-OK
              display "ARTAXRPT file status: " Tax-Report-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with sales tax files"
           perform File-Quit
           goback
           .
