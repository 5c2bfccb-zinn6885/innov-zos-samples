       Identification Division.
       Program-Id. ARITHMRC.
      *****************************************************************
      * Statement mailing reconciliation - the billing side of the
      * statement mailing after STR3BAT has run on the ADDRDAT file
      * ARITHMAL built. STR3BAT knows addresses, not customers: it
      * writes the lines it rejected to STR3ERR with a reason code,
      * the ones it folded into an earlier piece at the same address
      * to STR3DUP, and the do-not-mail ones it withheld to
      * STR3WHLD, each exactly as read. This run loads ARITHMAL's
      * STMXREF cross-reference and matches every one of those
      * lines back to the customer whose statement it was, then
      * prints STMMLRPT for billing: each statement that did not
      * go out, with the customer, the amount, and why, so they
      * can chase a good address. Statements ARITHMAL could not
      * address at all are listed the same way. Ends RC=4 when
      * any statement was not mailed.
      * The same address line can belong to more than one customer.
      * A rejected or withheld line stops every statement carrying
      * it, so those match the earliest statement not yet matched;
      * a duplicate is the later of two pieces to one address, so
      * it matches the latest.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       FILE-CONTROL.
           SELECT Xref-File
              ASSIGN to "STMXREF"
              Organization sequential
              Access Sequential
              File Status Xref-File-Status.
           SELECT Error-File
              ASSIGN to "STR3ERR"
              Organization sequential
              Access Sequential
              File Status Error-File-Status.
           SELECT Duplicate-File
              ASSIGN to "STR3DUP"
              Organization sequential
              Access Sequential
              File Status Duplicate-File-Status.
           SELECT Withheld-File
              ASSIGN to "STR3WHLD"
              Organization sequential
              Access Sequential
              File Status Withheld-File-Status.
           SELECT Mail-Report
              ASSIGN to "STMMLRPT"
              Organization sequential
              Access Sequential
              File Status Mail-Report-Status.

       Data Division.
       File Section.
       FD  Xref-File
           Recording mode F
           Record contains 160 characters
           Block contains 0 records
           Data record Xref-File-Record.
       01  Xref-File-Record.
           copy ARMAILR.
       FD  Error-File
           Recording mode F
           Record contains 82 characters
           Block contains 0 records
           Data record Error-File-Record.
       01  Error-File-Record.
           05  ERR-Transaction       pic x(80).
           05  ERR-Reason-Code       pic s99.
       FD  Duplicate-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Duplicate-File-Record.
       01  Duplicate-File-Record     pic x(80).
       FD  Withheld-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Withheld-File-Record.
       01  Withheld-File-Record      pic x(80).
       FD  Mail-Report
           Recording mode F
           Record contains 132 characters
           Block contains 0 records
           Data record Mail-Report-Record.
       01  Mail-Report-Record        pic x(132).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Xref-File-Status      pic x(02).
               88  Xref-File-OK      value "00".
               88  Xref-File-EOF     value "10".
           05  Error-File-Status     pic x(02).
               88  Error-File-OK     value "00".
               88  Error-File-EOF    value "10".
           05  Duplicate-File-Status pic x(02).
               88  Duplicate-File-OK value "00".
               88  Duplicate-File-EOF value "10".
           05  Withheld-File-Status  pic x(02).
               88  Withheld-File-OK  value "00".
               88  Withheld-File-EOF value "10".
               88  Withheld-File-Not-Found value "35".
           05  Mail-Report-Status    pic x(02).
               88  Mail-Report-OK    value "00".
       01  Statement-Table-Vars.
           05  StmtCount             pic 9(05) value zero.
           05  Stmt-Ix               pic 9(05) value zero.
           05  Found-Ix              pic 9(05) value zero.
           05  Match-Line            pic x(80).
       01  Statement-Table.
           05  Stmt-Entry occurs 1 to 5000 times
                  depending on StmtCount.
               10  ST-Cust-No        pic x(06).
               10  ST-Cust-Name      pic x(30).
               10  ST-Stmt-Total     pic s9(07)v99.
               10  ST-Bridge-Status  pic x(01).
               10  ST-Addr-Line      pic x(80).
      * what STR3BAT did with the line - space = it went out
               10  ST-Outcome        pic x(01).
               10  ST-Reject-Code    pic s99.
       01  WorkingVars.
           05  SentCount             pic 9(05) value zero.
           05  MailedCount           pic 9(05) value zero.
           05  NotMailedCount        pic 9(05) value zero.
           05  BridgeCount           pic 9(05) value zero.
           05  RejectedCount         pic 9(05) value zero.
           05  DuplicateCount        pic 9(05) value zero.
           05  WithheldCount         pic 9(05) value zero.
           05  UnmatchedCount        pic 9(05) value zero.
           05  Display-Code          pic 99.
       01  Report-Vars.
           05  LineCount             pic 9(03) value 99.
           05  PageNum               pic 9(04) value zero.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year            pic 9(04).
              10  DT-Month           pic 9(02).
              10  DT-Day-of-Month    pic 9(02).
           05  filler                pic x(13).
       01  Mail-Heading-1.
           05  filler                pic x(44) value
               "STATEMENTS NOT MAILED - RETURN TO BILLING   ".
           05  filler                pic x(09) value "RUN DATE ".
           05  MH1-Year              pic 9(04).
           05  filler                pic x value "-".
           05  MH1-Month             pic 9(02).
           05  filler                pic x value "-".
           05  MH1-Day               pic 9(02).
           05  filler                pic x(07) value "  PAGE ".
           05  MH1-Page              pic zzz9.
           05  filler                pic x(58) value spaces.
       01  Mail-Heading-2.
           05  filler                pic x(42) value
               " CUST    NAME".
           05  filler                pic x(50) value
               "STMT TOTAL  REASON".
           05  filler                pic x(40) value
               "ADDRESS LINE".
       01  Mail-Detail.
           05  filler                pic x(01) value spaces.
           05  MD-Cust-No            pic x(06).
           05  filler                pic x(02) value spaces.
           05  MD-Cust-Name          pic x(30).
           05  filler                pic x(02) value spaces.
           05  MD-Stmt-Total         pic -(7)9.99.
           05  filler                pic x(02) value spaces.
           05  MD-Reason             pic x(36).
           05  filler                pic x(02) value spaces.
           05  MD-Addr-Line          pic x(40).
       01  Mail-Total-Line.
           05  filler                pic x(01) value spaces.
           05  MTL-Label             pic x(40).
           05  MTL-Count             pic zzzz9.
           05  filler                pic x(86) value spaces.

       Procedure Division.
           move function current-date to Date-and-Time
           perform Load-Statements
           perform Match-Rejects
           perform Match-Withheld
           perform Match-Duplicates
           open output Mail-Report
           perform File-Check-Report
           perform with test before
              varying Stmt-Ix from 1 by 1
              until Stmt-Ix greater than StmtCount
              perform Report-One-Statement
           end-perform
           perform Print-Totals
           close Mail-Report
           if NotMailedCount > zero
              move 4 to return-code
           end-if
           goback
           .

       Load-Statements.
           open input Xref-File
           perform File-Check-Xref
           read Xref-File
           perform File-Check-Xref
           perform with test before
              until Xref-File-EOF
              if StmtCount < 5000
                 add 1 to StmtCount
                 move MX-Cust-No to ST-Cust-No(StmtCount)
                 move MX-Cust-Name to ST-Cust-Name(StmtCount)
                 move MX-Stmt-Total to ST-Stmt-Total(StmtCount)
                 move MX-Bridge-Status
                    to ST-Bridge-Status(StmtCount)
                 move MX-Addr-Line to ST-Addr-Line(StmtCount)
                 move space to ST-Outcome(StmtCount)
                 move zero to ST-Reject-Code(StmtCount)
                 if MX-Sent-To-Mailing
                    add 1 to SentCount
                 end-if
              else
                 display "Statement table full - customer "
                    MX-Cust-No " not reconciled"
              end-if
              read Xref-File
              perform File-Check-Xref
           end-perform
           close Xref-File
           display "Statements on STMXREF: " StmtCount
           .

       Match-Rejects.
           open input Error-File
           perform File-Check-Error
           read Error-File
           perform File-Check-Error
           perform with test before
              until Error-File-EOF
              move ERR-Transaction to Match-Line
              perform Find-Earliest-Match
              if Found-Ix > zero
                 move "R" to ST-Outcome(Found-Ix)
                 move ERR-Reason-Code to ST-Reject-Code(Found-Ix)
              end-if
              read Error-File
              perform File-Check-Error
           end-perform
           close Error-File
           .

      * no STR3WHLD means the mailing run was not asked to keep
      * them - the withheld pieces cannot be named
       Match-Withheld.
           open input Withheld-File
           if Withheld-File-Not-Found
              display "STR3WHLD not found - withheld statements "
                 "not identified"
           else
              perform File-Check-Withheld
              read Withheld-File
              perform File-Check-Withheld
              perform with test before
                 until Withheld-File-EOF
                 move Withheld-File-Record to Match-Line
                 perform Find-Earliest-Match
                 if Found-Ix > zero
                    move "W" to ST-Outcome(Found-Ix)
                 end-if
                 read Withheld-File
                 perform File-Check-Withheld
              end-perform
              close Withheld-File
           end-if
           .

       Match-Duplicates.
           open input Duplicate-File
           perform File-Check-Duplicate
           read Duplicate-File
           perform File-Check-Duplicate
           perform with test before
              until Duplicate-File-EOF
              move Duplicate-File-Record to Match-Line
              perform Find-Latest-Match
              if Found-Ix > zero
                 move "D" to ST-Outcome(Found-Ix)
              end-if
              read Duplicate-File
              perform File-Check-Duplicate
           end-perform
           close Duplicate-File
           .

       Find-Earliest-Match.
           move zero to Found-Ix
           perform with test before
              varying Stmt-Ix from 1 by 1
              until Stmt-Ix greater than StmtCount
                 or Found-Ix > zero
              if ST-Bridge-Status(Stmt-Ix) equal "S"
                 and ST-Outcome(Stmt-Ix) equal space
                 and ST-Addr-Line(Stmt-Ix) equal Match-Line
                 move Stmt-Ix to Found-Ix
              end-if
           end-perform
           if Found-Ix equal zero
              add 1 to UnmatchedCount
              display "Mailing line matches no statement: "
                 Match-Line(1:50)
           end-if
           .

       Find-Latest-Match.
           move zero to Found-Ix
           perform with test before
              varying Stmt-Ix from StmtCount by -1
              until Stmt-Ix < 1
                 or Found-Ix > zero
              if ST-Bridge-Status(Stmt-Ix) equal "S"
                 and ST-Outcome(Stmt-Ix) equal space
                 and ST-Addr-Line(Stmt-Ix) equal Match-Line
                 move Stmt-Ix to Found-Ix
              end-if
           end-perform
           if Found-Ix equal zero
              add 1 to UnmatchedCount
              display "Mailing line matches no statement: "
                 Match-Line(1:50)
           end-if
           .

       Report-One-Statement.
           if ST-Bridge-Status(Stmt-Ix) equal "S"
              and ST-Outcome(Stmt-Ix) equal space
              add 1 to MailedCount
           else
              add 1 to NotMailedCount
              move spaces to Mail-Detail
              move ST-Cust-No(Stmt-Ix) to MD-Cust-No
              move ST-Cust-Name(Stmt-Ix) to MD-Cust-Name
              move ST-Stmt-Total(Stmt-Ix) to MD-Stmt-Total
              move ST-Addr-Line(Stmt-Ix) to MD-Addr-Line
              perform Set-Reason
              move Mail-Detail to Mail-Report-Record
              perform Write-Report-Line
           end-if
           .

       Set-Reason.
           EVALUATE true
              WHEN ST-Bridge-Status(Stmt-Ix) equal "N"
                 add 1 to BridgeCount
                 move "CUSTOMER NOT ON ARCUST MASTER"
                    to MD-Reason
              WHEN ST-Bridge-Status(Stmt-Ix) equal "A"
                 add 1 to BridgeCount
                 move "BILLING ADDRESS INCOMPLETE"
                    to MD-Reason
              WHEN ST-Bridge-Status(Stmt-Ix) equal "L"
                 add 1 to BridgeCount
                 move "ADDRESS TOO LONG FOR MAILING LINE"
                    to MD-Reason
              WHEN ST-Outcome(Stmt-Ix) equal "W"
                 add 1 to WithheldCount
                 move "DO-NOT-MAIL - MAIL RETURNED BEFORE"
                    to MD-Reason
              WHEN ST-Outcome(Stmt-Ix) equal "D"
                 add 1 to DuplicateCount
                 move "SAME ADDRESS AS AN EARLIER PIECE"
                    to MD-Reason
              WHEN other
                 add 1 to RejectedCount
                 perform Set-Reject-Reason
           END-EVALUATE
           .

      * STR3BAT reject reason codes
       Set-Reject-Reason.
           EVALUATE ST-Reject-Code(Stmt-Ix)
              WHEN 1
                 move "ADDRESS LINE WOULD NOT PARSE"
                    to MD-Reason
              WHEN 2
                 move "STATE CODE NOT ON ZIPREF" to MD-Reason
              WHEN 3
                 move "ZIP CODE NOT NUMERIC" to MD-Reason
              WHEN 4
                 move "ZIP CODE NOT IN STATE'S RANGES"
                    to MD-Reason
              WHEN other
                 move ST-Reject-Code(Stmt-Ix) to Display-Code
                 string "MAILING RUN REJECT CODE "
                           delimited by size
                        Display-Code delimited by size
                    into MD-Reason
                 end-string
           END-EVALUATE
           .

       Print-Totals.
           move spaces to Mail-Report-Record
           perform Write-Report-Line
           move "STATEMENTS ON STMXREF:" to MTL-Label
           move StmtCount to MTL-Count
           perform Write-Total-Line
           move "HANDED TO STR3BAT:" to MTL-Label
           move SentCount to MTL-Count
           perform Write-Total-Line
           move "MAILED:" to MTL-Label
           move MailedCount to MTL-Count
           perform Write-Total-Line
           move "NOT MAILED:" to MTL-Label
           move NotMailedCount to MTL-Count
           perform Write-Total-Line
           move "  COULD NOT BE ADDRESSED:" to MTL-Label
           move BridgeCount to MTL-Count
           perform Write-Total-Line
           move "  REJECTED BY ADDRESS VALIDATION:" to MTL-Label
           move RejectedCount to MTL-Count
           perform Write-Total-Line
           move "  WITHHELD DO-NOT-MAIL:" to MTL-Label
           move WithheldCount to MTL-Count
           perform Write-Total-Line
           move "  FOLDED INTO ANOTHER PIECE:" to MTL-Label
           move DuplicateCount to MTL-Count
           perform Write-Total-Line
           move "MAILING LINES MATCHING NO STATEMENT:" to MTL-Label
           move UnmatchedCount to MTL-Count
           perform Write-Total-Line
           move spaces to Mail-Report-Record
           move "***** END OF REPORT *****"
              to Mail-Report-Record(2:25)
           perform Write-Report-Line
           display "Statements mailed: " MailedCount
              "  not mailed: " NotMailedCount
           .

       Write-Total-Line.
           move Mail-Total-Line to Mail-Report-Record
           perform Write-Report-Line
           move spaces to Mail-Total-Line
           .

       Write-Report-Line.
           if LineCount > 50
              perform Write-Report-Headings
           end-if
           write Mail-Report-Record
           end-write
           perform File-Check-Report
           add 1 to LineCount
           .

       Write-Report-Headings.
           add 1 to PageNum
           move DT-Year to MH1-Year
           move DT-Month to MH1-Month
           move DT-Day-of-Month to MH1-Day
           move PageNum to MH1-Page
           write Mail-Report-Record from Mail-Heading-1
           end-write
           perform File-Check-Report
           write Mail-Report-Record from Mail-Heading-2
           end-write
           perform File-Check-Report
           move 2 to LineCount
           .

       File-Check-Xref.
           if not Xref-File-OK and not Xref-File-EOF
              display "STMXREF file status: " Xref-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Error.
           if not Error-File-OK and not Error-File-EOF
              display "STR3ERR file status: " Error-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Duplicate.
           if not Duplicate-File-OK and not Duplicate-File-EOF
              display "STR3DUP file status: " Duplicate-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Withheld.
           if not Withheld-File-OK and not Withheld-File-EOF
              display "STR3WHLD file status: " Withheld-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Mail-Report-OK
              display "STMMLRPT file status: " Mail-Report-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with statement mailing files"
           goback
           .
