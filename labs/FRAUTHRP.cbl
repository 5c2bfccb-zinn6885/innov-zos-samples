       Identification Division.
       Program-Id. FRAUTHRP.
      *****************************************************************
      * Access review for the league auditors: what every user may do
      * through the online FR transactions today, and what they were
      * refused. Two passes:
      *   - every FRAUTH grant, active and revoked, with role, the
      *     grants held, the teams covered, and who authorized the
      *     latest change and when
      *   - every FRDENY refusal logged by FRMAINT, FRENTRY, or
      *     FRSUSBR in the review period (the key leads with the
      *     timestamp, so the period is one keyed start and a read
      *     forward), then refusals totalled by reason and by user
      * One AUTHCRD card carries the review period: from-date cols
      * 1-8, through-date cols 10-17 (YYYYMMDD). A blank through-date
      * or a missing card reviews up to today; a blank from-date
      * reviews the 91 days - one quarter - ending on the through-
      * date. Ends RC=4 when any refusal fell in the period, so a
      * quarter with denials is never waved through unread.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select Auth-File
               Record Key FD-Auth-User-Id
               Assign to "FRAUTH"
               Organization Indexed
               Access Dynamic
               File Status Auth-File-Status.
           Select Deny-File
               Record Key FD-Deny-Key
               Assign to "FRDENY"
               Organization Indexed
               Access Dynamic
               File Status Deny-File-Status.
           SELECT Control-Card-File
              ASSIGN to "AUTHCRD"
              Organization sequential
              Access Sequential
              File Status Control-Card-Status.

       Data Division.
       File Section.
       FD  Auth-File.
       01  FD-Auth-Record.
           copy FRAUTHK.
       FD  Deny-File.
       01  FD-Deny-Record.
           copy FRDENYK.
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Control-Card-Record.
       01  Control-Card-Record.
           05  ARC-From-Date          pic x(08).
           05  filler                 pic x(01).
           05  ARC-Thru-Date          pic x(08).
           05  filler                 pic x(63).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Auth-File-Status           pic x(02).
               88  Auth-File-OK           value "00".
               88  Auth-File-EOF          value "10".
               88  Auth-Not-Found         value "23".
               88  Auth-No-File           value "35".
           05  Deny-File-Status           pic x(02).
               88  Deny-File-OK           value "00".
               88  Deny-File-EOF          value "10".
               88  Deny-Not-Found         value "23".
               88  Deny-No-File           value "35".
           05  Control-Card-Status        pic x(02).
               88  Control-Card-OK        value "00".
               88  Control-Card-EOF       value "10".
               88  Control-Card-Not-Found value "35".
       01  Auth-Record.
           copy FRAUTHR.
       01  Deny-Record.
           copy FRDENYR.
       01  WorkingVars.
           05  From-Date                  pic x(08) value spaces.
           05  Thru-Date                  pic x(08).
           05  UserGrantCount             pic 9(05) value zero.
           05  ActiveCount                pic 9(05) value zero.
           05  RevokedCount               pic 9(05) value zero.
           05  AllTeamsCount              pic 9(05) value zero.
           05  DenialCount                pic 9(07) value zero.
           05  Grant-Ix                   pic 9(01) value zero.
           05  Team-Ix                    pic 9(02) value zero.
           05  Grant-Display              pic x(05).
           05  Grant-Letters              pic x(05) value "CSTRL".
           05  Status-Display             pic x(07).
           05  Reason-Text                pic x(30).
           05  Reason-Ix                  pic 9(01) value zero.
           05  From-Int                   pic s9(08) value zero.
           05  From-Date-N                pic 9(08) value zero.
           05  Deny-Done-Flag             pic x(01) value "N".
               88  Deny-Done              value "Y".
       01  Reason-Total-Table.
           05  Reason-Total               pic 9(07) value zero
                                          occurs 5 times.
       01  User-Total-Vars.
           05  UserCount                  pic 9(03) value zero.
           05  User-Ix                    pic 9(03) value zero.
           05  FoundUserIx                pic 9(03) value zero.
       01  User-Total-Table.
           05  User-Total occurs 1 to 100 times
                  depending on UserCount.
               10  UT-User-Id             pic x(08).
               10  UT-Count               pic 9(05).
       01  Date-and-Time.
           05  TodayDate                  pic x(08).
           05  filler                     pic x(13).

       Procedure Division.
           move function current-date to Date-and-Time
           move TodayDate to Thru-Date
           perform Read-Control-Card
           if From-Date equal spaces
              perform Compute-Quarter-Start
           end-if
           display " "
           display "===== ONLINE ACCESS REVIEW - " From-Date " - "
              Thru-Date " ====="
           perform List-Current-Grants
           perform List-Denials
           perform Print-Reason-Totals
           perform Print-User-Totals
           display " "
           display "Users on FRAUTH:           " UserGrantCount
           display "  active:                  " ActiveCount
           display "  revoked:                 " RevokedCount
           display "  all-teams grants:        " AllTeamsCount
           display "Refusals in period:        " DenialCount
           if DenialCount > zero
              move 4 to return-code
           end-if
           goback
           .

       Read-Control-Card.
           open input Control-Card-File
           if Control-Card-Not-Found
              continue
           else
              perform File-Check-Card
              read Control-Card-File
              perform File-Check-Card
              if not Control-Card-EOF
                 if ARC-From-Date is numeric
                    move ARC-From-Date to From-Date
                 end-if
                 if ARC-Thru-Date is numeric
                    move ARC-Thru-Date to Thru-Date
                 end-if
              end-if
              close Control-Card-File
           end-if
           .

       Compute-Quarter-Start.
           compute From-Int = function integer-of-date(
              function numval(Thru-Date)) - 90
           end-compute
           compute From-Date-N =
              function date-of-integer(From-Int)
           end-compute
           move From-Date-N to From-Date
           .

       List-Current-Grants.
           display " "
           display "Current grants (C = stat correction, S = stat "
              "entry, T = trade entry,"
           display "  R = roster entry, L = suspense release):"
           open input Auth-File
           if Auth-No-File
              display "  No FRAUTH file - no user holds any grant"
           else
              perform File-Check-Auth
              move low-values to FD-Auth-User-Id
              start Auth-File
                 key is >= FD-Auth-User-Id
              end-start
              if not Auth-Not-Found
                 perform File-Check-Auth
                 perform Read-Next-Auth
                 perform with test before
                    until Auth-File-EOF
                    add 1 to UserGrantCount
                    perform Print-One-Grant
                    perform Read-Next-Auth
                 end-perform
              end-if
              close Auth-File
           end-if
           .

       Read-Next-Auth.
           read Auth-File next
               into Auth-Record
           end-read
           perform File-Check-Auth
           .

       Print-One-Grant.
           move "-----" to Grant-Display
           perform varying Grant-Ix from 1 by 1
              until Grant-Ix > 5
              if AU-Grant-Flag(Grant-Ix) equal "Y"
                 move Grant-Letters(Grant-Ix:1)
                    to Grant-Display(Grant-Ix:1)
              end-if
           end-perform
           if AU-Active
              add 1 to ActiveCount
              move "ACTIVE " to Status-Display
           else
              add 1 to RevokedCount
              move "REVOKED" to Status-Display
           end-if
           display "  " AU-User-Id " " AU-Role " " Status-Display
              " " Grant-Display " by " AU-Granted-By
              " added " AU-Granted-Date " changed " AU-Changed-Date
           if AU-All-Teams
              add 1 to AllTeamsCount
              display "      teams: ALL"
           else
              if AU-Team-Count equal zero
                 display "      teams: none"
              end-if
              perform varying Team-Ix from 1 by 1
                 until Team-Ix > AU-Team-Count or Team-Ix > 10
                 display "      team:  " AU-Team-Name(Team-Ix)
              end-perform
           end-if
           .

       List-Denials.
           display " "
           display "Refusals " From-Date " - " Thru-Date ":"
           open input Deny-File
           if Deny-No-File
              display "  No FRDENY file - no refusals logged"
           else
              perform File-Check-Deny
              move low-values to FD-Deny-Key
              move From-Date to FD-Deny-Key(1:8)
              start Deny-File
                 key is >= FD-Deny-Key
              end-start
              if Deny-Not-Found
                 move "Y" to Deny-Done-Flag
              else
                 perform File-Check-Deny
                 perform Read-Next-Deny
              end-if
              perform with test before
                 until Deny-Done
                 add 1 to DenialCount
                 perform Print-One-Denial
                 perform Read-Next-Deny
              end-perform
              close Deny-File
           end-if
           if DenialCount equal zero
              display "  none"
           end-if
           .

       Read-Next-Deny.
           read Deny-File next
               into Deny-Record
           end-read
           perform File-Check-Deny
           if Deny-File-EOF
              or DNY-Timestamp(1:8) > Thru-Date
              move "Y" to Deny-Done-Flag
           end-if
           .

       Print-One-Denial.
           move DNY-Reason-Code to Reason-Ix
           perform Decode-Denial
           if DNY-Reason-Code > zero and DNY-Reason-Code < 6
              add 1 to Reason-Total(Reason-Ix)
           end-if
           perform Tally-User
           display "  " DNY-Timestamp(1:8) " " DNY-Timestamp(9:6)
              " " DNY-User-Id " " DNY-Program " " DNY-Tran-Type
              " " DNY-Team-Name DNY-Player-Name
           display "      " DNY-Reason-Code " " Reason-Text
           .

      * the FRDENYR reason list, the same text FRSUSBR hands back
       Decode-Denial.
           EVALUATE Reason-Ix
              WHEN 1
                 move "NO AUTHORITY ON FILE          " to Reason-Text
              WHEN 2
                 move "AUTHORITY REVOKED             " to Reason-Text
              WHEN 3
                 move "TRANSACTION TYPE NOT GRANTED  " to Reason-Text
              WHEN 4
                 move "TEAM NOT GRANTED              " to Reason-Text
              WHEN 5
                 move "AUTHORITY FILE NOT AVAILABLE  " to Reason-Text
              WHEN other
                 move "UNKNOWN REASON CODE           " to Reason-Text
           END-EVALUATE
           .

       Tally-User.
           move zero to FoundUserIx
           perform with test before
              varying User-Ix from 1 by 1
              until User-Ix greater than UserCount
              if UT-User-Id(User-Ix) equal DNY-User-Id
                 move User-Ix to FoundUserIx
              end-if
           end-perform
           if FoundUserIx equal zero and UserCount < 100
              add 1 to UserCount
              move UserCount to FoundUserIx
              move DNY-User-Id to UT-User-Id(FoundUserIx)
              move zero to UT-Count(FoundUserIx)
           end-if
           if FoundUserIx > zero
              add 1 to UT-Count(FoundUserIx)
           end-if
           .

       Print-Reason-Totals.
           display " "
           display "Refusals by reason:"
           perform varying Reason-Ix from 1 by 1
              until Reason-Ix > 5
              perform Decode-Denial
              display "  " Reason-Ix " " Reason-Text " "
                 Reason-Total(Reason-Ix)
           end-perform
           .

       Print-User-Totals.
           display " "
           display "Refusals by user:"
           if UserCount equal zero
              display "  none"
           end-if
           perform with test before
              varying User-Ix from 1 by 1
              until User-Ix greater than UserCount
              display "  " UT-User-Id(User-Ix) " "
                 UT-Count(User-Ix)
           end-perform
           .

       File-Check-Auth.
           if not Auth-File-OK and not Auth-File-EOF
              display "FRAUTH file status: " Auth-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Deny.
           if not Deny-File-OK and not Deny-File-EOF
              display "FRDENY file status: " Deny-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Card.
           if not Control-Card-OK and not Control-Card-EOF
              and not Control-Card-Not-Found
              display "AUTHCRD file status: " Control-Card-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with access review files"
           close Auth-File
           close Deny-File
           goback
           .
