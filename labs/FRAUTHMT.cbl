       Identification Division.
       Program-Id. FRAUTHMT.
      *****************************************************************
      * FRAUTH online-authorization maintenance. FRMAINT, FRENTRY,
      * and FRSUSBR refuse any request outside the signed-on user's
      * FRAUTH grant, so this run is the one way a grant is given,
      * widened, narrowed, or taken away: it applies the AUTHCHG
      * action deck to the FRAUTH KSDS in place and lists every
      * change old-versus-new the way FRCONMNT lists a contract
      * change, so the listing itself is the access-change record
      * the auditors ask for. Every card must name who authorized
      * it; that id and the date land on the grant.
      * AUTHCHG card layout:
      *   col 1      action: A = add user, C = change user,
      *                      T = grant a team, X = remove a team,
      *                      R = revoke user, D = delete user
      *   col 2-9    user id (the CICS sign-on id)
      *   col 10-17  role
      *   col 18     all teams Y/N
      *   col 19-23  grants Y/N, in FRAUTHR order: stat correction,
      *              stat entry, trade entry, roster entry,
      *              suspense release
      *   col 24-43  team name (T and X; optional first team on A)
      *   col 44-51  authorized by
      * On a C card a blank field leaves the user's value alone; a C
      * card on a revoked user reinstates it. A revoked user keeps
      * its record - and its history on the access review - but is
      * granted nothing. A card that fails its edits is listed
      * REJECTED with the reason and skipped; RC=4 when any card
      * was rejected.
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
           SELECT Change-File
              ASSIGN to "AUTHCHG"
              Organization sequential
              Access Sequential
              File Status Change-File-Status.

       Data Division.
       File Section.
       FD  Auth-File.
       01  FD-Auth-Record.
           copy FRAUTHK.
       FD  Change-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Change-File-Record.
       01  Change-File-Record.
           05  CHG-Action            pic x(01).
               88  CHG-ADD           value "A".
               88  CHG-CHANGE        value "C".
               88  CHG-ADD-TEAM      value "T".
               88  CHG-REMOVE-TEAM   value "X".
               88  CHG-REVOKE        value "R".
               88  CHG-DELETE        value "D".
           05  CHG-User-Id           pic x(08).
           05  CHG-Role              pic x(08).
           05  CHG-All-Teams         pic x(01).
           05  CHG-Grants.
               10  CHG-Grant-Flag    pic x(01) occurs 5 times.
           05  CHG-Team-Name         pic x(20).
           05  CHG-Authorized-By     pic x(08).
           05  filler                pic x(29).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Auth-File-Status      pic x(02).
               88  Auth-OK           value "00".
               88  Auth-Duplicate    value "22".
               88  Auth-Not-Found    value "23".
               88  Auth-No-File      value "35".
           05  Change-File-Status    pic x(02).
               88  Change-File-OK    value "00".
               88  Change-File-EOF   value "10".
       01  Auth-Record.
           copy FRAUTHR.
       01  Old-Auth-Record.
           05  Old-AU-User-Id        pic x(08).
           05  Old-AU-Role           pic x(08).
           05  Old-AU-Status         pic x(01).
           05  Old-AU-All-Teams      pic x(01).
           05  filler                pic x(242).
       01  WorkingVars.
           05  ChangeCount           pic 9(05) value zero.
           05  AddedCount            pic 9(05) value zero.
           05  ChangedCount          pic 9(05) value zero.
           05  TeamAddCount          pic 9(05) value zero.
           05  TeamRemoveCount       pic 9(05) value zero.
           05  RevokedCount          pic 9(05) value zero.
           05  DeletedCount          pic 9(05) value zero.
           05  RejectedCount         pic 9(05) value zero.
           05  Reject-Reason         pic x(30) value spaces.
           05  Grant-Ix              pic 9(01) value zero.
           05  Team-Ix               pic 9(02) value zero.
           05  FoundTeamIx           pic 9(02) value zero.
           05  Grant-Display         pic x(05).
           05  Old-Grant-Display     pic x(05).
           05  Grant-Letters         pic x(05) value "CSTRL".
       01  Date-and-Time.
           05  TodayDate             pic x(08).
           05  filler                pic x(13).

       Procedure Division.
           move function current-date to Date-and-Time
           display "before open"
           perform Open-Auth-File
           open input Change-File
           perform File-Check-Change
           display "after open"

           display " "
           display "===== ONLINE AUTHORIZATION CHANGE REPORT ====="
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

      * the first run against a freshly defined cluster finds it
      * unloaded - open it for output once so the i-o open works
       Open-Auth-File.
           open i-o Auth-File
           if Auth-No-File
              open output Auth-File
              perform File-Check-Auth
              close Auth-File
              open i-o Auth-File
           end-if
           perform File-Check-Auth
           .

       Apply-One-Change.
           move spaces to Reject-Reason
           perform Edit-Change-Card
           if Reject-Reason equal spaces
              EVALUATE true
                 WHEN CHG-ADD
                    perform Action-Add-User
                 WHEN CHG-CHANGE
                    perform Action-Change-User
                 WHEN CHG-ADD-TEAM
                    perform Action-Add-Team
                 WHEN CHG-REMOVE-TEAM
                    perform Action-Remove-Team
                 WHEN CHG-REVOKE
                    perform Action-Revoke-User
                 WHEN CHG-DELETE
                    perform Action-Delete-User
              END-EVALUATE
           end-if
           if Reject-Reason not equal spaces
              perform Reject-Change
           end-if
           .

      * the edits every action shares - a grant nobody answers for
      * is exactly what the access review is there to catch
       Edit-Change-Card.
           if not CHG-ADD and not CHG-CHANGE and not CHG-ADD-TEAM
              and not CHG-REMOVE-TEAM and not CHG-REVOKE
              and not CHG-DELETE
              move "INVALID ACTION CODE" to Reject-Reason
           end-if
           if CHG-User-Id equal spaces
              move "USER ID REQUIRED" to Reject-Reason
           end-if
           if CHG-Authorized-By equal spaces
              move "AUTHORIZED-BY REQUIRED" to Reject-Reason
           end-if
           if CHG-All-Teams not equal "Y"
              and CHG-All-Teams not equal "N"
              and CHG-All-Teams not equal space
              move "ALL-TEAMS FLAG NOT Y OR N" to Reject-Reason
           end-if
           perform varying Grant-Ix from 1 by 1
              until Grant-Ix > 5
              if CHG-Grant-Flag(Grant-Ix) not equal "Y"
                 and CHG-Grant-Flag(Grant-Ix) not equal "N"
                 and CHG-Grant-Flag(Grant-Ix) not equal space
                 move "GRANT FLAG NOT Y OR N" to Reject-Reason
              end-if
           end-perform
           if (CHG-ADD-TEAM or CHG-REMOVE-TEAM)
              and CHG-Team-Name equal spaces
              move "TEAM NAME REQUIRED" to Reject-Reason
           end-if
           .

       Action-Add-User.
           if CHG-Role equal spaces
              move "ROLE REQUIRED ON ADD" to Reject-Reason
           else
              move spaces to Auth-Record
              move CHG-User-Id to AU-User-Id
              move CHG-Role to AU-Role
              set AU-Active to true
              move "N" to AU-All-Teams-Flag
              if CHG-All-Teams equal "Y"
                 move "Y" to AU-All-Teams-Flag
              end-if
              perform varying Grant-Ix from 1 by 1
                 until Grant-Ix > 5
                 move "N" to AU-Grant-Flag(Grant-Ix)
                 if CHG-Grant-Flag(Grant-Ix) equal "Y"
                    move "Y" to AU-Grant-Flag(Grant-Ix)
                 end-if
              end-perform
              move zero to AU-Team-Count
              if CHG-Team-Name not equal spaces
                 move 1 to AU-Team-Count
                 move CHG-Team-Name to AU-Team-Name(1)
              end-if
              move CHG-Authorized-By to AU-Granted-By
              move TodayDate to AU-Granted-Date
              move TodayDate to AU-Changed-Date
              write FD-Auth-Record from Auth-Record
              end-write
              if Auth-Duplicate
                 move "USER ALREADY ON FILE" to Reject-Reason
              else
                 perform File-Check-Auth
                 add 1 to AddedCount
                 perform Build-Grant-Display
                 display "ADDED   " AU-User-Id " role " AU-Role
                    " grants " Grant-Display
                    " all teams " AU-All-Teams-Flag
                    " by " AU-Granted-By
                 if AU-Team-Count > zero
                    display "        team " AU-Team-Name(1)
                 end-if
              end-if
           end-if
           .

       Action-Change-User.
           perform Read-Auth-User
           if Reject-Reason equal spaces
              move Auth-Record to Old-Auth-Record
              perform Build-Grant-Display
              move Grant-Display to Old-Grant-Display
              if CHG-Role not equal spaces
                 move CHG-Role to AU-Role
              end-if
              if CHG-All-Teams not equal space
                 move CHG-All-Teams to AU-All-Teams-Flag
              end-if
              perform varying Grant-Ix from 1 by 1
                 until Grant-Ix > 5
                 if CHG-Grant-Flag(Grant-Ix) not equal space
                    move CHG-Grant-Flag(Grant-Ix)
                       to AU-Grant-Flag(Grant-Ix)
                 end-if
              end-perform
              set AU-Active to true
              perform Rewrite-Auth-User
              add 1 to ChangedCount
              perform Build-Grant-Display
              display "CHANGED " AU-User-Id " role " Old-AU-Role
                 " -> " AU-Role " grants " Old-Grant-Display
                 " -> " Grant-Display
              display "        all teams " Old-AU-All-Teams " -> "
                 AU-All-Teams-Flag " status " Old-AU-Status
                 " -> " AU-Status " by " AU-Granted-By
           end-if
           .

       Action-Add-Team.
           perform Read-Auth-User
           if Reject-Reason equal spaces
              perform Find-Team
              if FoundTeamIx > zero
                 move "TEAM ALREADY GRANTED" to Reject-Reason
              else
                 if AU-Team-Count >= 10
                    move "USER ALREADY HAS 10 TEAMS" to Reject-Reason
                 end-if
              end-if
           end-if
           if Reject-Reason equal spaces
              add 1 to AU-Team-Count
              move CHG-Team-Name to AU-Team-Name(AU-Team-Count)
              perform Rewrite-Auth-User
              add 1 to TeamAddCount
              display "TEAM +  " AU-User-Id " " CHG-Team-Name
                 " now " AU-Team-Count " teams by " AU-Granted-By
           end-if
           .

       Action-Remove-Team.
           perform Read-Auth-User
           if Reject-Reason equal spaces
              perform Find-Team
              if FoundTeamIx equal zero
                 move "TEAM NOT GRANTED TO USER" to Reject-Reason
              end-if
           end-if
           if Reject-Reason equal spaces
              perform varying Team-Ix from FoundTeamIx by 1
                 until Team-Ix >= AU-Team-Count
                 move AU-Team-Name(Team-Ix + 1)
                    to AU-Team-Name(Team-Ix)
              end-perform
              move spaces to AU-Team-Name(AU-Team-Count)
              subtract 1 from AU-Team-Count
              perform Rewrite-Auth-User
              add 1 to TeamRemoveCount
              display "TEAM -  " AU-User-Id " " CHG-Team-Name
                 " now " AU-Team-Count " teams by " AU-Granted-By
           end-if
           .

       Action-Revoke-User.
           perform Read-Auth-User
           if Reject-Reason equal spaces
              and AU-Revoked
              move "USER ALREADY REVOKED" to Reject-Reason
           end-if
           if Reject-Reason equal spaces
              set AU-Revoked to true
              perform Rewrite-Auth-User
              add 1 to RevokedCount
              display "REVOKED " AU-User-Id " role " AU-Role
                 " by " AU-Granted-By
           end-if
           .

       Action-Delete-User.
           perform Read-Auth-User
           if Reject-Reason equal spaces
              delete Auth-File record
              perform File-Check-Auth
              add 1 to DeletedCount
              perform Build-Grant-Display
              display "DELETED " AU-User-Id " role " AU-Role
                 " grants " Grant-Display " by " CHG-Authorized-By
           end-if
           .

       Read-Auth-User.
           move CHG-User-Id to FD-Auth-User-Id
           read Auth-File into Auth-Record
           end-read
           if Auth-Not-Found
              move "USER NOT ON FILE" to Reject-Reason
           else
              perform File-Check-Auth
           end-if
           .

       Rewrite-Auth-User.
           move CHG-Authorized-By to AU-Granted-By
           move TodayDate to AU-Changed-Date
           rewrite FD-Auth-Record from Auth-Record
           end-rewrite
           perform File-Check-Auth
           .

       Find-Team.
           move zero to FoundTeamIx
           perform varying Team-Ix from 1 by 1
              until Team-Ix > AU-Team-Count or Team-Ix > 10
              if AU-Team-Name(Team-Ix) equal CHG-Team-Name
                 move Team-Ix to FoundTeamIx
              end-if
           end-perform
           .

      * grants listed as their letters, a dash where not granted
       Build-Grant-Display.
           move "-----" to Grant-Display
           perform varying Grant-Ix from 1 by 1
              until Grant-Ix > 5
              if AU-Grant-Flag(Grant-Ix) equal "Y"
                 move Grant-Letters(Grant-Ix:1)
                    to Grant-Display(Grant-Ix:1)
              end-if
           end-perform
           .

       Reject-Change.
           add 1 to RejectedCount
           display "REJECTED change card " ChangeCount ": "
              Change-File-Record(1:51)
           display "         reason " Reject-Reason
           .

       Print-Summary.
           display " "
           display "===== AUTHORIZATION MAINTENANCE SUMMARY ====="
           display "Change cards read:  " ChangeCount
           display "Users added:        " AddedCount
           display "Users changed:      " ChangedCount
           display "Teams granted:      " TeamAddCount
           display "Teams removed:      " TeamRemoveCount
           display "Users revoked:      " RevokedCount
           display "Users deleted:      " DeletedCount
           display "Cards rejected:     " RejectedCount
           .

       File-Quit.
           close Auth-File
           close Change-File
           .

       File-Check-Auth.
           if not Auth-OK and not Auth-Not-Found
              display "FRAUTH file status: " Auth-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Change.
           if not Change-File-OK and not Change-File-EOF
              display "AUTHCHG file status: " Change-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with authorization maintenance files"
           perform File-Quit
           goback
           .
