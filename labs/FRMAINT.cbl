      * published reopen time handed back for the operator message -
      * a correction keyed during the batch window would be
      * silently overwritten when a held player group flushes.
      * The screen also carries the player's roster fields -
      * position, jersey, and status, blank leaving the master's
      * value alone. A change to them is held to the FRRULES league
      * roster rules before anything is read for update: a bad
      * status or jersey, or a change that would break the active or
      * injured limit, use a position the league doesn't allow, or
      * duplicate another active player's jersey on the team, is
      * refused with response "R" and the FRSUSPEN reason code
      * (11, or 14-17) in COMM-Reason-Code.
      * Nothing is read for update until the FRAUTH grant for
      * COMM-User-Id is checked: the user must hold the correction
      * grant for the team, and the roster grant as well when any
      * roster field is keyed. Anything outside the grant is refused
      * with response "U", the FRDENYR reason in COMM-Reason-Code,
      * and a record of the attempt written to FRDENY. FRAUTH not
      * available refuses everything rather than let it through.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           05  Old-KT-Attempts           pic 9(05).
           05  Old-KT-Completed          pic 9(05).
           05  Old-KT-Three-Pointers     pic 9(05).
           05  Old-KT-Position           pic x(02).
           05  Old-KT-Jersey-Number      pic 9(03).
           05  Old-KT-Status             pic x(01).
       01  Audit-Record.
           copy FRAUDR.
       01  Season-Record.
       01  WS-Season-Resp                pic s9(08) comp.
       01  WS-Correction-Flag            pic x(01) value "N".
           88  Correction-Failed         value "Y".
       01  Rule-Record.
           copy FRRULR.
       01  Roster-Scan-Record.
           05  RSC-Key.
               10  RSC-Team-Name         pic x(20).
               10  RSC-Player-Name       pic x(20).
           05  filler                    pic x(37).
           05  RSC-Position              pic x(02).
           05  RSC-Jersey-Number         pic 9(03).
           05  RSC-Status                pic x(01).
               88  RSC-Active            value "A".
               88  RSC-Injured           value "I".
       01  WS-Rule-Key                   pic x(08) value "LEAGUE  ".
       01  WS-Scan-Key                   pic x(40).
       01  WS-Scan-Done                  pic x(01) value "N".
           88  Scan-Done                 value "Y".
       01  Roster-Rule-Vars.
           05  Rule-Status               pic s99 value zero.
           05  Rule-New-Position         pic x(02).
           05  Rule-New-Jersey           pic 9(03).
           05  Rule-New-Status           pic x(01).
           05  Rule-Count-Flag           pic x(01) value "N".
               88  Rule-Count-Check      value "Y".
           05  Rule-Jersey-Flag          pic x(01) value "N".
               88  Rule-Jersey-Check     value "Y".
           05  Rule-Active-Count         pic 9(05) value zero.
           05  Rule-Injured-Count        pic 9(05) value zero.
           05  Rule-Jersey-Count         pic 9(05) value zero.
           05  Rule-Position-Flag        pic x(01) value "N".
               88  Rule-Position-Found   value "Y".
           05  Rule-Pos-Ix               pic 9(02) value zero.
       01  Date-and-Time.
           05  WS-Timestamp              pic x(21).
       01  Auth-Record.
           copy FRAUTHR.
       01  Deny-Record.
           copy FRDENYR.
       01  WS-Auth-Resp                  pic s9(08) comp.
       01  WS-Deny-Resp                  pic s9(08) comp.
       01  Auth-Vars.
           05  Auth-Loaded-Flag          pic x(01) value "N".
               88  Auth-Loaded           value "Y".
           05  Auth-Tran-Type            pic x(01).
           05  Auth-Team-Name            pic x(20).
           05  Auth-Status               pic 9(02) value zero.
           05  Auth-Grant-Ix             pic 9(01) value zero.
           05  Auth-Team-Ix              pic 9(02) value zero.
           05  Auth-Team-Flag            pic x(01) value "N".
               88  Auth-Team-Found       value "Y".

       Linkage Section.
       01  DFHCOMMAREA.
               88  COMM-Not-Found        value "N".
               88  COMM-Error            value "E".
               88  COMM-Batch-Running    value "B".
               88  COMM-Roster-Refused   value "R".
               88  COMM-Not-Authorized   value "U".
           05  COMM-Pct-Completed        pic 9(03)v9.
           05  COMM-Avg-Points           pic 9(04)v9.
           05  COMM-Batch-Start-Date     pic x(08).
           05  COMM-Batch-Start-Time     pic x(06).
           05  COMM-Batch-Reopen         pic x(04).
           05  COMM-New-Position         pic x(02).
           05  COMM-New-Jersey-X         pic x(03).
           05  COMM-New-Jersey redefines COMM-New-Jersey-X
                                         pic 9(03).
           05  COMM-New-Status           pic x(01).
           05  COMM-Reason-Code          pic 9(02).

       Procedure Division.
       Main-Logic.
           move zero to COMM-Reason-Code
           perform Authorize-Correction
           perform Check-Batch-Window
           if COMM-New-Position not equal spaces
              or COMM-New-Jersey-X not equal spaces
              or COMM-New-Status not equal space
              perform Check-Roster-Change
           end-if
           move spaces to KSDS-Record
           move COMM-Team-Name to KS-Team-Name
           move COMM-Player-Name to KS-Player-Name
           move KT-Attempts to Old-KT-Attempts
           move KT-Completed to Old-KT-Completed
           move KT-Three-Pointers to Old-KT-Three-Pointers
           move KT-Position to Old-KT-Position
           move KT-Jersey-Number to Old-KT-Jersey-Number
           move KT-Status to Old-KT-Status

           move COMM-New-Games to KT-Games
           move COMM-New-Attempts to KT-Attempts
           move COMM-New-Completed to KT-Completed
           move COMM-New-Three-Pointers to KT-Three-Pointers
           perform Set-Roster-Fields
           perform ComputeData

           EXEC CICS REWRITE
           end-if
           .

      * A stat correction needs the correction grant for the team; a
      * keyed roster field needs the roster grant as well.
       Authorize-Correction.
           move "C" to Auth-Tran-Type
           move COMM-Team-Name to Auth-Team-Name
           perform Check-Authority
           if COMM-New-Position not equal spaces
              or COMM-New-Jersey-X not equal spaces
              or COMM-New-Status not equal space
              move "R" to Auth-Tran-Type
              perform Check-Authority
           end-if
           .

      * the same FRAUTH test FRENTRY and FRSUSBR apply - no record,
      * a revoked one, or an unreadable file grants nothing
       Check-Authority.
           if not Auth-Loaded
              move spaces to Auth-Record
              move COMM-User-Id to AU-User-Id
              EXEC CICS READ
                 DATASET('FRAUTH')
                 INTO(Auth-Record)
                 RIDFLD(AU-User-Id)
                 KEYLENGTH(8)
                 RESP(WS-Auth-Resp)
              END-EXEC
              set Auth-Loaded to true
           end-if
           move zero to Auth-Status
           EVALUATE true
              WHEN WS-Auth-Resp equal DFHRESP(NOTFND)
                 move 1 to Auth-Status
              WHEN WS-Auth-Resp not equal DFHRESP(NORMAL)
                 move 5 to Auth-Status
              WHEN not AU-Active
                 move 2 to Auth-Status
           END-EVALUATE
           if Auth-Status equal zero
              EVALUATE Auth-Tran-Type
                 WHEN "C"
                    move 1 to Auth-Grant-Ix
                 WHEN "S"
                    move 2 to Auth-Grant-Ix
                 WHEN "T"
                    move 3 to Auth-Grant-Ix
                 WHEN "R"
                    move 4 to Auth-Grant-Ix
                 WHEN "L"
                    move 5 to Auth-Grant-Ix
              END-EVALUATE
              if AU-Grant-Flag(Auth-Grant-Ix) not equal "Y"
                 move 3 to Auth-Status
              end-if
           end-if
           if Auth-Status equal zero and not AU-All-Teams
              move "N" to Auth-Team-Flag
              perform varying Auth-Team-Ix from 1 by 1
                 until Auth-Team-Ix > AU-Team-Count
                    or Auth-Team-Ix > 10 or Auth-Team-Found
                 if AU-Team-Name(Auth-Team-Ix) equal Auth-Team-Name
                    move "Y" to Auth-Team-Flag
                 end-if
              end-perform
              if not Auth-Team-Found
                 move 4 to Auth-Status
              end-if
           end-if
           if Auth-Status not equal zero
              perform Log-Denial
              set COMM-Not-Authorized to true
              move Auth-Status to COMM-Reason-Code
              EXEC CICS RETURN END-EXEC
           end-if
           .

      * every refusal is kept for the access review - a denial that
      * cannot be logged is still a denial
       Log-Denial.
           move spaces to Deny-Record
           move function current-date to WS-Timestamp
           move WS-Timestamp to DNY-Timestamp
           move COMM-User-Id to DNY-User-Id
           move "FRMAINT" to DNY-Program
           move Auth-Tran-Type to DNY-Tran-Type
           move Auth-Team-Name to DNY-Team-Name
           move COMM-Player-Name to DNY-Player-Name
           move Auth-Status to DNY-Reason-Code
           EXEC CICS WRITE
              DATASET('FRDENY')
              FROM(Deny-Record)
              RIDFLD(DNY-Key)
              KEYLENGTH(29)
              RESP(WS-Deny-Resp)
           END-EXEC
           .

      * The roster change is judged off a plain read, before the
      * update read, so the team browse never runs into this task's
      * own lock on the player. A player not on file is left to the
      * update read to answer Not Found.
       Check-Roster-Change.
           move zero to Rule-Status
           if COMM-New-Status not equal "A" and
              COMM-New-Status not equal "I" and
              COMM-New-Status not equal "R" and
              COMM-New-Status not equal space
              move 11 to Rule-Status
           end-if
           if COMM-New-Jersey-X not equal spaces
              and not COMM-New-Jersey-X is numeric
              move 11 to Rule-Status
           end-if
           if Rule-Status equal zero
              EXEC CICS READ
                 DATASET('FRRULES')
                 INTO(Rule-Record)
                 RIDFLD(WS-Rule-Key)
                 KEYLENGTH(8)
                 RESP(WS-Resp)
              END-EXEC
              if WS-Resp equal DFHRESP(NORMAL)
                 move spaces to KSDS-Record
                 move COMM-Team-Name to KS-Team-Name
                 move COMM-Player-Name to KS-Player-Name
                 EXEC CICS READ
                    DATASET('FRSEED')
                    INTO(KSDS-Record)
                    RIDFLD(KSDS-Key)
                    KEYLENGTH(40)
                    RESP(WS-Resp)
                 END-EXEC
                 if WS-Resp equal DFHRESP(NORMAL)
                    perform Set-Roster-Proposal
                    if Rule-Count-Check or Rule-Jersey-Check
                       perform Count-Team-Roster
                    end-if
                    perform Judge-Roster-Proposal
                 end-if
              end-if
           end-if
           if Rule-Status not equal zero
              set COMM-Roster-Refused to true
              move Rule-Status to COMM-Reason-Code
              EXEC CICS RETURN END-EXEC
           end-if
           .

      * the same proposal FRUPDATE builds for a ROSTER transaction
       Set-Roster-Proposal.
           move "N" to Rule-Count-Flag
           move "N" to Rule-Jersey-Flag
           move KT-Position to Rule-New-Position
           move KT-Jersey-Number to Rule-New-Jersey
           move KT-Status to Rule-New-Status
           if COMM-New-Position not equal spaces
              move COMM-New-Position to Rule-New-Position
           end-if
           if COMM-New-Jersey-X is numeric
              and COMM-New-Jersey not equal KT-Jersey-Number
              move COMM-New-Jersey to Rule-New-Jersey
              move "Y" to Rule-Jersey-Flag
           end-if
           if COMM-New-Status not equal space
              and COMM-New-Status not equal KT-Status
              move COMM-New-Status to Rule-New-Status
              move "Y" to Rule-Count-Flag
              move "Y" to Rule-Jersey-Flag
           end-if
           .

      * browse the team's other players the way FRROSTR pages a
      * roster - the player being changed is left out of the counts
       Count-Team-Roster.
           move zero to Rule-Active-Count
           move zero to Rule-Injured-Count
           move zero to Rule-Jersey-Count
           move "N" to WS-Scan-Done
           move COMM-Team-Name to WS-Scan-Key
           move low-values to WS-Scan-Key(21:20)
           EXEC CICS STARTBR
              DATASET('FRSEED')
              RIDFLD(WS-Scan-Key)
              KEYLENGTH(40)
              GTEQ
              RESP(WS-Resp)
           END-EXEC
           if WS-Resp equal DFHRESP(NORMAL)
              perform with test before
                 until Scan-Done
                 EXEC CICS READNEXT
                    DATASET('FRSEED')
                    INTO(Roster-Scan-Record)
                    RIDFLD(WS-Scan-Key)
                    KEYLENGTH(40)
                    RESP(WS-Resp)
                 END-EXEC
                 if WS-Resp not equal DFHRESP(NORMAL)
                    or RSC-Team-Name not equal COMM-Team-Name
                    set Scan-Done to true
                 else
                    if RSC-Player-Name not equal COMM-Player-Name
                       perform Count-Scan-Player
                    end-if
                 end-if
              end-perform
              EXEC CICS ENDBR
                 DATASET('FRSEED')
                 RESP(WS-Resp)
              END-EXEC
           end-if
           .

       Count-Scan-Player.
           if RSC-Active
              add 1 to Rule-Active-Count
              if RSC-Jersey-Number equal Rule-New-Jersey
                 add 1 to Rule-Jersey-Count
              end-if
           end-if
           if RSC-Injured
              add 1 to Rule-Injured-Count
           end-if
           .

       Judge-Roster-Proposal.
           if Rule-Count-Check and Rule-New-Status equal "A"
              and Rule-Active-Count >= RL-Max-Active
              move 14 to Rule-Status
           end-if
           if Rule-Count-Check and Rule-New-Status equal "I"
              and RL-Max-Injured > zero
              and Rule-Injured-Count >= RL-Max-Injured
              move 15 to Rule-Status
           end-if
           if COMM-New-Position not equal spaces
              perform Find-Rule-Position
              if not Rule-Position-Found
                 move 16 to Rule-Status
              end-if
           end-if
           if Rule-Jersey-Check and Rule-New-Status equal "A"
              and Rule-New-Jersey > zero
              and Rule-Jersey-Count > zero
              move 17 to Rule-Status
           end-if
           .

       Find-Rule-Position.
           move "N" to Rule-Position-Flag
           perform varying Rule-Pos-Ix from 1 by 1
              until Rule-Pos-Ix > 12 or Rule-Position-Found
              if RL-Position(Rule-Pos-Ix) equal Rule-New-Position
                 move "Y" to Rule-Position-Flag
              end-if
           end-perform
           .

       Set-Roster-Fields.
           if COMM-New-Position not equal spaces
              move COMM-New-Position to KT-Position
           end-if
           if COMM-New-Jersey-X is numeric
              move COMM-New-Jersey to KT-Jersey-Number
           end-if
           if COMM-New-Status not equal space
              move COMM-New-Status to KT-Status
           end-if
           .

      * A correction that cannot ripple into the team rollup or
      * cannot be audited must not stand at all - back out the unit
      * of work and hand the caller an error.
           move KT-Attempts to AUD-New-Attempts
           move KT-Completed to AUD-New-Completed
           move KT-Three-Pointers to AUD-New-Three
           move Old-KT-Position to AUD-Old-Position
           move Old-KT-Jersey-Number to AUD-Old-Jersey
           move Old-KT-Status to AUD-Old-Status
           move KT-Position to AUD-New-Position
           move KT-Jersey-Number to AUD-New-Jersey
           move KT-Status to AUD-New-Status
           EXEC CICS WRITE
              DATASET('FRAUDIT')
              FROM(Audit-Record)
