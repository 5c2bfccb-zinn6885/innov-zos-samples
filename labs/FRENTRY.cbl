      * control record at key zero. The overnight FRQBUILD run
      * unloads the queue as a complete FRUPDATE batch with header
      * and trailer controls built automatically.
      * An ADD, TRADE, ROSTER, or NAMEFIX is also held to the
      * FRRULES league roster rules against the master as it stands
      * now - active and injured limits, allowed positions, and one
      * active jersey per number per team - so a move the batch
      * would suspend is refused while the caller is still on the
      * phone. FRUPDATE judges it again when the queue is applied.
      * An item may carry an effective date (FTU-Effective-Date); a
      * future-dated one is queued the same way and FRUPDATE parks
      * it in FRDATED until its date, so the roster rules are left
      * to the night it applies rather than judged against today.
      * Response codes: A = accepted and queued, E = failed the
      * field edits or a roster rule (reason in COMM-Reason-Code,
      * same values as the FRSUSPEN reason codes, 14-17 for the
      * roster rules, 19 for an effective date that is not a date),
      * X = queue not available, U = outside the user's FRAUTH
      * grant (FRDENYR reason in COMM-Reason-Code). The grant is
      * checked before any edit: stat entry for an ADD, UPDATE, or
      * DELETE, trade entry for a TRADE - on both the team the
      * player leaves and the team he joins - and roster entry for a
      * ROSTER, INJURY, or NAMEFIX. Every refusal is written to
      * FRDENY for the access review.
      *****************************************************************
       Data Division.
       Working-Storage Section.
           copy FRPENDR.
       01  Control-Pend-Record.
           copy FRPENDR.
       01  KSDS-Record.
           copy FRSEEDR.
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
       01  WS-Resp                       pic s9(08) comp.
       01  WS-Seq-Key                    pic 9(07).
       01  WS-Rule-Key                   pic x(08) value "LEAGUE  ".
       01  WS-Scan-Key                   pic x(40).
       01  WS-Scan-Done                  pic x(01) value "N".
           88  Scan-Done                 value "Y".
       01  WS-Player-Found               pic x(01) value "N".
           88  Player-Found              value "Y".
       01  CheckDataStatus               pic s99.
       01  WS-Today                      pic x(08).
       01  WS-Future-Dated               pic x(01) value "N".
           88  Future-Dated              value "Y".
       01  Roster-Rule-Vars.
           05  Rule-Team                 pic x(20).
           05  Rule-Skip-Player          pic x(20).
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
               88  COMM-Accepted         value "A".
               88  COMM-Edit-Failed      value "E".
               88  COMM-Queue-Error      value "X".
               88  COMM-Not-Authorized   value "U".
           05  COMM-Reason-Code          pic 9(02).
           05  COMM-Queued-Seq           pic 9(07).

              EXEC CICS RETURN END-EXEC
           end-if

           perform Authorize-Entry

           perform CheckData
           if CheckDataStatus not equal zero
              set COMM-Edit-Failed to true
              EXEC CICS RETURN END-EXEC
           end-if

           move function current-date(1:8) to WS-Today
           if not FTU-INJURY
              and FTU-Effective-Date-X is numeric
              and FTU-Effective-Date-X > WS-Today
              move "Y" to WS-Future-Dated
           end-if
           perform Check-Roster-Rules
           if CheckDataStatus not equal zero
              set COMM-Edit-Failed to true
              move CheckDataStatus to COMM-Reason-Code
              EXEC CICS RETURN END-EXEC
           end-if

           perform Queue-Transaction
           EXEC CICS RETURN END-EXEC
           .

      * the operation picks the grant; a trade needs it on both teams
       Authorize-Entry.
           EVALUATE true
              WHEN FTU-TRADE
                 move "T" to Auth-Tran-Type
              WHEN FTU-ROSTER or FTU-INJURY or FTU-NAMEFIX
                 move "R" to Auth-Tran-Type
              WHEN other
                 move "S" to Auth-Tran-Type
           END-EVALUATE
           move FTU-Team-Name to Auth-Team-Name
           perform Check-Authority
           if FTU-TRADE and FTU-New-Team-Name not equal spaces
              move FTU-New-Team-Name to Auth-Team-Name
              perform Check-Authority
           end-if
           .

      * the same FRAUTH test FRMAINT and FRSUSBR apply - no record,
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
           move "FRENTRY" to DNY-Program
           move Auth-Tran-Type to DNY-Tran-Type
           move Auth-Team-Name to DNY-Team-Name
           move FTU-Player-Name to DNY-Player-Name
           move Auth-Status to DNY-Reason-Code
           EXEC CICS WRITE
              DATASET('FRDENY')
              FROM(Deny-Record)
              RIDFLD(DNY-Key)
              KEYLENGTH(29)
              RESP(WS-Deny-Resp)
           END-EXEC
           .

      * same field edits FRUPDATE's CheckData applies, so an item
      * accepted here will get past them in the batch run - the key
      * conflicts against FRSEED are left to FRUPDATE, where the
           end-if
           end-if
           end-if
           if not FTU-INJURY
              and FTU-Effective-Date-X not equal spaces
              and not FTU-Effective-Date-X is numeric
              move 19 to CheckDataStatus
           end-if
           if FTU-Team-Name equal spaces
              or FTU-Player-Name equal spaces
              move 8 to CheckDataStatus
           end-if
           .

      * the same league roster rules FRUPDATE holds a move to. No
      * FRRULES record means no rules; a player not on FRSEED is a
      * key conflict, left to FRUPDATE like every other.
       Check-Roster-Rules.
           if (FTU-ADD or FTU-TRADE or FTU-ROSTER or FTU-NAMEFIX)
              and not Future-Dated
              EXEC CICS READ
                 DATASET('FRRULES')
                 INTO(Rule-Record)
                 RIDFLD(WS-Rule-Key)
                 KEYLENGTH(8)
                 RESP(WS-Resp)
              END-EXEC
              if WS-Resp equal DFHRESP(NORMAL)
                 perform Read-Roster-Player
                 if Player-Found
                    perform Set-Roster-Proposal
                    if Rule-Count-Check or Rule-Jersey-Check
                       perform Count-Team-Roster
                    end-if
                    perform Judge-Roster-Proposal
                 end-if
              end-if
           end-if
           .

       Read-Roster-Player.
           move "Y" to WS-Player-Found
           if not FTU-ADD
              move spaces to KSDS-Record
              move FTU-Team-Name to KS-Team-Name
              move FTU-Player-Name to KS-Player-Name
              EXEC CICS READ
                 DATASET('FRSEED')
                 INTO(KSDS-Record)
                 RIDFLD(KSDS-Key)
                 KEYLENGTH(40)
                 RESP(WS-Resp)
              END-EXEC
              if WS-Resp not equal DFHRESP(NORMAL)
                 move "N" to WS-Player-Found
              end-if
           end-if
           .

      * what the player would look like on which team once the
      * transaction is applied, and which of the rules it can break
       Set-Roster-Proposal.
           move "N" to Rule-Count-Flag
           move "N" to Rule-Jersey-Flag
           move FTU-Team-Name to Rule-Team
           move FTU-Player-Name to Rule-Skip-Player
           EVALUATE true
              WHEN FTU-ADD
                 move spaces to Rule-New-Position
                 move zero to Rule-New-Jersey
                 move "A" to Rule-New-Status
                 move "Y" to Rule-Count-Flag
              WHEN FTU-TRADE
                 move FTU-New-Team-Name to Rule-Team
                 move KT-Position to Rule-New-Position
                 move KT-Jersey-Number to Rule-New-Jersey
                 move KT-Status to Rule-New-Status
                 move "Y" to Rule-Count-Flag
                 move "Y" to Rule-Jersey-Flag
              WHEN FTU-NAMEFIX
                 move KT-Position to Rule-New-Position
                 move KT-Jersey-Number to Rule-New-Jersey
                 move KT-Status to Rule-New-Status
                 move "Y" to Rule-Jersey-Flag
              WHEN FTU-ROSTER
                 move KT-Position to Rule-New-Position
                 move KT-Jersey-Number to Rule-New-Jersey
                 move KT-Status to Rule-New-Status
                 if FTU-Position not equal spaces
                    move FTU-Position to Rule-New-Position
                 end-if
                 if FTU-Jersey-X is numeric
                    and FTU-Jersey not equal KT-Jersey-Number
                    move FTU-Jersey to Rule-New-Jersey
                    move "Y" to Rule-Jersey-Flag
                 end-if
                 if FTU-Status not equal space
                    and FTU-Status not equal KT-Status
                    move FTU-Status to Rule-New-Status
                    move "Y" to Rule-Count-Flag
                    move "Y" to Rule-Jersey-Flag
                 end-if
           END-EVALUATE
           .

      * browse the team's other players the way FRROSTR pages a
      * roster - the player being moved is left out of the counts
       Count-Team-Roster.
           move zero to Rule-Active-Count
           move zero to Rule-Injured-Count
           move zero to Rule-Jersey-Count
           move "N" to WS-Scan-Done
           move Rule-Team to WS-Scan-Key
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
                    or RSC-Team-Name not equal Rule-Team
                    set Scan-Done to true
                 else
                    if RSC-Player-Name not equal Rule-Skip-Player
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
              move 14 to CheckDataStatus
           end-if
           if Rule-Count-Check and Rule-New-Status equal "I"
              and RL-Max-Injured > zero
              and Rule-Injured-Count >= RL-Max-Injured
              move 15 to CheckDataStatus
           end-if
           if Rule-New-Position not equal spaces
              and (not FTU-ROSTER or FTU-Position not equal spaces)
              perform Find-Rule-Position
              if not Rule-Position-Found
                 move 16 to CheckDataStatus
              end-if
           end-if
           if Rule-Jersey-Check and Rule-New-Status equal "A"
              and Rule-New-Jersey > zero
              and Rule-Jersey-Count > zero
              move 17 to CheckDataStatus
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

      * Sequence assignment and the queue write ride in one unit of
      * work - a failure backs both out so the counter can never
      * run ahead of the queue.
