      *       store it and mark the item Fixed when it passes
      * Response codes: F = item returned, A = correction accepted,
      * E = correction failed the edits (reason decoded back),
      * N = no item / end of file, X = file not available,
      * U = not authorized.
      * A correction releases an item back into the batch, so it
      * needs the suspense-release grant on the user's FRAUTH record
      * (COMM-User-Id) for the team the item was suspended against
      * and the team the corrected image names - both teams of a
      * corrected trade. A refusal answers "U" with the FRDENYR
      * reason in COMM-Reason-Code and decoded in COMM-Reason-Text,
      * and is written to FRDENY. Browsing stays open to anyone who
      * can start the transaction - it changes nothing.
      *****************************************************************
       Data Division.
       Working-Storage Section.
       01  WS-Seq-Key                    pic 9(05).
       01  CheckDataStatus               pic s99.
       01  Reason-Work                   pic 9(02).
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
           05  Auth-Player-Name          pic x(20).
           05  Auth-Status               pic 9(02) value zero.
           05  Auth-Grant-Ix             pic 9(01) value zero.
           05  Auth-Team-Ix              pic 9(02) value zero.
           05  Auth-Team-Flag            pic x(01) value "N".
               88  Auth-Team-Found       value "Y".
       01  Date-and-Time.
           05  WS-Timestamp              pic x(21).

       Linkage Section.
       01  DFHCOMMAREA.
               88  COMM-Edit-Failed      value "E".
               88  COMM-No-Item          value "N".
               88  COMM-File-Error       value "X".
               88  COMM-Not-Authorized   value "U".
           05  COMM-User-Id              pic x(08).

       Procedure Division.
       Main-Logic.

       Correct-Item.
           move COMM-Transaction to Work-Transaction
           move "L" to Auth-Tran-Type
           move FTU-Player-Name to Auth-Player-Name
           move FTU-Team-Name to Auth-Team-Name
           perform Check-Authority
           if FTU-TRADE and FTU-New-Team-Name not equal spaces
              move FTU-New-Team-Name to Auth-Team-Name
              perform Check-Authority
           end-if
           perform CheckData
           if CheckDataStatus not equal zero
              set COMM-Edit-Failed to true
           if WS-Resp not equal DFHRESP(NORMAL)
              set COMM-No-Item to true
           else
      * the correction may have rekeyed the item to another team -
      * the team it was suspended against must be granted too
              if SQ-Transaction(2:20) not equal FTU-Team-Name
                 move SQ-Transaction(2:20) to Auth-Team-Name
                 move SQ-Transaction(22:20) to Auth-Player-Name
                 perform Check-Authority
              end-if
              move COMM-Transaction to SQ-Corrected
              move "F" to SQ-Status
              EXEC CICS REWRITE
           end-if
           .

      * the same FRAUTH test FRMAINT and FRENTRY apply - no record,
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
              perform Decode-Denial
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
           move "FRSUSBR" to DNY-Program
           move Auth-Tran-Type to DNY-Tran-Type
           move Auth-Team-Name to DNY-Team-Name
           move Auth-Player-Name to DNY-Player-Name
           move Auth-Status to DNY-Reason-Code
           EXEC CICS WRITE
              DATASET('FRDENY')
              FROM(Deny-Record)
              RIDFLD(DNY-Key)
              KEYLENGTH(29)
              RESP(WS-Deny-Resp)
           END-EXEC
           .

      * the FRDENYR reason list, decoded for the operator message
       Decode-Denial.
           EVALUATE Auth-Status
              WHEN 1
                 move "NO AUTHORITY ON FILE          "
                    to COMM-Reason-Text
              WHEN 2
                 move "AUTHORITY REVOKED             "
                    to COMM-Reason-Text
              WHEN 3
                 move "SUSPENSE RELEASE NOT GRANTED  "
                    to COMM-Reason-Text
              WHEN 4
                 move "TEAM NOT GRANTED              "
                    to COMM-Reason-Text
              WHEN other
                 move "AUTHORITY FILE NOT AVAILABLE  "
                    to COMM-Reason-Text
           END-EVALUATE
           .

      * the FRSUSPEN reason-code list, decoded so the operator
      * stops working from a taped-up legend
       Decode-Reason.
              WHEN 13
                 move "NAMEFIX - BAD CORRECTED NAME  "
                    to COMM-Reason-Text
              WHEN 14
                 move "ROSTER - ACTIVE LIMIT REACHED "
                    to COMM-Reason-Text
              WHEN 15
                 move "ROSTER - INJURED LIMIT REACHED"
                    to COMM-Reason-Text
              WHEN 16
                 move "POSITION NOT ALLOWED BY RULES "
                    to COMM-Reason-Text
              WHEN 17
                 move "JERSEY IN USE ON TEAM         "
                    to COMM-Reason-Text
              WHEN 18
                 move "TRADE - OVER SALARY CAP       "
                    to COMM-Reason-Text
              WHEN 19
                 move "BAD EFFECTIVE DATE            "
                    to COMM-Reason-Text
              WHEN other
                 move "UNKNOWN REASON CODE           "
                    to COMM-Reason-Text
