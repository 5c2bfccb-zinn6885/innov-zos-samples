       Identification Division.
       Program-Id. FRDOSSR.
      *****************************************************************
      * Consolidated player dossier. Driven by request cards from
      * DOSSCRD - "P" plus team and player for a player key, or "I"
      * plus the seven-digit FRPIDX permanent player id. The request
      * is resolved through FRPIDX to the permanent id and EVERY
      * alias carrying that id (current and prior - trades and name
      * corrections), and one document per card is printed to the
      * FRDOSRPT print dataset, each starting on a new page:
      *   - team history: every alias with its current/prior flag
      *     and the date it was assigned, in date order
      *   - the current FRSEED record under any alias - stats,
      *     position, jersey number, and status
      *   - the FRINJURY record under any alias (FRINJURY carries
      *     the current injury per key, so each team the player was
      *     hurt on keeps its own record)
      *   - every FRHIST stat-history row under any alias
      *   - every FRMAINT correction logged to FRAUDIT under any
      *     alias, stats and roster fields alike
      *   - the FRCARCH career-archive record if the player has been
      *     purged out of FRSEED
      * A "P" card with no FRPIDX entry falls back to the exact key.
      * FRINJURY, FRAUDIT, and FRCARCH are optional - a missing file
      * is noted in its section and the dossier carries on. Return
      * code 4 when a card is invalid or names an unknown player.
      *****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           SELECT Request-File
              ASSIGN to "DOSSCRD"
              Organization sequential
              Access Sequential
              File Status Request-File-Status.
           SELECT History-File
              ASSIGN to "FRHIST"
              Organization sequential
              Access Sequential
              File Status History-File-Status.
           Select KSDS-File
               Record Key FD-KSDS-Key
               Assign to "FRSEED"
               Organization Indexed
               Access Dynamic
               File Status KSDS-File-Status.
           Select Pidx-File
               Record Key FD-Pidx-Key
               Assign to "FRPIDX"
               Organization Indexed
               Access Dynamic
               File Status Pidx-File-Status.
           Select Injury-File
               Record Key FD-Injury-Key
               Assign to "FRINJURY"
               Organization Indexed
               Access Dynamic
               File Status Injury-File-Status.
           Select Audit-File
               Record Key FD-Audit-Key
               Assign to "FRAUDIT"
               Organization Indexed
               Access Dynamic
               File Status Audit-File-Status.
           Select Carch-File
               Record Key FD-Carch-Key
               Assign to "FRCARCH"
               Organization Indexed
               Access Dynamic
               File Status Carch-File-Status.
           Select Season-File
               Record Key FD-Season-Key
               Assign to "FRSEASON"
               Organization Indexed
               Access Dynamic
               File Status Season-File-Status.
           SELECT Report-File
              ASSIGN to "FRDOSRPT"
              Organization sequential
              Access Sequential
              File Status Report-File-Status.

       Data Division.
       File Section.
       FD  Request-File
           Recording mode F
           Record contains 80 characters
           Block contains 0 records
           Data record Request-File-Record.
       01  Request-File-Record.
           05  DRQ-Type               pic x(01).
               88  DRQ-Player-Request value "P".
               88  DRQ-Id-Request     value "I".
           05  DRQ-Team               pic x(20).
           05  DRQ-Player             pic x(20).
           05  filler                 pic x(39).
       01  Request-Id-Card.
           05  filler                 pic x(01).
           05  DRQ-Player-Id-X        pic x(07).
           05  DRQ-Player-Id redefines DRQ-Player-Id-X
                                      pic 9(07).
           05  filler                 pic x(72).
       FD  History-File
           Recording mode F
           Record contains 77 characters
           Block contains 0 records
           Data record History-File-Record.
       01  History-File-Record.
           copy FRHISTR.
       FD  KSDS-File.
       01  FD-KSDS-Record.
           copy FRTHROW.
       FD  Pidx-File.
       01  FD-Pidx-Record.
           copy FRPIDXK.
       FD  Injury-File.
       01  FD-Injury-Record.
           copy FRINJK.
       FD  Audit-File.
       01  FD-Audit-Record.
           05  FD-Audit-Key          pic x(29).
           05  filler                pic x(95).
       FD  Carch-File.
       01  FD-Carch-Record.
           copy FRCARCK.
       FD  Season-File.
       01  FD-Season-Record.
           copy FRSEASK.
       FD  Report-File
           Recording mode F
           Record contains 133 characters
           Block contains 0 records
           Data record Report-Record.
       01  Report-Record.
           05  RPT-Carriage-Control   pic x(01).
           05  RPT-Print-Line         pic x(132).

       Working-Storage Section.
       01  File-Status-Indicators.
           05  Request-File-Status        pic x(02).
               88  Request-File-OK        value "00".
               88  Request-File-EOF       value "10".
           05  History-File-Status        pic x(02).
               88  History-File-OK        value "00".
               88  History-File-EOF       value "10".
               88  History-No-File        value "35".
           05  KSDS-File-Status           pic x(02).
               88  KSDS-OK                value "00".
               88  KSDS-Not-Found         value "23".
           05  Pidx-File-Status           pic x(02).
               88  Pidx-OK                value "00".
               88  Pidx-EOF               value "10".
               88  Pidx-Not-Found         value "23".
           05  Injury-File-Status         pic x(02).
               88  Injury-OK              value "00".
               88  Injury-Not-Found       value "23".
           05  Audit-File-Status          pic x(02).
               88  Audit-OK               value "00".
               88  Audit-EOF              value "10".
               88  Audit-Not-Found        value "23".
           05  Carch-File-Status          pic x(02).
               88  Carch-OK               value "00".
               88  Carch-Not-Found        value "23".
           05  Season-File-Status         pic x(02).
               88  Season-File-OK         value "00".
           05  Report-File-Status         pic x(02).
               88  Report-File-OK         value "00".
       01  Seed-Record.
           copy FRSEEDR.
       01  Pidx-Record.
           copy FRPIDXR.
       01  Injury-Record.
           copy FRINJR.
       01  Audit-Record.
           copy FRAUDR.
       01  Carch-Record.
           copy FRCARCR.
       01  Season-Record.
           copy FRSEASR.
       01  Season-Display                 pic x(08) value "UNKNOWN ".
       01  Optional-File-Flags.
           05  Pidx-Open-Flag             pic x value "N".
               88  Pidx-Available         value "Y".
           05  Injury-Open-Flag           pic x value "N".
               88  Injury-Available       value "Y".
           05  Audit-Open-Flag            pic x value "N".
               88  Audit-Available        value "Y".
           05  Carch-Open-Flag            pic x value "N".
               88  Carch-Available        value "Y".
       01  Report-Vars.
           05  Print-Line                 pic x(132).
           05  Report-Line-Count          pic 9(03) value 99.
           05  Report-Page-Num            pic 9(04) value zero.
           05  Report-Lines-Per-Page      pic 9(03) value 55.
           05  Pct-Display                pic zz9.9.
           05  Avg-Display                pic zzz9.9.
           05  Status-Display             pic x(08).
           05  Alias-Status-Display       pic x(07).
       01  Report-Heading-1.
           05  filler                     pic x(24) value
               "PLAYER DOSSIER          ".
           05  filler                     pic x(09) value
               "RUN DATE ".
           05  RH1-Year                   pic 9(04).
           05  filler                     pic x value "-".
           05  RH1-Month                  pic 9(02).
           05  filler                     pic x value "-".
           05  RH1-Day                    pic 9(02).
           05  filler                     pic x(09) value
               "  SEASON ".
           05  RH1-Season                 pic x(08).
           05  filler                     pic x(07) value "  PAGE ".
           05  RH1-Page                   pic zzz9.
           05  filler                     pic x(61) value spaces.
       01  Date-and-Time.
           05  TodayDate.
              10  DT-Year                 pic 9(04).
              10  DT-Month                pic 9(02).
              10  DT-Day-of-Month         pic 9(02).
           05  filler                     pic x(13).
       01  Alias-Vars.
           05  Target-Player-Id           pic 9(07) value zero.
           05  AliasCount                 pic 9(02) value zero.
           05  Alias-Ix                   pic 9(02) value zero.
           05  Alias-Jx                   pic 9(02) value zero.
           05  FoundAliasIx               pic 9(02) value zero.
           05  Row-Match-Flag             pic x value "N".
               88  Row-Matches            value "Y".
       01  Alias-Table.
           05  Alias-Entry occurs 1 to 25 times
                  depending on AliasCount.
               10  AL-Team                pic x(20).
               10  AL-Player              pic x(20).
               10  AL-Status              pic x(01).
               10  AL-Assigned-Date       pic x(08).
       01  Alias-Swap-Entry.
           05  AS-Team                    pic x(20).
           05  AS-Player                  pic x(20).
           05  AS-Status                  pic x(01).
           05  AS-Assigned-Date           pic x(08).
       01  WorkingVars.
           05  RequestCount               pic 9(03) value zero.
           05  DossierCount               pic 9(03) value zero.
           05  SkippedCount               pic 9(03) value zero.
           05  SectionCount               pic 9(05) value zero.
           05  Request-Valid-Flag         pic x value "N".
               88  Request-Valid          value "Y".

       Procedure Division.
           perform Get-Current-Season
           perform Open-Files
           read Request-File
           perform File-Check-Request
           perform with test before
              until Request-File-EOF
              add 1 to RequestCount
              perform Run-One-Request
              read Request-File
              perform File-Check-Request
           end-perform
           if RequestCount equal zero
              display "No dossier requests in DOSSCRD - nothing to do"
              move "NO DOSSIER REQUESTS IN DOSSCRD" to Print-Line
              perform Print-A-Line
           end-if
           perform Close-Files
           if SkippedCount > zero
              move 4 to return-code
           end-if
           goback
           .

       Get-Current-Season.
           open input Season-File
           if Season-File-OK
              move "CURRENT " to FD-Season-Key
              read Season-File into Season-Record
              end-read
              if Season-File-OK
                 move SEA-Season-Id to Season-Display
              end-if
              close Season-File
           end-if
           .

      * FRSEED and the request cards are required; every other
      * source is opened if it is there and its section says so if
      * it is not.
       Open-Files.
           open output Report-File
           perform File-Check-Report
           move function current-date to Date-and-Time
           move DT-Year to RH1-Year
           move DT-Month to RH1-Month
           move DT-Day-of-Month to RH1-Day
           move Season-Display to RH1-Season
           open input Request-File
           perform File-Check-Request
           open input KSDS-File
           if not KSDS-OK
              display "FRSEED file status: " KSDS-File-Status
              perform 9900-Tragic-Ending
           end-if
           open input Pidx-File
           if Pidx-OK
              move "Y" to Pidx-Open-Flag
           else
              display "FRPIDX not available - exact-key match only"
           end-if
           open input Injury-File
           if Injury-OK
              move "Y" to Injury-Open-Flag
           else
              display "FRINJURY not available - no injury section"
           end-if
           open input Audit-File
           if Audit-OK
              move "Y" to Audit-Open-Flag
           else
              display "FRAUDIT not available - no correction section"
           end-if
           open input Carch-File
           if Carch-OK
              move "Y" to Carch-Open-Flag
           else
              display "FRCARCH not available - no archive section"
           end-if
           .

       Close-Files.
           move spaces to Print-Line
           perform Print-A-Line
           string "REQUESTS READ: " RequestCount
              "   DOSSIERS PRINTED: " DossierCount
              "   REQUESTS SKIPPED: " SkippedCount
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move "***** END OF REPORT *****" to Print-Line
           perform Print-A-Line
           display "Dossier requests read:    " RequestCount
           display "Dossiers printed:         " DossierCount
           display "Requests skipped:         " SkippedCount
           close Request-File
           close KSDS-File
           if Pidx-Available
              close Pidx-File
           end-if
           if Injury-Available
              close Injury-File
           end-if
           if Audit-Available
              close Audit-File
           end-if
           if Carch-Available
              close Carch-File
           end-if
           close Report-File
           .

       Print-A-Line.
           if Report-Line-Count >= Report-Lines-Per-Page
              perform Print-Report-Headings
           end-if
           move space to RPT-Carriage-Control
           move Print-Line to RPT-Print-Line
           write Report-Record
           end-write
           perform File-Check-Report
           add 1 to Report-Line-Count
           move spaces to Print-Line
           .

       Print-Report-Headings.
           add 1 to Report-Page-Num
           move Report-Page-Num to RH1-Page
           move "1" to RPT-Carriage-Control
           move Report-Heading-1 to RPT-Print-Line
           write Report-Record
           end-write
           perform File-Check-Report
           move space to RPT-Carriage-Control
           move spaces to RPT-Print-Line
           write Report-Record
           end-write
           perform File-Check-Report
           move 2 to Report-Line-Count
           .

      * Each dossier starts on a new page.
       Run-One-Request.
           move 99 to Report-Line-Count
           move "N" to Request-Valid-Flag
           move zero to AliasCount
           move zero to Target-Player-Id
           EVALUATE true
              WHEN DRQ-Player-Request
                 string "DOSSIER REQUEST: " DRQ-Team " " DRQ-Player
                    delimited by size into Print-Line
                 end-string
                 perform Print-A-Line
                 perform Resolve-Player-Key
              WHEN DRQ-Id-Request
                 string "DOSSIER REQUEST: PLAYER ID " DRQ-Player-Id-X
                    delimited by size into Print-Line
                 end-string
                 perform Print-A-Line
                 perform Resolve-Player-Id
              WHEN other
                 display "Invalid request type '" DRQ-Type
                    "' on card " RequestCount " - skipped"
                 string "INVALID REQUEST TYPE '" DRQ-Type
                    "' ON CARD " RequestCount " - SKIPPED"
                    delimited by size into Print-Line
                 end-string
                 perform Print-A-Line
           END-EVALUATE
           if Request-Valid
              add 1 to DossierCount
              perform Sort-Aliases-By-Date
              perform Print-Team-History
              perform Print-Current-Record
              perform Print-Injury-Records
              perform Print-Stat-History
              perform Print-Corrections
              perform Print-Archive-Records
           else
              add 1 to SkippedCount
           end-if
           .

      * The alias list always starts with the requested key itself,
      * so a missing FRPIDX or a key the file has never seen still
      * gets a dossier under the exact key.
       Resolve-Player-Key.
           move 1 to AliasCount
           move DRQ-Team to AL-Team(1)
           move DRQ-Player to AL-Player(1)
           move space to AL-Status(1)
           move spaces to AL-Assigned-Date(1)
           move "Y" to Request-Valid-Flag
           if Pidx-Available
              move DRQ-Team to FP-Team-Name
              move DRQ-Player to FP-Player-Name
              read Pidx-File into Pidx-Record
              end-read
              perform File-Check-Pidx
              if Pidx-OK and PX-Player-Id > zero
                 move PX-Player-Id to Target-Player-Id
                 move PX-Alias-Status to AL-Status(1)
                 move PX-Assigned-Date to AL-Assigned-Date(1)
                 perform Collect-Aliases
              end-if
           end-if
           if Target-Player-Id equal zero
              display "No FRPIDX entry for " DRQ-Team " " DRQ-Player
                 " - exact key only"
           else
              display "Player id " Target-Player-Id
                 " - aliases followed: " AliasCount
           end-if
           .

       Resolve-Player-Id.
           EVALUATE true
              WHEN DRQ-Player-Id-X not numeric
                 or DRQ-Player-Id equal zero
                 display "Invalid player id '" DRQ-Player-Id-X
                    "' on card " RequestCount " - skipped"
                 move "INVALID PLAYER ID - SKIPPED" to Print-Line
                 perform Print-A-Line
              WHEN not Pidx-Available
                 display "FRPIDX not available - id card "
                    RequestCount " skipped"
                 move "FRPIDX NOT AVAILABLE - ID REQUEST SKIPPED"
                    to Print-Line
                 perform Print-A-Line
              WHEN other
                 move DRQ-Player-Id to Target-Player-Id
                 perform Collect-Aliases
                 if AliasCount equal zero
                    display "Player id " Target-Player-Id
                       " not on FRPIDX - skipped"
                    move "PLAYER ID NOT ON FRPIDX - SKIPPED"
                       to Print-Line
                    perform Print-A-Line
                 else
                    move "Y" to Request-Valid-Flag
                    display "Player id " Target-Player-Id
                       " - aliases followed: " AliasCount
                 end-if
           END-EVALUATE
           .

       Collect-Aliases.
           move low-values to FD-Pidx-Key
           start Pidx-File
              key is >= FD-Pidx-Key
           end-start
           perform File-Check-Pidx
           perform Read-Next-Pidx
           perform with test before
              until Pidx-EOF
              if PX-Team-Name not equal "#CONTROL"
                 and PX-Player-Id equal Target-Player-Id
                 perform Add-Alias
              end-if
              perform Read-Next-Pidx
           end-perform
           .

       Read-Next-Pidx.
           read Pidx-File next
               into Pidx-Record
           end-read
           perform File-Check-Pidx
           .

       Add-Alias.
           move zero to FoundAliasIx
           perform with test before
              varying Alias-Ix from 1 by 1
              until Alias-Ix greater than AliasCount
              if AL-Team(Alias-Ix) equal PX-Team-Name
                 and AL-Player(Alias-Ix) equal PX-Player-Name
                 move Alias-Ix to FoundAliasIx
              end-if
           end-perform
           if FoundAliasIx equal zero and AliasCount < 25
              add 1 to AliasCount
              move PX-Team-Name to AL-Team(AliasCount)
              move PX-Player-Name to AL-Player(AliasCount)
              move PX-Alias-Status to AL-Status(AliasCount)
              move PX-Assigned-Date to AL-Assigned-Date(AliasCount)
           end-if
           .

      * The handful of aliases a player carries is put in assigned-
      * date order with a simple exchange pass, so the team history
      * reads as the career ran.
       Sort-Aliases-By-Date.
           perform with test before
              varying Alias-Ix from 1 by 1
              until Alias-Ix not less than AliasCount
              perform with test before
                 varying Alias-Jx from Alias-Ix by 1
                 until Alias-Jx greater than AliasCount
                 if AL-Assigned-Date(Alias-Jx)
                    < AL-Assigned-Date(Alias-Ix)
                    move Alias-Entry(Alias-Ix) to Alias-Swap-Entry
                    move Alias-Entry(Alias-Jx) to Alias-Entry(Alias-Ix)
                    move Alias-Swap-Entry to Alias-Entry(Alias-Jx)
                 end-if
              end-perform
           end-perform
           .

       Print-Team-History.
           move spaces to Print-Line
           perform Print-A-Line
           if Target-Player-Id equal zero
              move "PERMANENT PLAYER ID: NONE ASSIGNED" to Print-Line
           else
              string "PERMANENT PLAYER ID: " Target-Player-Id
                 delimited by size into Print-Line
              end-string
           end-if
           perform Print-A-Line
           move spaces to Print-Line
           perform Print-A-Line
           move "TEAM HISTORY (FRPIDX ALIASES)" to Print-Line
           perform Print-A-Line
           perform with test before
              varying Alias-Ix from 1 by 1
              until Alias-Ix greater than AliasCount
              EVALUATE AL-Status(Alias-Ix)
                 WHEN "C"
                    move "CURRENT" to Alias-Status-Display
                 WHEN "P"
                    move "PRIOR  " to Alias-Status-Display
                 WHEN other
                    move "UNKNOWN" to Alias-Status-Display
              END-EVALUATE
              string "  " AL-Team(Alias-Ix) " " AL-Player(Alias-Ix)
                 " " Alias-Status-Display
                 "  SINCE " AL-Assigned-Date(Alias-Ix)
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           end-perform
           .

       Print-Current-Record.
           move spaces to Print-Line
           perform Print-A-Line
           move "CURRENT PLAYER RECORD (FRSEED)" to Print-Line
           perform Print-A-Line
           move zero to SectionCount
           perform with test before
              varying Alias-Ix from 1 by 1
              until Alias-Ix greater than AliasCount
              move AL-Team(Alias-Ix) to FT-Team-Name
              move AL-Player(Alias-Ix) to FT-Player-Name
              read KSDS-File into Seed-Record
              end-read
              perform File-Check-KSDS
              if KSDS-OK
                 add 1 to SectionCount
                 perform Print-Player-Stats
              end-if
           end-perform
           if SectionCount equal zero
              move "  NOT ON FRSEED UNDER ANY ALIAS" to Print-Line
              perform Print-A-Line
           end-if
           .

      * Shared by the FRSEED section and the archive section, which
      * moves CA-Stats straight into KSDS-Info first.
       Print-Player-Stats.
           EVALUATE true
              WHEN KT-Active
                 move "ACTIVE  " to Status-Display
              WHEN KT-Injured
                 move "INJURED " to Status-Display
              WHEN KT-Retired
                 move "RETIRED " to Status-Display
              WHEN other
                 move "UNKNOWN " to Status-Display
           END-EVALUATE
           string "  " KS-Team-Name " " KS-Player-Name
              " POS " KT-Position
              "  JERSEY " KT-Jersey-Number
              "  STATUS " Status-Display
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           move KT-Pct-Completed to Pct-Display
           move KT-Avg-Points to Avg-Display
           string "    GAMES " KT-Games
              "  ATT " KT-Attempts
              "  CMP " KT-Completed
              "  3PT " KT-Three-Pointers
              "  PCT " Pct-Display
              "  AVG " Avg-Display
              "  LAST UPDATE " KT-Last-Update
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           .

       Print-Injury-Records.
           move spaces to Print-Line
           perform Print-A-Line
           move "INJURY RECORDS (FRINJURY)" to Print-Line
           perform Print-A-Line
           if not Injury-Available
              move "  FRINJURY NOT AVAILABLE" to Print-Line
              perform Print-A-Line
           else
              move zero to SectionCount
              perform with test before
                 varying Alias-Ix from 1 by 1
                 until Alias-Ix greater than AliasCount
                 move AL-Team(Alias-Ix) to FJ-Team-Name
                 move AL-Player(Alias-Ix) to FJ-Player-Name
                 read Injury-File into Injury-Record
                 end-read
                 perform File-Check-Injury
                 if Injury-OK
                    add 1 to SectionCount
                    string "  " IJ-Team-Name
                       " INJURED " IJ-Injury-Date
                       "  RETURN " IJ-Return-Date
                       "  " IJ-Description
                       delimited by size into Print-Line
                    end-string
                    perform Print-A-Line
                 end-if
              end-perform
              if SectionCount equal zero
                 move "  NO INJURIES ON FILE" to Print-Line
                 perform Print-A-Line
              end-if
           end-if
           .

      * One sequential FRHIST pass per dossier; the file is appended
      * in date order so the rows print as the career ran.
       Print-Stat-History.
           move spaces to Print-Line
           perform Print-A-Line
           move "STAT HISTORY (FRHIST)" to Print-Line
           perform Print-A-Line
           open input History-File
           if History-No-File
              move "  FRHIST NOT AVAILABLE" to Print-Line
              perform Print-A-Line
           else
              perform File-Check-History
              move zero to SectionCount
              read History-File
              perform File-Check-History
              perform with test before
                 until History-File-EOF
                 perform Check-History-Match
                 if Row-Matches
                    add 1 to SectionCount
                    move HIST-Pct-Completed to Pct-Display
                    move HIST-Avg-Points to Avg-Display
                    string "  " HIST-Date " " HIST-Team-Name
                       " GAMES " HIST-Games
                       "  ATT " HIST-Attempts
                       "  CMP " HIST-Completed
                       "  3PT " HIST-Three-Pointers
                       "  PCT " Pct-Display
                       "  AVG " Avg-Display
                       delimited by size into Print-Line
                    end-string
                    perform Print-A-Line
                 end-if
                 read History-File
                 perform File-Check-History
              end-perform
              close History-File
              if SectionCount equal zero
                 move "  NO HISTORY ROWS ON FILE" to Print-Line
              else
                 string "  HISTORY ROWS: " SectionCount
                    delimited by size into Print-Line
                 end-string
              end-if
              perform Print-A-Line
           end-if
           .

       Check-History-Match.
           move "N" to Row-Match-Flag
           perform with test before
              varying Alias-Ix from 1 by 1
              until Alias-Ix greater than AliasCount
              if AL-Team(Alias-Ix) equal HIST-Team-Name
                 and AL-Player(Alias-Ix) equal HIST-Player-Name
                 move "Y" to Row-Match-Flag
              end-if
           end-perform
           .

      * FRAUDIT is keyed by timestamp, so the corrections for one
      * player come from a full pass and print in the order made.
       Print-Corrections.
           move spaces to Print-Line
           perform Print-A-Line
           move "ONLINE CORRECTIONS (FRAUDIT)" to Print-Line
           perform Print-A-Line
           if not Audit-Available
              move "  FRAUDIT NOT AVAILABLE" to Print-Line
              perform Print-A-Line
           else
              move zero to SectionCount
              move low-values to FD-Audit-Key
              start Audit-File
                 key is >= FD-Audit-Key
              end-start
              perform File-Check-Audit
              if Audit-OK
                 perform Read-Next-Audit
              end-if
              perform with test before
                 until not Audit-OK
                 perform Check-Audit-Match
                 if Row-Matches
                    add 1 to SectionCount
                    perform Print-One-Correction
                 end-if
                 perform Read-Next-Audit
              end-perform
              if SectionCount equal zero
                 move "  NO CORRECTIONS ON FILE" to Print-Line
                 perform Print-A-Line
              end-if
           end-if
           .

       Read-Next-Audit.
           read Audit-File next
               into Audit-Record
           end-read
           perform File-Check-Audit
           .

       Check-Audit-Match.
           move "N" to Row-Match-Flag
           perform with test before
              varying Alias-Ix from 1 by 1
              until Alias-Ix greater than AliasCount
              if AL-Team(Alias-Ix) equal AUD-Team-Name
                 and AL-Player(Alias-Ix) equal AUD-Player-Name
                 move "Y" to Row-Match-Flag
              end-if
           end-perform
           .

       Print-One-Correction.
           string "  " AUD-Timestamp " BY " AUD-User-Id
              " " AUD-Team-Name
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           string "    BEFORE GAMES " AUD-Old-Games
              "  ATT " AUD-Old-Attempts
              "  CMP " AUD-Old-Completed
              "  3PT " AUD-Old-Three
              "    AFTER GAMES " AUD-New-Games
              "  ATT " AUD-New-Attempts
              "  CMP " AUD-New-Completed
              "  3PT " AUD-New-Three
              delimited by size into Print-Line
           end-string
           perform Print-A-Line
           if AUD-Roster-Before not equal AUD-Roster-After
              string "    BEFORE POS " AUD-Old-Position
                 "  JERSEY " AUD-Old-Jersey
                 "  STATUS " AUD-Old-Status
                 "    AFTER POS " AUD-New-Position
                 "  JERSEY " AUD-New-Jersey
                 "  STATUS " AUD-New-Status
                 delimited by size into Print-Line
              end-string
              perform Print-A-Line
           end-if
           .

       Print-Archive-Records.
           move spaces to Print-Line
           perform Print-A-Line
           move "CAREER ARCHIVE (FRCARCH)" to Print-Line
           perform Print-A-Line
           if not Carch-Available
              move "  FRCARCH NOT AVAILABLE" to Print-Line
              perform Print-A-Line
           else
              move zero to SectionCount
              perform with test before
                 varying Alias-Ix from 1 by 1
                 until Alias-Ix greater than AliasCount
                 move AL-Team(Alias-Ix) to FC-Team-Name
                 move AL-Player(Alias-Ix) to FC-Player-Name
                 read Carch-File into Carch-Record
                 end-read
                 perform File-Check-Carch
                 if Carch-OK
                    add 1 to SectionCount
                    string "  PURGED " CA-Purge-Date
                       "  SEASON " CA-Purge-Season
                       delimited by size into Print-Line
                    end-string
                    perform Print-A-Line
                    move CA-Team-Name to KS-Team-Name
                    move CA-Player-Name to KS-Player-Name
                    move CA-Stats to KSDS-Info
                    perform Print-Player-Stats
                 end-if
              end-perform
              if SectionCount equal zero
                 move "  NOT PURGED - NO ARCHIVE RECORD" to Print-Line
                 perform Print-A-Line
              end-if
           end-if
           .

       File-Check-Request.
           if not Request-File-OK and not Request-File-EOF
              display "Request file status: " Request-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-History.
           if not History-File-OK and not History-File-EOF
              display "FRHIST file status: " History-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-KSDS.
           if not KSDS-OK and not KSDS-Not-Found
              display "FRSEED file status: " KSDS-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Pidx.
           if not Pidx-OK and not Pidx-EOF and not Pidx-Not-Found
              display "FRPIDX file status: " Pidx-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Injury.
           if not Injury-OK and not Injury-Not-Found
              display "FRINJURY file status: " Injury-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Audit.
           if not Audit-OK and not Audit-EOF and not Audit-Not-Found
              display "FRAUDIT file status: " Audit-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Carch.
           if not Carch-OK and not Carch-Not-Found
              display "FRCARCH file status: " Carch-File-Status
              perform 9900-Tragic-Ending
           end-if
           .
       File-Check-Report.
           if not Report-File-OK
              display "FRDOSRPT file status: " Report-File-Status
              perform 9900-Tragic-Ending
           end-if
           .

       9900-Tragic-Ending.
           move 12 to return-code
           display "Error with player dossier files"
           close Request-File
           close History-File
           close KSDS-File
           close Pidx-File
           close Injury-File
           close Audit-File
           close Carch-File
           close Report-File
           goback
           .
