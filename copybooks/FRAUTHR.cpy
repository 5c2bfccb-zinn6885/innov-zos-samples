      ***************************************************************
      * FRAUTHR - working-storage layout of one FRAUTH authorization
      * record: what one signed-on user id may do through the online
      * FR transactions. Keyed by AU-User-Id - the same CICS user id
      * the screens pass in COMM-User-Id. FRMAINT, FRENTRY, and
      * FRSUSBR read it before touching anything and refuse a
      * request outside it with response "U", logging the denial to
      * FRDENY. No record, or a revoked one, grants nothing.
      * AU-Role is the reviewer's description of the job (LEAGUE,
      * TEAMSTAF, AUDITOR ...) - the grants below decide, not the
      * role name. The five grants, one Y/N byte each, in the order
      * of the AU-Grant-Table view:
      *   1 AU-Grant-Correct      - FRMAINT stat correction
      *   2 AU-Grant-Stat-Entry   - FRENTRY ADD, UPDATE, DELETE
      *   3 AU-Grant-Trade-Entry  - FRENTRY TRADE
      *   4 AU-Grant-Roster-Entry - FRENTRY ROSTER, INJURY, NAMEFIX
      *                             and FRMAINT roster fields
      *   5 AU-Grant-Release      - FRSUSBR suspense correction
      * AU-All-Teams "Y" covers every team; otherwise the user may
      * touch only the AU-Team-Count teams listed. Maintained by the
      * FRAUTHMT card run: AU-Granted-By is whoever authorized the
      * latest card applied, AU-Granted-Date the day the user was
      * added, AU-Changed-Date the day of the latest card - what the
      * auditors' access review reads. 260-byte record.
      ***************************************************************
           05  AU-User-Id                pic x(08).
           05  AU-Role                   pic x(08).
           05  AU-Status                 pic x(01).
               88  AU-Active             value "A".
               88  AU-Revoked            value "R".
           05  AU-All-Teams-Flag         pic x(01).
               88  AU-All-Teams          value "Y".
           05  AU-Grants.
               10  AU-Grant-Correct      pic x(01).
                   88  AU-May-Correct    value "Y".
               10  AU-Grant-Stat-Entry   pic x(01).
                   88  AU-May-Enter-Stats value "Y".
               10  AU-Grant-Trade-Entry  pic x(01).
                   88  AU-May-Enter-Trades value "Y".
               10  AU-Grant-Roster-Entry pic x(01).
                   88  AU-May-Enter-Roster value "Y".
               10  AU-Grant-Release      pic x(01).
                   88  AU-May-Release    value "Y".
           05  AU-Grant-Table redefines AU-Grants.
               10  AU-Grant-Flag         pic x(01) occurs 5 times.
           05  AU-Team-Count             pic 9(02).
           05  AU-Team-Name              pic x(20) occurs 10 times.
           05  AU-Granted-By             pic x(08).
           05  AU-Granted-Date           pic x(08).
           05  AU-Changed-Date           pic x(08).
           05  filler                    pic x(11).
