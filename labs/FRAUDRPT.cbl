      * (the key leads with the timestamp, so it reads back in time
      * order):
      *   - every correction on the report date prints with user,
      *     player, and the before/after values with signed deltas,
      *     plus a roster line when position, jersey or status moved
      *   - corrections per user are totalled for the report date
      *   - any player corrected more than once in the trailing
      *     seven days is flagged, because repeated hand-corrections
       FD  Audit-File.
       01  FD-Audit-Record.
           05  FD-Audit-Key          pic x(29).
           05  filler                pic x(95).
       FD  Control-Card-File
           Recording mode F
           Record contains 80 characters
              AUD-New-Completed " (" Delta-Completed ")"
              "  3pt " AUD-Old-Three "->" AUD-New-Three
              " (" Delta-Three ")"
           if AUD-Roster-Before not equal AUD-Roster-After
              display "  pos   " AUD-Old-Position "->"
                 AUD-New-Position
                 "  jersey " AUD-Old-Jersey "->" AUD-New-Jersey
                 "  status " AUD-Old-Status "->" AUD-New-Status
           end-if
           .

       Tally-User.
