       File Section.
       FD  Suspense-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-File-Record.
       01  Suspense-File-Record.
       01  Recycle-File-Record        pic x(80).
       FD  Suspense-Out-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-Out-Record.
       01  Suspense-Out-Record        pic x(106).

       Working-Storage Section.
       01  File-Status-Indicators.
