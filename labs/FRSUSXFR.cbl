       File Section.
       FD  Suspense-File
           Recording mode F
           Record contains 106 characters
           Block contains 0 records
           Data record Suspense-File-Record.
       01  Suspense-File-Record.
