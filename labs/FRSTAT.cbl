      * "FRSTAT" USING it: STRT writes (or rewrites) today's record
      * for the step as Started with the start time; ENDS completes
      * it with the end time, the caller's return code, and its
      * exception count and held-for-approval count. The FRRNSTAT
      * cluster is created on first touch. Any file trouble comes
      * back in STA-Status - never as an abend, because a status
      * stamp must not be able to kill the business step it
      * describes.
      * ENDS also appends a run-metrics record to FRMETRIC - run
      * date, program, the caller's records in/applied and reject
      * counts, and the elapsed seconds between the start and end
                 move zero to RS-Return-Code
                 move zero to RS-Exception-Count
                 move "S" to RS-Step-Status
                 move zero to RS-Held-Count
                 rewrite FD-Status-Record from Status-Record
                 end-rewrite
                 perform Check-Write-Status
                 move zero to RS-Return-Code
                 move zero to RS-Exception-Count
                 move "S" to RS-Step-Status
                 move zero to RS-Held-Count
                 write FD-Status-Record from Status-Record
                 end-write
                 perform Check-Write-Status
      * clean zeros in the metrics row
           move zero to STA-Records-In
           move zero to STA-Records-Applied
           move zero to STA-Held-Count
           .

       Stamp-End.
              move Time-Work to RS-End-Time
              move STA-Return-Code to RS-Return-Code
              move STA-Exception-Count to RS-Exception-Count
              move STA-Held-Count to RS-Held-Count
              move "C" to RS-Step-Status
              if Status-Not-Found
                 write FD-Status-Record from Status-Record
