      * service stamps for every DAILYRUN step. One STATCRD card
      * carries the run date to report (YYYYMMDD in cols 1-8, or
      * blank/missing for today): the report lists each step's start
      * and end times, return code, exception count, items held for
      * supervisor approval, and whether it is still only Started -
      * the whole night on one page instead of eight SYSOUTs. Ends
      * RC=4 when any reported step finished nonzero, carried
      * exceptions or held items, or never finished, so the
      * scheduler can flag the morning.
      *****************************************************************
       Environment Division.
              WHEN RS-Exception-Count > zero
                 move " <== EXCEPTS" to Trouble-Flag
                 add 1 to TroubleCount
              WHEN RS-Held-Count is numeric
                 and RS-Held-Count > zero
                 move " <== HELD   " to Trouble-Flag
                 add 1 to TroubleCount
              WHEN other
                 continue
           END-EVALUATE
              " end " RS-End-Time
              " rc " RS-Return-Code
              " exceptions " RS-Exception-Count
              " held " RS-Held-Count
              Trouble-Flag
           .

