      * service: a Started record on entry, completed with end time,
      * return code, and exception count on exit - so the 6 AM
      * question "where does the night stand" is one FRSTATRP report
      * instead of eight SYSOUTs. FRGATE reads the latest FRTMSYNC,
      * FRRECON, and FRBALNC records here to decide whether the
      * league extract may ship. RS-Held-Count is what the step
      * parked for supervisor approval (FRUPDATE's FRHOLD queue) so
      * the morning report shows it beside the exceptions. 80-byte
      * record.
      ***************************************************************
           05  Status-Key.
               10  RS-Run-Date            pic x(08).
               10  RS-Step-Status         pic x(01).
                   88  RS-Started         value "S".
                   88  RS-Completed       value "C".
               10  RS-Held-Count          pic 9(05).
               10  filler                 pic x(37).
