      *          STA-Exception-Count filled in by the caller, and
      *          append a run-metrics record (FRMETR layout) to
      *          FRMETRIC carrying STA-Records-In/-Applied and the
      *          elapsed time figured from the start stamp, and
      *          STA-Held-Count (items parked for approval rather
      *          than applied or rejected) on the run-status record
      * STA-Status zero means the stamp landed. A stamping failure
      * must never kill the business step - callers display the
      * status and press on.
           05  STA-Exception-Count       pic 9(05).
           05  STA-Records-In            pic 9(07).
           05  STA-Records-Applied       pic 9(07).
           05  STA-Held-Count            pic 9(05).
           05  STA-Status                pic s99.
               88  STA-OK                value 0.
               88  STA-Bad-Function      value 1.
