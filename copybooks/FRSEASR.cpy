      * KSDS. Two control records live here:
      *   "CURRENT " - which season the masters are carrying, read
      *        by batch and CICS alike, rewritten by FRSEASCL at
      *        season close (SEA-Detail view). Also carries the
      *        team salary cap, set by FRCONMNT's cap card and kept
      *        across the rollover - spaces or zero means no cap.
      *        SEA-Season-Opened is the day FRSEASCL opened the
      *        season - the last season close, the line FRRHOUSE
      *        never cuts history past. Spaces until the first
      *        close run stamps it.
      *   "BATCHRUN" - the master-availability flag (SEA-Batch-
      *        Detail view). FRUPDATE sets it Up on entry and Clear
      *        on exit; FRMAINT refuses online corrections while it
           05  SEA-Key                   pic x(08).
           05  SEA-Detail.
               10  SEA-Season-Id         pic x(08).
               10  SEA-Salary-Cap-X      pic x(11).
               10  SEA-Salary-Cap redefines SEA-Salary-Cap-X
                                         pic 9(09)v99.
               10  SEA-Season-Opened     pic x(08).
               10  filler                pic x(05).
           05  SEA-Batch-Detail redefines SEA-Detail.
               10  SEA-Batch-Flag        pic x(01).
                   88  SEA-Batch-Running value "U".
