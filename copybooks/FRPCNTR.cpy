      ***************************************************************
      * FRPCNTR - one FRPCOUNT partition run-count record, appended
      * by FRUPDATE at the end of every run under a PARTITN control
      * card in place of its FRRNSTAT/FRMETRIC stamps: the stream
      * (1-4, or X for the serial cross-partition pass), the batch
      * header it ran, the run date and clock times, the return
      * code, the details read, and the run's action counts.
      * FRPMERGE takes the latest record for the batch on each
      * stream, refuses to merge unless every stream finished
      * clean, and stamps FRUPDATE once for the night from the
      * totals. 120-byte fixed record.
      ***************************************************************
           05  PC-Stream-Id              pic x(01).
           05  PC-Batch-Source           pic x(08).
           05  PC-Batch-Date             pic x(08).
           05  PC-Run-Date               pic x(08).
           05  PC-Start-Time             pic x(06).
           05  PC-End-Time               pic x(06).
           05  PC-Return-Code            pic 9(04).
           05  PC-Records-In             pic 9(07).
           05  PC-Add-Count              pic 9(07).
           05  PC-Update-Count           pic 9(07).
           05  PC-Delete-Count           pic 9(07).
           05  PC-Trade-Count            pic 9(07).
           05  PC-Roster-Count           pic 9(07).
           05  PC-Injury-Count           pic 9(07).
           05  PC-Namefix-Count          pic 9(07).
           05  PC-Reject-Count           pic 9(07).
           05  PC-Hold-Count             pic 9(07).
           05  PC-Parked-Count           pic 9(07).
           05  filler                    pic x(02).
