      ***************************************************************
      * FRDATER - working-storage layout of one FRDATED effective-
      * dated transaction: an FRUPDATE detail whose effective date
      * (FTU-Effective-Date) was later than the business date of the
      * batch it arrived in, parked by FRUPDATE instead of applied.
      * DQ-Seq is the record key, assigned from the control record at
      * key zero the way FRPEND numbers its queue, so items due the
      * same night release in the order they were parked and the
      * waiting report has a number to cancel by. FRDTREL releases
      * an item into the night's FRUPDATE batch on its date and
      * stamps DQ-Released-Date rather than deleting it, so a rerun
      * of the same night rebuilds the same batch; released items
      * are purged once that night has passed.
      * The key-zero control record carries the last sequence used
      * in the NON-key DQ-Last-Seq (the DQ-Control-Detail view).
      * 120-byte record.
      ***************************************************************
           05  DQ-Seq                    pic 9(07).
           05  DQ-Detail.
               10  DQ-Effective-Date     pic x(08).
               10  DQ-Transaction        pic x(80).
               10  DQ-Parked-Date        pic x(08).
               10  DQ-Batch-Source       pic x(08).
               10  DQ-Released-Date      pic x(08).
               10  filler                pic x(01).
           05  DQ-Control-Detail redefines DQ-Detail.
               10  DQ-Last-Seq           pic 9(07).
               10  filler                pic x(106).
