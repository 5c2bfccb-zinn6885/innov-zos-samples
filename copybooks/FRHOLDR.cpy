      ***************************************************************
      * FRHOLDR - one FRHOLD held-transaction record, written by
      * FRUPDATE for every well-formed UPDATE whose stats fall
      * outside the FRTOLCTL tolerances - parked instead of applied,
      * with the hold reason coded and in words, the date it was
      * held, and the header of the batch it arrived in. FRHLDREL
      * reads it back against the supervisor's APPROVE/KILL cards.
      * 136-byte fixed record.
      ***************************************************************
           05  HLD-Transaction           pic x(80).
           05  HLD-Reason-Code           pic 9(02).
           05  HLD-Reason-Text           pic x(30).
           05  HLD-Held-Date             pic x(08).
           05  HLD-Batch-Source          pic x(08).
           05  HLD-Batch-Date            pic x(08).
