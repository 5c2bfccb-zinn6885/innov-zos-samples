      ***************************************************************
      * FRSUSPR - suspense record written by FRUPDATE's WriteSuspense
      * for every rejected transaction: the original 80-byte
      * transaction image, the CheckDataStatus reason code, the
      * date the item landed in suspense so the recycle run can age
      * it, and the header source and business date of the batch
      * that rejected it, so FRBALNC counts only the night's batch
      * against its trailer. 106-byte fixed record, read back by
      * FRRECYC.
      ***************************************************************
           05  SUS-Transaction           pic x(80).
           05  SUS-Reason-Code           pic s99.
           05  SUS-Date                  pic x(08).
           05  SUS-Batch-Source          pic x(08).
           05  SUS-Batch-Date            pic x(08).
