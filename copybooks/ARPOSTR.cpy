      ***************************************************************
      * ARPOSTR - one ARITHAR receivables posting record, written by
      * ARITHBAT for every invoice line it accepts and read by
      * ARITHAR to post the AROPEN open-item ledger. ARP-Doc-No
      * makes the line unique across runs - run date, run time
      * (HHMM), and the run's invoice number - so a posting file
      * fed through twice is caught instead of billed twice.
      * Amounts are signed: a sale is positive, a credit or a
      * minus adjustment negative. ARP-Total-Amount is sale plus
      * tax, the figure the customer owes. ARP-Rate is the
      * ARITHRTE rate in effect; a line a tax-exemption certificate
      * covers carries ARP-Exempt-Flag "Y" and zero tax. 80-byte
      * fixed record.
      ***************************************************************
           05  ARP-Cust-No               pic x(06).
           05  ARP-Doc-No.
               10  ARP-Doc-Run-Date      pic x(08).
               10  ARP-Doc-Run-Time      pic x(04).
               10  ARP-Doc-Seq           pic 9(05).
           05  ARP-Doc-Date              pic 9(08).
           05  ARP-Tran-Type             pic x(01).
               88  ARP-Sale              value "S".
               88  ARP-Credit            value "C".
               88  ARP-Adjustment        value "A".
           05  ARP-Juris-Code            pic x(05).
           05  ARP-Rate                  pic 9v9(4).
           05  ARP-Sale-Amount           pic s9(07)v99
                                            sign leading separate.
           05  ARP-Tax-Amount            pic s9(07)v99
                                            sign leading separate.
           05  ARP-Total-Amount          pic s9(07)v99
                                            sign leading separate.
           05  ARP-Exempt-Flag           pic x(01).
               88  ARP-Exempt            value "Y".
           05  filler                    pic x(07).
