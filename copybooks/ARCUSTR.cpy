      ***************************************************************
      * ARCUSTR - working-storage layout of one ARCUST customer-
      * master record, keyed by the six-character customer number
      * ARITHBAT invoices under. The billing address is held in the
      * same pieces as the comma-delimited ADDRDAT line STR3BAT
      * reads, so a statement envelope can be addressed straight
      * from the master. Maintained by ARITHCUS; read by ARITHBAT,
      * which refuses invoices for unknown or inactive customers.
      * 200-byte record.
      ***************************************************************
           05  CUS-Cust-No               pic x(06).
           05  CUS-Name                  pic x(30).
           05  CUS-Billing-Address.
               10  CUS-Street-Number     pic x(06).
               10  CUS-Street-Name       pic x(30).
               10  CUS-Street-Direction  pic x(01).
               10  CUS-Street-Type       pic x(12).
               10  CUS-Unit              pic x(06).
               10  CUS-Unit-Type         pic x(06).
               10  CUS-City              pic x(30).
               10  CUS-State             pic x(02).
               10  CUS-Zipcode.
                   15  CUS-Zip-5         pic x(05).
                   15  CUS-Zip-4         pic x(04).
           05  CUS-Terms-Days            pic 9(03).
           05  CUS-Status                pic x(01).
               88  CUS-Active            value "A".
               88  CUS-Inactive          value "I".
           05  CUS-Added-Date            pic x(08).
           05  CUS-Last-Update           pic x(08).
           05  CUS-Inactive-Date         pic x(08).
           05  filler                    pic x(34).
