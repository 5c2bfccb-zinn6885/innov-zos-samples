      ***************************************************************
      * ARTXEXR - one ARITHEXM tax-exemption certificate record: the
      * customer, the jurisdiction the certificate covers (spaces =
      * every jurisdiction), the certificate number, and the dates
      * it is good from and through (expiry spaces = no expiry).
      * Read by ARITHBAT, which charges no tax on a sale the
      * certificate covers on the invoice date, and by ARITHEXP,
      * which lists certificates coming up for renewal. 80-byte
      * fixed record.
      ***************************************************************
           05  EXM-Cust-No               pic x(06).
           05  EXM-Juris-Code            pic x(05).
           05  EXM-Cert-No               pic x(15).
           05  EXM-Eff-Date-X            pic x(08).
           05  EXM-Eff-Date redefines EXM-Eff-Date-X
                                         pic 9(08).
           05  EXM-Exp-Date-X            pic x(08).
           05  EXM-Exp-Date redefines EXM-Exp-Date-X
                                         pic 9(08).
           05  filler                    pic x(38).
