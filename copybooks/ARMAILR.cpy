      ***************************************************************
      * ARMAILR - one STMXREF statement-mailing cross-reference
      * record, written by ARITHMAL for every ARITHSTM statement
      * summary: who the statement is for, what it comes to, and
      * either the exact comma-delimited line handed to STR3BAT on
      * ADDRDAT or why no line could be built. ARITHMRC matches
      * the STR3BAT reject, duplicate, and withheld files back to
      * customers through MX-Addr-Line. 160-byte fixed record.
      ***************************************************************
           05  MX-Cust-No                pic x(06).
           05  MX-Cust-Name              pic x(30).
           05  MX-Invoice-Count          pic 9(05).
           05  MX-Stmt-Total             pic s9(07)v99
                                            sign leading separate.
           05  MX-Bridge-Status          pic x(01).
               88  MX-Sent-To-Mailing    value "S".
               88  MX-Not-On-Master      value "N".
               88  MX-No-Address         value "A".
               88  MX-Line-Too-Long      value "L".
           05  MX-Addr-Line              pic x(80).
           05  filler                    pic x(28).
