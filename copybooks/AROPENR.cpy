      ***************************************************************
      * AROPENR - working-storage layout of one AROPEN receivables
      * open item, keyed by customer number and document number.
      * Posted by ARITHAR: an ARITHBAT sale is an open debit (type
      * I), a credit or adjustment an offset (C or A - a plus
      * adjustment is a debit like an invoice), and every cash
      * receipt a payment item (P) whose document number is "R",
      * the receipt date, and the first eight of the check number.
      * AR-Open-Balance is what is still owed on a debit, or the
      * unapplied part of a credit or payment (negative); an item
      * that reaches zero closes but stays on file as the trail.
      * 100-byte record.
      ***************************************************************
           05  AR-Item-Key.
               10  AR-Cust-No            pic x(06).
               10  AR-Doc-No             pic x(17).
           05  AR-Item-Type              pic x(01).
               88  AR-Invoice            value "I".
               88  AR-Credit-Memo        value "C".
               88  AR-Adjustment         value "A".
               88  AR-Payment            value "P".
           05  AR-Doc-Date               pic 9(08).
           05  AR-Post-Date              pic x(08).
           05  AR-Original-Amount        pic s9(07)v99
                                            sign leading separate.
           05  AR-Open-Balance           pic s9(07)v99
                                            sign leading separate.
           05  AR-Last-Activity          pic x(08).
           05  AR-Item-Status            pic x(01).
               88  AR-Item-Open          value "O".
               88  AR-Item-Closed        value "C".
           05  AR-Check-No               pic x(10).
           05  filler                    pic x(21).
