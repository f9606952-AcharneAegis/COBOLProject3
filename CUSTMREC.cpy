      *****************************************************************
      * CUSTOMER-MASTER-RECORD is one customer on the indexed
      * customer master CUSTOMER-MASTER.dat, built by CUSTLOAD.
      * CUM-CUSTOMER-ID -- the same ten-character customer code the
      * order lines carry -- is the RECORD KEY, so every program
      * reads the one customer it wants straight off the index and
      * updates it in place.  Maintained by CUSTMAINT.
      * CUM-OPEN-BALANCE is the customer's open AR balance, rolled
      * forward by the receivables runs; CUM-HOLD-FLAG 'H' is
      * the credit hold that blocks allocation in ORDALLOC until
      * credit releases it.  CUM-TERMS-CODE names
      * the customer's payment terms on TERMS-TABLE.txt; spaces
      * mean due on invoice.  CUM-SHIP-STATE and CUM-SHIP-LOCALITY
      * place the ship-to in its sales tax jurisdiction on
      * TAX-RATE.txt.  CUM-SUBST-FLAG 'Y' is a customer who takes
      * an approved substitute when the candy ordered is out; any
      * other value backorders the shortage.  CUM-MIN-SHELF-DAYS
      * is the fewest days of shelf life a lot must have left for
      * ORDALLOC to pick it for the customer -- chains that refuse
      * short-dated deliveries -- with SHELF-LIFE-OVERRIDE.txt
      * setting it per Candy ID; zero takes any lot.  CUM-SALES-
      * TERRITORY is the sales territory the customer's commission
      * is paid to, on SALES-REP-MASTER.txt.  88 characters.
      *****************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05  CUM-CUSTOMER-ID         PIC X(10).
           05  CUM-OPEN-BALANCE        PIC 9(9)V99.
           05  CUM-HOLD-FLAG           PIC A.
               88  CUM-CREDIT-HELD                     VALUE 'H'.
           05  CUM-TERMS-CODE          PIC XX.
           05  CUM-SHIP-STATE          PIC XX.
           05  CUM-SHIP-LOCALITY       PIC X(5).
           05  CUM-SUBST-FLAG          PIC X.
               88  CUM-ACCEPTS-SUBSTITUTES             VALUE 'Y'.
           05  CUM-MIN-SHELF-DAYS      PIC 999.
           05  CUM-SALES-TERRITORY     PIC X(4).
