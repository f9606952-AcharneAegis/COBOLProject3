      *****************************************************************
      * SHELF-LIFE-OVERRIDE-RECORD is one line of SHELF-LIFE-
      * OVERRIDE.txt: the fewest days of shelf life a lot of one
      * Candy ID must have left to be picked for one customer.  It
      * overrides the customer's CUM-MIN-SHELF-DAYS for that candy
      * only -- a chain that takes 60 days on hard candy but wants
      * 120 on chocolate carries 60 on the master and a 120 row for
      * each chocolate.  A zero row lifts the customer's
      * requirement for the candy.  Days are counted 30-day-month
      * style from the run date to the lot's expiration date.  16
      * characters.
      *****************************************************************
       01  SHELF-LIFE-OVERRIDE-RECORD.
           05  SLO-CUSTOMER-ID         PIC X(10).
           05  SLO-CANDY-ID            PIC XXX.
           05  SLO-MIN-SHELF-DAYS      PIC 999.
