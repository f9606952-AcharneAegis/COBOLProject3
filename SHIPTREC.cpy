      *****************************************************************
      * SHIP-TO-MASTER-RECORD is one delivery location of a customer
      * on SHIP-TO-MASTER.txt, keyed by the bill-to customer code
      * plus a four-character ship-to code and kept in that order
      * by CUSTMAINT.  A chain's stores and distribution center are
      * each a ship-to under the one customer, so credit and
      * receivables stay with the bill-to while the goods go to the
      * location.  An order line with a blank ship-to code goes to
      * the customer master's own ship-to.  SHT-CARRIER-ID routes
      * the location's freight ahead of the customer's routing on
      * CARRIER-ROUTING.txt; SHT-DELIVERY-DAYS flags the days the
      * location takes deliveries (MTWTFSS, 'Y' open); SHT-TAX-
      * STATE and SHT-TAX-LOCALITY place the location in its sales
      * tax jurisdiction on TAX-RATE.txt.  SHT-STATUS 'I' is a
      * closed location no new order may name.  92 characters.
      *****************************************************************
       01  SHIP-TO-MASTER-RECORD.
           05  SHT-CUSTOMER-ID         PIC X(10).
           05  SHT-SHIP-TO-CODE        PIC X(4).
           05  SHT-SHIP-TO-NAME        PIC X(20).
           05  SHT-ADDRESS             PIC X(20).
           05  SHT-CITY                PIC X(12).
           05  SHT-STATE               PIC XX.
           05  SHT-ZIP-CODE            PIC X(5).
           05  SHT-CARRIER-ID          PIC X(4).
           05  SHT-DELIVERY-DAYS       PIC X(7).
           05  SHT-TAX-STATE           PIC XX.
           05  SHT-TAX-LOCALITY        PIC X(5).
           05  SHT-STATUS              PIC X.
               88  SHT-INACTIVE                        VALUE 'I'.
