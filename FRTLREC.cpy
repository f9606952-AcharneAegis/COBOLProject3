      *****************************************************************
      * FREIGHT-LEDGER-RECORD is one carrier freight bill approved
      * by FRTAUDIT on FREIGHT-BILL-LEDGER.txt: the carrier's PRO
      * number, the bill of lading it bills, the warehouse and ship
      * date off the BOL, the cartons and weight shipped, what the
      * tariff rates the load at, and what was billed and approved.
      * 86 characters.
      *****************************************************************
       01  FREIGHT-LEDGER-RECORD.
           05  FRL-CARRIER-ID          PIC X(4).
           05  FRL-PRO-NUMBER          PIC X(12).
           05  FRL-BILL-DATE           PIC 9(8).
           05  FRL-BOL-NUMBER          PIC 9(8).
           05  FRL-WAREHOUSE-ID        PIC X(4).
           05  FRL-SHIP-DATE           PIC 9(8).
           05  FRL-CARTONS             PIC 9(7).
           05  FRL-WEIGHT              PIC 9(7)V99.
           05  FRL-RATED-AMOUNT        PIC 9(7)V99.
           05  FRL-BILLED-AMOUNT       PIC 9(7)V99.
           05  FRL-AUDIT-DATE          PIC 9(8).
