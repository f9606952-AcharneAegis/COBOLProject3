      *****************************************************************
      * BOL-LINE-RECORD ties one shipment line to the bill of lading
      * it travelled on.  SHIPDOCS appends one record per line of
      * SHIPMENT-HISTORY.txt as it prints the day's bills, so a
      * freight claim or proof of delivery is traced from the BOL
      * number back to the order, candy, lot, and cases shipped --
      * and from any shipment line forward to its BOL.  BLL-WEIGHT
      * and BLL-CUBE are the line's, from the pack-size master.
      * 81 characters.
      *****************************************************************
       01  BOL-LINE-RECORD.
           05  BLL-BOL-NUMBER          PIC 9(8).
           05  BLL-SHIP-DATE           PIC 9(8).
           05  BLL-WAREHOUSE-ID        PIC X(4).
           05  BLL-CARRIER-ID          PIC X(4).
           05  BLL-ORDER-NUMBER        PIC X(8).
           05  BLL-CUSTOMER            PIC X(10).
           05  BLL-SHIP-TO-CODE        PIC X(4).
           05  BLL-CANDY-ID            PIC XXX.
           05  BLL-LOT-NUMBER          PIC X(10).
           05  BLL-CASES               PIC 9(5).
           05  BLL-WEIGHT              PIC 9(7)V99.
           05  BLL-CUBE                PIC 9(6)V99.
