      *****************************************************************
      * FREIGHT-RATE-RECORD is one weight break of a carrier's
      * tariff on FREIGHT-RATE.txt: the rate per hundredweight for
      * shipments of FRR-MIN-WEIGHT pounds and over to the zone,
      * the minimum charge, and the fuel surcharge percent added on
      * top.  A shipment rates at the highest break its weight
      * reaches.  28 characters.
      *****************************************************************
       01  FREIGHT-RATE-RECORD.
           05  FRR-CARRIER-ID          PIC X(4).
           05  FRR-ZONE                PIC XX.
           05  FRR-MIN-WEIGHT          PIC 9(6).
           05  FRR-RATE-CWT            PIC 999V99.
           05  FRR-MIN-CHARGE          PIC 9(5)V99.
           05  FRR-FUEL-PCT            PIC 99V99.
