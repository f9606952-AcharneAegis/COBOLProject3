      *****************************************************************
      * CARRIER-CLAIM-RECORD is one damage or shortage claim against
      * a carrier on CARRIER-CLAIM.txt.  PODPOST opens a claim for
      * each delivery exception on a proof of delivery, valued at
      * the invoice price of the cases short and damaged; CLAIMMNT
      * records the claim filed with the carrier, paid, or denied.
      * CLM-RECOVERED-AMOUNT is what the carrier paid on it.
      * 149 characters.
      *****************************************************************
       01  CARRIER-CLAIM-RECORD.
           05  CLM-CLAIM-NUMBER        PIC 9(8).
           05  CLM-STATUS              PIC X.
               88  CLM-OPEN                            VALUE 'O'.
               88  CLM-FILED                           VALUE 'F'.
               88  CLM-PAID                            VALUE 'P'.
               88  CLM-DENIED                          VALUE 'D'.
           05  CLM-CARRIER-ID          PIC X(4).
           05  CLM-BOL-NUMBER          PIC 9(8).
           05  CLM-WAREHOUSE-ID        PIC X(4).
           05  CLM-ORDER-NUMBER        PIC X(8).
           05  CLM-CUSTOMER            PIC X(10).
           05  CLM-CANDY-ID            PIC XXX.
           05  CLM-SHIP-DATE           PIC 9(8).
           05  CLM-DELIVERED-DATE      PIC 9(8).
           05  CLM-RECEIVED-BY         PIC X(20).
           05  CLM-SHORT-CASES         PIC 9(5).
           05  CLM-DAMAGED-CASES       PIC 9(5).
           05  CLM-UNIT-PRICE          PIC 999V99.
           05  CLM-CLAIM-AMOUNT        PIC 9(7)V99.
           05  CLM-OPENED-DATE         PIC 9(8).
           05  CLM-FILED-DATE          PIC 9(8).
           05  CLM-CLOSED-DATE         PIC 9(8).
           05  CLM-RECOVERED-AMOUNT    PIC 9(7)V99.
