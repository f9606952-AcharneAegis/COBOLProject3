      *****************************************************************
      * LICENSE-PLATE-RECORD is one pallet on LICENSE-PLATE.txt.
      * PUTAWAY gives each putaway task's cases a plate when the
      * receipt is directed -- candy, lot, and cases off the dock --
      * and LPNPOST carries every later movement of the pallet: put
      * away or moved to a bin, picked, shipped out on a transfer,
      * received in at the other warehouse, or written off.  A move
      * or putaway of part of a pallet splits the cases moved onto
      * a new plate.  LPN-STATUS is 'D' on the dock (no bin), 'S'
      * stored in LPN-BIN-LOCATION, 'T' in transit to
      * LPN-TO-WAREHOUSE on transfer LPN-TRANSIT-DOC, or 'E' empty;
      * an empty plate is dropped a month after its last move.
      * LPN-REFERENCE is the receipt's PO number.  73 characters.
      *****************************************************************
       01  LICENSE-PLATE-RECORD.
           05  LPN-PLATE-ID            PIC 9(8).
           05  LPN-WAREHOUSE-ID        PIC X(4).
           05  LPN-CANDY-ID            PIC XXX.
           05  LPN-LOT-NUMBER          PIC X(10).
           05  LPN-CASES               PIC 9(5).
           05  LPN-STATUS              PIC X.
               88  LPN-ON-DOCK                         VALUE 'D'.
               88  LPN-STORED                          VALUE 'S'.
               88  LPN-IN-TRANSIT                      VALUE 'T'.
               88  LPN-EMPTY                           VALUE 'E'.
           05  LPN-BIN-LOCATION.
               10  LPN-AISLE           PIC 99.
               10  LPN-BAY             PIC 99.
               10  LPN-SHELF           PIC 99.
           05  LPN-RECEIPT-DATE        PIC 9(8).
           05  LPN-LAST-MOVE-DATE      PIC 9(8).
           05  LPN-TRANSIT-DOC         PIC X(8).
           05  LPN-TO-WAREHOUSE        PIC X(4).
           05  LPN-REFERENCE           PIC X(8).
