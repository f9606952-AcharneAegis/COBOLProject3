      *****************************************************************
      * CROSS-DOCK-LOG-RECORD is one receipt's cases sent straight
      * from the receiving dock to outbound staging against a
      * waiting backorder line, on CROSS-DOCK-LOG.txt.  INVPOST
      * writes one line per backorder line the receipt fills and
      * keeps the file run over run; PUTAWAY reads back the receipt
      * date's lines so only what is left of each receipt is
      * directed to a bin.  XDK-REFERENCE is the receipt's PO
      * reference and XDK-LOT-NUMBER the lot received; XDK-PRIORITY
      * is the backorder line's priority, 'R' rush.  57 characters.
      *****************************************************************
       01  CROSS-DOCK-LOG-RECORD.
           05  XDK-RECEIPT-DATE        PIC 9(8).
           05  XDK-WAREHOUSE-ID        PIC X(4).
           05  XDK-CANDY-ID            PIC XXX.
           05  XDK-REFERENCE           PIC X(8).
           05  XDK-LOT-NUMBER          PIC X(10).
           05  XDK-ORDER-NUMBER        PIC X(8).
           05  XDK-CUSTOMER            PIC X(10).
           05  XDK-CASES               PIC 9(5).
           05  XDK-PRIORITY            PIC X.
