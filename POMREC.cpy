      *****************************************************************
      * PO-MASTER-RECORD is one purchase order line on the indexed
      * purchase order master PO-MASTER.dat, built by POLOAD.
      * POM-REC-KEY (PO number + Candy ID) is the RECORD KEY -- a PO
      * carries one line per candy ordered, and the lines of one PO
      * read together in key order.  The key pair sits ahead of
      * POM-VENDOR-ID so it is one field; the old text master
      * carried the vendor between them.  POM-PO-NUMBER is the
      * same eight characters the warehouses key as the
      * reference on their receipt movements, which is how INVPOST
      * matches a receipt back to what was ordered.  Maintained by
      * POMAINT; POM-CASES-RECEIVED is rolled forward by INVPOST as
      * closed when the line is fully received.  40 characters.
      *****************************************************************
       01  PO-MASTER-RECORD.
           05  POM-REC-KEY.
               10  POM-PO-NUMBER       PIC X(8).
               10  POM-CANDY-ID        PIC XXX.
           05  POM-VENDOR-ID           PIC A.
           05  POM-WAREHOUSE-ID        PIC X(4).
           05  POM-CASES-ORDERED       PIC 9(5).
           05  POM-CASES-RECEIVED      PIC 9(5).
