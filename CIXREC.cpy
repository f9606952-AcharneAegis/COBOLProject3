      *****************************************************************
      * CUSTOMER-ITEM-XREF-RECORD maps one customer's own item number
      * to our Candy ID, on CUSTOMER-ITEM-XREF.txt, keyed by the
      * bill-to customer code plus the customer's item number.  The
      * chains order in their item numbers; EDIORDIN translates each
      * line through this file before the order feed sees it.
      * 28 characters.
      *****************************************************************
       01  CUSTOMER-ITEM-XREF-RECORD.
           05  CIX-CUSTOMER-ID         PIC X(10).
           05  CIX-CUSTOMER-ITEM       PIC X(15).
           05  CIX-CANDY-ID            PIC XXX.
