      *****************************************************************
      * INVOICE-HISTORY-RECORD is one invoiced line on INVOICE-
      * HISTORY.txt, appended by INVPRINT from each invoice extract
      * once the extract's invoices have posted to receivables, so
      * any invoice can be printed again by its number.  INH-
      * INVOICE-NUMBER is the order number, the number ARPOST posts
      * the open item under; INH-INVOICE-DATE and INH-DUE-DATE are
      * the open item's.  INH-EXTRACT-DATE and INH-INTERFACE-SEQ
      * are off the extract's header, so an extract is never kept
      * twice.  INH-UNIT-PRICE is the case price; INH-PRICE-SOURCE
      * 'C' a contract price, 'P' a promotional price, 'R' retail.
      * 103 characters.
      *****************************************************************
       01  INVOICE-HISTORY-RECORD.
           05  INH-EXTRACT-DATE        PIC 9(8).
           05  INH-INTERFACE-SEQ       PIC 9(5).
           05  INH-CUSTOMER            PIC X(10).
           05  INH-INVOICE-NUMBER      PIC X(8).
           05  INH-INVOICE-DATE        PIC 9(8).
           05  INH-DUE-DATE            PIC 9(8).
           05  INH-SHIP-TO-CODE        PIC X(4).
           05  INH-CANDY-ID            PIC XXX.
           05  INH-ORDERED-CANDY-ID    PIC XXX.
           05  INH-CASES               PIC 9(5).
           05  INH-UNITS               PIC 9(3).
           05  INH-UNIT-PRICE          PIC 999V99.
           05  INH-PRICE-SOURCE        PIC X.
               88  INH-CONTRACT-PRICE                  VALUE 'C'.
               88  INH-PROMO-PRICE                     VALUE 'P'.
           05  INH-EXTENDED            PIC 9(9)V99.
           05  INH-TAX-AMOUNT          PIC 9(7)V99.
           05  INH-CUSTOMER-PO         PIC X(12).
