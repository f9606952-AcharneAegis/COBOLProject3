      *****************************************************************
      * AP-INVOICE-RECORD is one vendor invoice line on the AP
      * invoice ledger AP-INVOICE-LEDGER.txt -- the approved-for-
      * payment file.  APMATCH appends a line once it has matched
      * three ways against the PO line, the receipts logged against
      * the PO, and what earlier invoices already billed.  APACCRUE
      * reads it to relieve the receipts already invoiced.  The
      * payment run APPAYRUN marks a line paid with the discount
      * taken, the check number, and the date; a voided check puts
      * its lines back to approved.  API-STATUS 'A' approved for
      * payment, 'P' paid.  85 characters.
      *****************************************************************
       01  AP-INVOICE-RECORD.
           05  API-VENDOR-ID           PIC A.
           05  API-INVOICE-NUMBER      PIC X(10).
           05  API-INVOICE-DATE        PIC 9(8).
           05  API-PO-NUMBER           PIC X(8).
           05  API-CANDY-ID            PIC XXX.
           05  API-CASES               PIC 9(5).
           05  API-UNIT-PRICE          PIC 999V99.
           05  API-AMOUNT              PIC 9(9)V99.
           05  API-MATCH-DATE          PIC 9(8).
           05  API-STATUS              PIC X.
               88  API-APPROVED                        VALUE 'A'.
               88  API-PAID                            VALUE 'P'.
           05  API-DISCOUNT-AMOUNT     PIC 9(7)V99.
           05  API-CHECK-NUMBER        PIC 9(8).
           05  API-PAID-DATE           PIC 9(8).
