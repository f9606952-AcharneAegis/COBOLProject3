      *****************************************************************
      * SALES-TAX-HISTORY-RECORD is one invoiced line as SHIPCONF
      * taxed it, retained run over run on SALES-TAX-HISTORY.txt
      * for the monthly liability report: the invoice date, the
      * customer and order, the ship-to jurisdiction, how the line
      * was treated, the exemption certificate relied on or found
      * expired, the line's sales, and the tax charged.  STX-STATUS
      * 'T' taxable, 'N' a candy type that is not taxable, 'E'
      * exempt under a current certificate, 'X' taxed because the
      * customer's certificate had expired.  69 characters.
      *****************************************************************
       01  SALES-TAX-HISTORY-RECORD.
           05  STX-INVOICE-DATE        PIC 9(8).
           05  STX-INVOICE-DATE-X REDEFINES STX-INVOICE-DATE.
               10  STX-INVOICE-YYYYMM  PIC 9(6).
               10  STX-INVOICE-DD      PIC 99.
           05  STX-CUSTOMER            PIC X(10).
           05  STX-ORDER-NUMBER        PIC X(8).
           05  STX-STATE               PIC XX.
           05  STX-LOCALITY            PIC X(5).
           05  STX-STATUS              PIC X.
               88  STX-TAXABLE                         VALUE 'T'.
               88  STX-NONTAXABLE                      VALUE 'N'.
               88  STX-EXEMPT                          VALUE 'E'.
               88  STX-CERT-EXPIRED                    VALUE 'X'.
           05  STX-CERT-NUMBER         PIC X(15).
           05  STX-SALES-AMOUNT        PIC 9(9)V99.
           05  STX-TAX-AMOUNT          PIC 9(7)V99.
