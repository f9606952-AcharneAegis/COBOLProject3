      *****************************************************************
      * CASH-HISTORY-RECORD is one application ARCASH made against
      * the open-item ledger, retained run over run on CASH-
      * HISTORY.txt: the run and receipt dates, the customer and
      * invoice paid, the invoice date (so days-to-pay can be
      * worked out without the ledger), and the amount applied.
      * A row of type 'D' is the early-payment discount ARCASH
      * allowed against the invoice rather than cash.  The customer
      * statements list the month's rows as payments received.
      * 54 characters.
      *****************************************************************
       01  CASH-HISTORY-RECORD.
           05  CSH-RUN-DATE            PIC 9(8).
           05  CSH-RECEIPT-DATE        PIC 9(8).
           05  CSH-RECEIPT-DATE-X REDEFINES CSH-RECEIPT-DATE.
               10  CSH-RECEIPT-YYYYMM  PIC 9(6).
               10  CSH-RECEIPT-DD      PIC 99.
           05  CSH-CUSTOMER            PIC X(10).
           05  CSH-INVOICE-NUMBER      PIC X(8).
           05  CSH-INVOICE-DATE        PIC 9(8).
           05  CSH-APPLIED-AMOUNT      PIC 9(9)V99.
           05  CSH-ENTRY-TYPE          PIC X.
               88  CSH-CASH-APPLIED                    VALUE 'C'.
               88  CSH-DISCOUNT-TAKEN                  VALUE 'D'.
