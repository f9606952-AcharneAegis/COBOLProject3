      *****************************************************************
      * CUSTOMER-PO-XREF-RECORD ties one of our order numbers to the
      * purchase order number the customer sent it under, on
      * CUSTOMER-PO-XREF.txt.  EDIORDIN writes a row for every PO it
      * translates and checks new POs against the file for
      * duplicates; ORDACK and SHIPCONF look the order number up so
      * the acknowledgment and the invoice extract echo the
      * customer's PO back.  CPO-RECEIVED-DATE ages the row off the
      * file.  38 characters.
      *****************************************************************
       01  CUSTOMER-PO-XREF-RECORD.
           05  CPO-ORDER-NUMBER        PIC X(8).
           05  CPO-CUSTOMER-ID         PIC X(10).
           05  CPO-CUSTOMER-PO         PIC X(12).
           05  CPO-RECEIVED-DATE       PIC 9(8).
