      *****************************************************************
      * AR-OPEN-ITEM-RECORD is one open item on the indexed
      * receivables ledger AR-OPEN-ITEM.dat, built by AROILOAD --
      * one invoice (or credit memo) per customer and invoice
      * number.  ARO-REC-KEY (customer + invoice number) is the
      * RECORD KEY, so one customer's items read together in
      * invoice order and a remittance finds its invoice straight
      * off the index.  ARPOST adds items as SHIPCONF's invoice
      * extract posts; ARCASH applies keyed remittances against
      * ARO-OPEN-AMOUNT and flips ARO-STATUS to 'P' paid when an
      * item clears; ARWRTOFF flips it to 'W' when the item is
      * written off as bad debt; ARAGING buckets what is still
      * open, by days past ARO-DUE-DATE.  ARPOST stamps the due
      * date from the customer's payment terms; an item carried
      * over from before terms has no due date and ages from its
      * invoice date.  Amounts are signed -- a credit memo posts
      * negative.  57 characters.
      *****************************************************************
       01  AR-OPEN-ITEM-RECORD.
           05  ARO-REC-KEY.
               10  ARO-CUSTOMER        PIC X(10).
               10  ARO-INVOICE-NUMBER  PIC X(8).
           05  ARO-INVOICE-DATE        PIC 9(8).
           05  ARO-ORIG-AMOUNT         PIC S9(9)V99.
           05  ARO-OPEN-AMOUNT         PIC S9(9)V99.
           05  ARO-STATUS              PIC A.
               88  ARO-ITEM-OPEN                       VALUE 'O'.
               88  ARO-ITEM-PAID                       VALUE 'P'.
               88  ARO-ITEM-WRITTEN-OFF                VALUE 'W'.
           05  ARO-DUE-DATE            PIC 9(8).
