      *****************************************************************
      * AP-CHECK-RECORD is one vendor check on the check history
      * AP-CHECK-HISTORY.txt, kept by the payment run APPAYRUN: the
      * check number, the date it was drawn, the vendor and payee,
      * and the amount.  CKH-STATUS 'I' issued, 'V' voided, 'C'
      * cleared the bank -- a voided check carries the date it was
      * stopped, a cleared check the date the bank paid it, set by
      * the bank reconciliation BANKREC.  65 characters.
      *****************************************************************
       01  AP-CHECK-RECORD.
           05  CKH-CHECK-NUMBER        PIC 9(8).
           05  CKH-CHECK-DATE          PIC 9(8).
           05  CKH-VENDOR-ID           PIC A.
           05  CKH-PAYEE-NAME          PIC X(20).
           05  CKH-AMOUNT              PIC 9(9)V99.
           05  CKH-STATUS              PIC X.
               88  CKH-ISSUED                          VALUE 'I'.
               88  CKH-VOIDED                          VALUE 'V'.
               88  CKH-CLEARED                         VALUE 'C'.
           05  CKH-VOID-DATE           PIC 9(8).
           05  CKH-CLEARED-DATE        PIC 9(8).
