      *****************************************************************
      * EXPECTED-RECEIPT-RECORD is one line of a vendor's advance
      * ship notice on the expected-receipts file EXPECTED-
      * RECEIPTS.txt: what the vendor says is on the truck against
      * which open PO line, the lot and its expiration, and the day
      * the truck is due.  Loaded by ASNLOAD; ASNRECV receives it
      * when the dock confirms the ASN.  ASN-STATUS 'E' expected,
      * 'R' received as shipped, 'X' received with a discrepancy
      * (ASN-CASES-RECEIVED differs from ASN-CASES-SHIPPED), 'N'
      * never arrived -- still expected past the grace days after
      * its arrival date.  79 characters.
      *****************************************************************
       01  EXPECTED-RECEIPT-RECORD.
           05  ASN-ASN-NUMBER          PIC X(10).
           05  ASN-VENDOR-ID           PIC A.
           05  ASN-PO-NUMBER           PIC X(8).
           05  ASN-CANDY-ID            PIC XXX.
           05  ASN-WAREHOUSE-ID        PIC X(4).
           05  ASN-CASES-SHIPPED       PIC 9(5).
           05  ASN-LOT-NUMBER          PIC X(10).
           05  ASN-EXP-DATE            PIC 9(8).
           05  ASN-ARRIVAL-DATE        PIC 9(8).
           05  ASN-LOAD-DATE           PIC 9(8).
           05  ASN-STATUS              PIC X.
               88  ASN-EXPECTED                        VALUE 'E'.
               88  ASN-RECEIVED                        VALUE 'R'.
               88  ASN-DISCREPANCY                     VALUE 'X'.
               88  ASN-NEVER-ARRIVED                   VALUE 'N'.
           05  ASN-CASES-RECEIVED      PIC 9(5).
           05  ASN-RECEIVED-DATE       PIC 9(8).
