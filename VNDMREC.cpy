      *****************************************************************
      * VENDOR-MASTER-RECORD is one vendor on the vendor master
      * VENDOR-MASTER.txt, keyed by the one-letter vendor ID the
      * purchase orders and vendor invoices carry.  Maintained by
      * VENDMAINT.  VNM-LEAD-DAYS is the days from order to
      * receipt; VNM-CURRENCY-CODE the currency the vendor quotes
      * in; VNM-TERMS-CODE names the vendor's payment terms on
      * TERMS-TABLE.txt, spaces meaning due on invoice.  The
      * remit-to address is where the checks go.  VNM-STATUS 'I'
      * is an inactivated vendor; 'A' or spaces is active.
      * VNM-VMI-FLAG 'Y' is a vendor on vendor-managed inventory:
      * VMIFEED sends them a daily product activity file and their
      * suggested replenishment orders are taken into POMAINT.  85
      * characters, the most the DR bundle carries.
      *****************************************************************
       01  VENDOR-MASTER-RECORD.
           05  VNM-VENDOR-ID           PIC A.
           05  VNM-VENDOR-NAME         PIC X(20).
           05  VNM-LEAD-DAYS           PIC 999.
           05  VNM-CURRENCY-CODE       PIC XXX.
           05  VNM-TERMS-CODE          PIC XX.
           05  VNM-REMIT-STREET        PIC X(20).
           05  VNM-REMIT-CITY          PIC X(12).
           05  VNM-REMIT-STATE         PIC XX.
           05  VNM-REMIT-ZIP           PIC X(5).
           05  VNM-CONTACT-NAME        PIC X(15).
           05  VNM-VMI-FLAG            PIC X.
               88  VNM-VMI-VENDOR                      VALUE 'Y'.
           05  VNM-STATUS              PIC A.
               88  VNM-VENDOR-ACTIVE                   VALUE 'A' ' '.
               88  VNM-VENDOR-INACTIVE                 VALUE 'I'.
