      *****************************************************************
      * CUSTOMER-COMPLAINT-RECORD is one customer complaint about
      * product quality on CUSTOMER-COMPLAINT.txt.  CMPLREG logs it
      * against the invoice line it came in on -- customer, invoice
      * (order) number, Candy ID, and lot -- and stamps the
      * warehouse and ship date off the shipment trail and the
      * vendor off the inventory master, so a run of complaints
      * traces straight to a lot and a vendor.  CMPLMNT records the
      * investigation, the root cause, the RMA credit or vendor
      * debit memo the complaint was settled with, and the
      * closure; CMPLTRND counts complaints by lot and vendor for
      * QA.  CMP-SEVERITY is 1 for a health or safety complaint, 2
      * for product unfit to sell, 3 for a minor complaint.
      * CMP-LINK-NUMBER is the customer RMA number when
      * CMP-LINK-TYPE is 'R', the vendor debit memo number when it
      * is 'V'.  129 characters.
      *****************************************************************
       01  CUSTOMER-COMPLAINT-RECORD.
           05  CMP-COMPLAINT-NUMBER    PIC 9(6).
           05  CMP-STATUS              PIC X.
               88  CMP-OPEN                            VALUE 'O'.
               88  CMP-INVESTIGATING                   VALUE 'I'.
               88  CMP-CLOSED                          VALUE 'C'.
           05  CMP-RECEIVED-DATE       PIC 9(8).
           05  CMP-LOGGED-DATE         PIC 9(8).
           05  CMP-CUSTOMER            PIC X(10).
           05  CMP-INVOICE-NUMBER      PIC X(8).
           05  CMP-CANDY-ID            PIC XXX.
           05  CMP-LOT-NUMBER          PIC X(10).
           05  CMP-WAREHOUSE-ID        PIC X(4).
           05  CMP-SHIP-DATE           PIC 9(8).
           05  CMP-VENDOR-ID           PIC A.
           05  CMP-CATEGORY            PIC XX.
               88  CMP-STALE                           VALUE 'ST'.
               88  CMP-MELTED                          VALUE 'ML'.
               88  CMP-MISLABELED                      VALUE 'LB'.
               88  CMP-DAMAGED                         VALUE 'DM'.
               88  CMP-FOREIGN-MATTER                  VALUE 'FM'.
               88  CMP-OTHER-COMPLAINT                 VALUE 'OT'.
               88  CMP-VALID-CATEGORY                  VALUE 'ST'
                                       'ML' 'LB' 'DM' 'FM' 'OT'.
           05  CMP-SEVERITY            PIC 9.
               88  CMP-VALID-SEVERITY                  VALUE 1 2 3.
           05  CMP-INVESTIGATION       PIC X(30).
           05  CMP-INVESTIGATED-DATE   PIC 9(8).
           05  CMP-ROOT-CAUSE          PIC XX.
               88  CMP-CAUSE-VENDOR                    VALUE 'VQ'.
               88  CMP-CAUSE-WAREHOUSE                 VALUE 'WH'.
               88  CMP-CAUSE-CARRIER                   VALUE 'CR'.
               88  CMP-CAUSE-CUSTOMER                  VALUE 'CU'.
               88  CMP-CAUSE-UNFOUNDED                 VALUE 'UF'.
               88  CMP-CAUSE-OTHER                     VALUE 'OT'.
               88  CMP-VALID-ROOT-CAUSE                VALUE 'VQ'
                                       'WH' 'CR' 'CU' 'UF' 'OT'.
           05  CMP-LINK-TYPE           PIC X.
               88  CMP-LINKED-TO-RMA                   VALUE 'R'.
               88  CMP-LINKED-TO-CHARGEBACK            VALUE 'V'.
           05  CMP-LINK-NUMBER         PIC X(10).
           05  CMP-CLOSED-DATE         PIC 9(8).
