      *****************************************************************
      * VENDOR-DEBIT-MEMO-RECORD is one return to vendor on the
      * debit memo file VENDOR-DEBIT-MEMO.txt, written by the
      * return-to-vendor run RTVPROC: what went back, on which
      * vendor RMA authorization, and what the vendor owes us for
      * it at the cost layers the cases came off.  VDM-RECALL-FLAG
      * 'R' marks a return driven by a recall notice.  VDM-STATUS
      * 'O' open, not yet credited; 'A' applied -- the payment run
      * APPAYRUN deducted it from the vendor's check, carried in
      * VDM-CHECK-NUMBER with the date.  A voided check puts its
      * memos back to open.  78 characters.
      *****************************************************************
       01  VENDOR-DEBIT-MEMO-RECORD.
           05  VDM-MEMO-NUMBER         PIC 9(6).
           05  VDM-RTV-DATE            PIC 9(8).
           05  VDM-VENDOR-ID           PIC A.
           05  VDM-WAREHOUSE-ID        PIC X(4).
           05  VDM-CANDY-ID            PIC XXX.
           05  VDM-LOT-NUMBER          PIC X(10).
           05  VDM-CASES               PIC 9(5).
           05  VDM-REASON-CODE         PIC XX.
           05  VDM-RMA-NUMBER          PIC X(10).
           05  VDM-AMOUNT              PIC 9(9)V99.
           05  VDM-RECALL-FLAG         PIC X.
               88  VDM-RECALL-RETURN                   VALUE 'R'.
           05  VDM-STATUS              PIC X.
               88  VDM-OPEN                            VALUE 'O'.
               88  VDM-APPLIED                         VALUE 'A'.
           05  VDM-CHECK-NUMBER        PIC 9(8).
           05  VDM-APPLIED-DATE        PIC 9(8).
