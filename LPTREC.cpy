      *****************************************************************
      * PLATE-TRANS-RECORD is one pallet movement on
      * PLATE-TRANS.txt for LPNPOST to apply.  PUTCONF writes the
      * 'P' putaways, SHIPCONF the 'K' picks, XFERPOST the 'X'
      * transfers out and 'I' transfers in, and WRITEOFF the 'W'
      * write-offs; the warehouses key the 'M' bin-to-bin moves.
      * PLT-PLATE-ID zero lets LPNPOST take the cases off the
      * warehouse's plates of the candy (and the lot, when one is
      * given) oldest receipt first, stored plates before the dock.
      * PLT-CASES zero on a 'P' or 'M' moves the whole plate.  An
      * 'I' names the transfer document in PLT-REFERENCE and brings
      * every plate shipped on it onto the receiving dock.
      * 65 characters.
      *****************************************************************
       01  PLATE-TRANS-RECORD.
           05  PLT-TRANS-TYPE          PIC X.
               88  PLT-PUTAWAY                         VALUE 'P'.
               88  PLT-BIN-MOVE                        VALUE 'M'.
               88  PLT-PICK                            VALUE 'K'.
               88  PLT-TRANSFER-OUT                    VALUE 'X'.
               88  PLT-TRANSFER-IN                     VALUE 'I'.
               88  PLT-WRITE-OFF                       VALUE 'W'.
           05  PLT-PLATE-ID            PIC 9(8).
           05  PLT-WAREHOUSE-ID        PIC X(4).
           05  PLT-CANDY-ID            PIC XXX.
           05  PLT-LOT-NUMBER          PIC X(10).
           05  PLT-CASES               PIC 9(5).
           05  PLT-TO-BIN.
               10  PLT-TO-AISLE        PIC 99.
               10  PLT-TO-BAY          PIC 99.
               10  PLT-TO-SHELF        PIC 99.
           05  PLT-TO-WAREHOUSE        PIC X(4).
           05  PLT-REFERENCE           PIC X(8).
           05  PLT-TRANS-DATE          PIC 9(8).
           05  PLT-PROGRAM             PIC X(8).
