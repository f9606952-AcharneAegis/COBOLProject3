      *****************************************************************
      * PLATE-HISTORY-RECORD is one movement of one pallet on
      * LICENSE-PLATE-HISTORY.txt, extended by PUTAWAY when the
      * plate is made and by LPNPOST for everything after.
      * LPH-MOVE-TYPE is 'R' received, 'P' put away, 'M' moved bin
      * to bin, 'S' split (LPH-REFERENCE is the plate on the other
      * side of the split), 'K' picked, 'X' shipped out on a
      * transfer, 'I' received in from a transfer, or 'W' written
      * off.  LPH-CASES is the cases the movement carried and
      * LPH-CASES-LEFT what stayed on the plate after it; the bins
      * are zero where the pallet was on the dock or in transit.
      * 72 characters.
      *****************************************************************
       01  PLATE-HISTORY-RECORD.
           05  LPH-PLATE-ID            PIC 9(8).
           05  LPH-MOVE-DATE           PIC 9(8).
           05  LPH-MOVE-TYPE           PIC X.
           05  LPH-WAREHOUSE-ID        PIC X(4).
           05  LPH-CANDY-ID            PIC XXX.
           05  LPH-LOT-NUMBER          PIC X(10).
           05  LPH-CASES               PIC 9(5).
           05  LPH-CASES-LEFT          PIC 9(5).
           05  LPH-FROM-BIN            PIC 9(6).
           05  LPH-TO-BIN              PIC 9(6).
           05  LPH-REFERENCE           PIC X(8).
           05  LPH-PROGRAM             PIC X(8).
