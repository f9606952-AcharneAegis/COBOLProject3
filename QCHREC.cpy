      *****************************************************************
      * INSPECTION-HOLD-RECORD is one received lot held for
      * receiving inspection on INSPECTION-HOLD.txt.  INVPOST opens
      * the hold when a receipt's vendor and candy type fall under
      * an inspection rule; QCDISP closes it with the inspector's
      * disposition.  QCH-HOLD-NUMBER is the inspection lot number
      * the inspector keys.  While QCH-STATUS is 'H' the received
      * cases count as on hand but are not available to promise.
      * 'R' released -- all cases available; 'J' rejected -- all
      * cases routed out (QCH-ROUTE 'V' return to vendor, 'W'
      * write-off); 'P' partially released -- QCH-CASES-RELEASED
      * available and the rest rejected and routed.  100 characters.
      *****************************************************************
       01  INSPECTION-HOLD-RECORD.
           05  QCH-HOLD-NUMBER         PIC 9(6).
           05  QCH-HOLD-DATE           PIC 9(8).
           05  QCH-WAREHOUSE-ID        PIC X(4).
           05  QCH-CANDY-ID            PIC XXX.
           05  QCH-LOT-NUMBER          PIC X(10).
           05  QCH-VENDOR-ID           PIC A.
           05  QCH-REFERENCE           PIC X(8).
           05  QCH-CASES-RECEIVED      PIC 9(5).
           05  QCH-CASES-RELEASED      PIC 9(5).
           05  QCH-CASES-REJECTED      PIC 9(5).
           05  QCH-STATUS              PIC X.
               88  QCH-ON-HOLD                         VALUE 'H'.
               88  QCH-RELEASED                        VALUE 'R'.
               88  QCH-REJECTED                        VALUE 'J'.
               88  QCH-PARTIAL-RELEASE                 VALUE 'P'.
           05  QCH-INSPECTOR-ID        PIC X(5).
           05  QCH-FINDINGS            PIC X(30).
           05  QCH-DISPOSITION-DATE    PIC 9(8).
           05  QCH-ROUTE               PIC X.
