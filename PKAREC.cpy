      *****************************************************************
      * PICKER-ACTIVITY-RECORD is one accepted scan confirmation on
      * PICKER-ACTIVITY.txt, credited to the picker whose Employee
      * ID the gun carried -- the date SCANPICK ingested the
      * download, the picker, and the warehouse, order, candy and
      * cases and units confirmed.  SCANPICK adds to the file every
      * run; PICKPROD reads a week of it for picker productivity.
      * 36 characters.
      *****************************************************************
       01  PICKER-ACTIVITY-RECORD.
           05  PKA-SCAN-DATE           PIC 9(8).
           05  PKA-PICKER-ID           PIC X(5).
           05  PKA-WAREHOUSE-ID        PIC X(4).
           05  PKA-ORDER-NUMBER        PIC X(8).
           05  PKA-CANDY-ID            PIC XXX.
           05  PKA-CASES               PIC 9(5).
           05  PKA-UNITS               PIC 9(3).
