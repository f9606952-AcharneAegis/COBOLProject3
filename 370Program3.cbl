      * uses the units-per-case column.
      *****************************************************************
       FD PACK-SIZE-FILE
           RECORD CONTAINS 19 CHARACTERS.

       01  PACK-SIZE-RECORD.
           05  PSF-BOX-SIZE            PIC A.
           05  PSF-UNITS-PER-CASE      PIC 9(5).
           05  PSF-CASE-WEIGHT         PIC 999V99.
           05  PSF-CASE-CUBE           PIC 99V99.
           05  PSF-FREIGHT-CLASS       PIC X(4).

      *****************************************************************
      * EMPID-CONTROL-FILE carries the next permanent Employee ID
