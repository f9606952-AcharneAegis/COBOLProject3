      *    Lot-Trace-Report.txt    per traced lot, every customer
      *                            order that consumed it: ship
      *                            date, order, customer, cases,
      *                            exact or possible, and the
      *                            ship-to location it went to.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  LDF-LOT-CASES           PIC 9(4).

       FD SHIP-HISTORY-FILE
           RECORD CONTAINS 90 CHARACTERS.

       01  SHIP-HISTORY-RECORD.
           05  SHH-SHIP-DATE           PIC 9(8).
           05  SHH-CANDY-ID            PIC XXX.
           05  SHH-CASES               PIC 9(5).
           05  SHH-LOT-NUMBER          PIC X(10).
           05  SHH-SHIP-TO-CODE        PIC X(4).
           05  SHH-DELIVERED-DATE      PIC 9(8).
           05  SHH-RECEIVED-BY         PIC X(20).
           05  SHH-SHORT-CASES         PIC 9(5).
           05  SHH-DAMAGED-CASES       PIC 9(5).

       FD TRACE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
               10  HST-CANDY-ID        PIC XXX.
               10  HST-CASES           PIC 9(5).
               10  HST-LOT-NUMBER      PIC X(10).
               10  HST-SHIP-TO-CODE    PIC X(4).

       01  TRACE-DETAIL-LINE.
           05  TRD-SHIP-DATE           PIC 9(8).
           05  TRD-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TRD-MATCH               PIC X(8).
           05  FILLER                  PIC XX          VALUE SPACES.
           05  TRD-SHIP-TO-CODE        PIC X(4).
           05  FILLER                  PIC X(18)       VALUE SPACES.

       01  TOTAL-LINE.
           05  TOT-LABEL               PIC X(28).
                  TRL-WAREHOUSE-ID (LOT-SUB) DELIMITED BY SIZE
               INTO TRACE-RECORD
           WRITE TRACE-RECORD
           MOVE 'SHIPPED   WHSE  ORDER     CUSTOMER     CASES  MATCH
      -         ' SHIP' TO TRACE-RECORD
           WRITE TRACE-RECORD

           PERFORM VARYING HIST-SUB FROM 1 BY 1
           MOVE HST-ORDER-NUMBER (HIST-SUB) TO TRD-ORDER-NUMBER
           MOVE HST-CUSTOMER (HIST-SUB) TO TRD-CUSTOMER
           MOVE HST-CASES (HIST-SUB) TO TRD-CASES
           MOVE HST-SHIP-TO-CODE (HIST-SUB) TO TRD-SHIP-TO-CODE
           MOVE TRACE-DETAIL-LINE TO TRACE-RECORD
           WRITE TRACE-RECORD
           .
