      *****************************************************************
      * CHAIN-CONTROL-RECORD is one control total a run in the
      * order-to-cash chain leaves at end of job on CHAIN-CONTROL.txt
      * -- what it took in or handed on at one control point, in
      * lines, cases, and dollars.  ORDALLOC, ORDMAINT, SHIPCONF,
      * and ARPOST extend the file; CHAINBAL reads the day's rows
      * and proves each handoff.  Control points:
      *    'CO' ORDALLOC  clean order lines read
      *    'BI' ORDALLOC  backorder lines carried in
      *    'PK' ORDALLOC  picks written to the pick list
      *    'BO' ORDALLOC  lines left on backorder
      *    'HD' ORDALLOC  lines held for credit
      *    'CP' ORDMAINT  cases cut off open picks
      *    'PI' SHIPCONF  picks read off the pick list
      *    'XD' SHIPCONF  cross-dock picks read
      *    'SH' SHIPCONF  lines confirmed shipped and invoiced
      *    'SB' SHIPCONF  pick shortfalls returned to backorder
      *    'IP' ARPOST    invoice extract detail posted (goods)
      *    'OI' ARPOST    open items posted (goods plus tax)
      *    'AC' ARPOST    rolled onto customer open balances
      * 47 characters.
      *****************************************************************
       01  CHAIN-CONTROL-RECORD.
           05  CHC-RUN-DATE            PIC 9(8).
           05  CHC-PROGRAM             PIC X(8).
           05  CHC-CONTROL-POINT       PIC XX.
           05  CHC-LINE-COUNT          PIC 9(7).
           05  CHC-CASES               PIC 9(9).
           05  CHC-DOLLARS             PIC 9(11)V99.
