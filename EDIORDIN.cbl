       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIORDIN.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * EDIORDIN is the inbound EDI purchase order translation run.
      * The big chains send their POs electronically in their own
      * item numbers and store numbers, and the order desk used to
      * retype them into the order feed.  This run reads each
      * chain's PO file, maps the chain's store to our customer and
      * ship-to and each of the chain's item numbers to our Candy
      * ID, and writes the lines onto CUSTOMER-ORDERS.txt under new
      * order numbers for ORDEDIT to edit like any keyed order.  The
      * chain's PO number is kept against the order number on the
      * customer PO cross-reference so ORDACK and SHIPCONF can echo
      * it back.  Unmapped items, unknown stores, and POs already
      * received go on the exception report for the desk; every
      * inbound file is proved against its trailer and logged.
      * *****
      * INPUT:
      *    EDI-INBOUND-LIST.txt    the names of the PO files to
      *                            translate this run, one per
      *                            line.
      *    (each named PO file)    an 'H' header with the chain's
      *                            sender ID, interchange control
      *                            number and file date; per PO a
      *                            'P' record -- PO number, store
      *                            number, PO date, priority --
      *                            followed by its 'D' lines --
      *                            the chain's item number, cases,
      *                            units; a 'T' trailer with the PO
      *                            count, line count and case hash.
      *    EDI-STORE-XREF.txt      sender ID and store number to
      *                            customer and ship-to code.
      *    CUSTOMER-ITEM-XREF.txt  customer and customer item
      *                            number to Candy ID.
      *    CUSTOMER-PO-XREF.txt    optional: the POs already
      *                            translated, for the duplicate
      *                            check.
      *    EDI-CONTROL.txt         optional: the next EDI order
      *                            number; rewritten at the end.
      * *****
      * OUTPUT:
      *    CUSTOMER-ORDERS.txt     extended with the translated
      *                            lines, order numbers 'E' plus
      *                            seven digits.
      *    CUSTOMER-PO-XREF.txt    rewritten with this run's POs
      *                            added and rows older than
      *                            PO-XREF-KEEP-DAYS dropped.
      *    EDI-INBOUND-LOG.txt     extended with one row per
      *                            inbound file: its counts, its
      *                            trailer's counts, and whether
      *                            they balanced.
      *    EDI-Translation-Exceptions.txt  per file the lines not
      *                            translated and why, and the
      *                            file's control counts.
      *    RETURN-CODE 8 when a file is missing or out of balance
      *                            with its trailer.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-LIST-FILE
               ASSIGN TO 'EDI-INBOUND-LIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EIN-FILE-STATUS.
           SELECT EDI-PO-FILE
               ASSIGN TO DYNAMIC EDI-PO-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EPO-FILE-STATUS.
           SELECT STORE-XREF-FILE
               ASSIGN TO 'EDI-STORE-XREF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESX-FILE-STATUS.
           SELECT ITEM-XREF-FILE
               ASSIGN TO 'CUSTOMER-ITEM-XREF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIX-FILE-STATUS.
           SELECT PO-XREF-FILE
               ASSIGN TO 'CUSTOMER-PO-XREF.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPO-FILE-STATUS.
           SELECT EDI-CONTROL-FILE
               ASSIGN TO 'EDI-CONTROL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDC-FILE-STATUS.
           SELECT CUSTOMER-ORDER-FILE
               ASSIGN TO 'CUSTOMER-ORDERS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COF-FILE-STATUS.
           SELECT INBOUND-LOG-FILE
               ASSIGN TO 'EDI-INBOUND-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EIL-FILE-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO PRINTER 'EDI-Translation-Exceptions.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INBOUND-LIST-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  INBOUND-LIST-RECORD.
           05  EIN-FILE-NAME           PIC X(40).

       FD EDI-PO-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  EDI-PO-RECORD.
           05  EPO-RECORD-TYPE         PIC X.
           05  EPO-BODY                PIC X(39).
           05  EPO-HEADER-BODY REDEFINES EPO-BODY.
               10  EPO-SENDER-ID       PIC X(15).
               10  EPO-CONTROL-NUMBER  PIC 9(9).
               10  EPO-FILE-DATE       PIC 9(8).
               10  FILLER              PIC X(7).
           05  EPO-PO-BODY REDEFINES EPO-BODY.
               10  EPO-CUSTOMER-PO     PIC X(12).
               10  EPO-STORE-NUMBER    PIC X(6).
               10  EPO-PO-DATE         PIC 9(8).
               10  EPO-PRIORITY        PIC X.
               10  FILLER              PIC X(12).
           05  EPO-LINE-BODY REDEFINES EPO-BODY.
               10  EPO-CUSTOMER-ITEM   PIC X(15).
               10  EPO-CASES           PIC 9(5).
               10  EPO-UNITS           PIC 9(3).
               10  FILLER              PIC X(16).
           05  EPO-TRAILER-BODY REDEFINES EPO-BODY.
               10  EPO-PO-COUNT        PIC 9(5).
               10  EPO-LINE-COUNT      PIC 9(7).
               10  EPO-CASE-HASH       PIC 9(9).
               10  FILLER              PIC X(18).

       FD STORE-XREF-FILE
           RECORD CONTAINS 35 CHARACTERS.

       01  STORE-XREF-RECORD.
           05  ESX-SENDER-ID           PIC X(15).
           05  ESX-STORE-NUMBER        PIC X(6).
           05  ESX-CUSTOMER-ID         PIC X(10).
           05  ESX-SHIP-TO-CODE        PIC X(4).

       FD ITEM-XREF-FILE
           RECORD CONTAINS 28 CHARACTERS.

       COPY CIXREC.

       FD PO-XREF-FILE
           RECORD CONTAINS 38 CHARACTERS.

       COPY CPOREC.

       FD EDI-CONTROL-FILE
           RECORD CONTAINS 7 CHARACTERS.

       01  EDI-CONTROL-RECORD.
           05  EDC-NEXT-ORDER-NUMBER   PIC 9(7).

       FD CUSTOMER-ORDER-FILE
           RECORD CONTAINS 39 CHARACTERS.

       01  CUSTOMER-ORDER-RECORD.
           05  COF-ORDER-NUMBER        PIC X(8).
           05  COF-CUSTOMER            PIC X(10).
           05  COF-CANDY-ID            PIC XXX.
           05  COF-CASES               PIC 9(5).
           05  COF-UNITS               PIC 9(3).
           05  COF-PRIORITY            PIC X.
           05  COF-SHIP-TO-CODE        PIC X(4).
           05  COF-OPERATOR-ID         PIC X(5).

       FD INBOUND-LOG-FILE
           RECORD CONTAINS 137 CHARACTERS.

       01  INBOUND-LOG-RECORD.
           05  EIL-RUN-DATE            PIC 9(8).
           05  EIL-FILE-NAME           PIC X(40).
           05  EIL-SENDER-ID           PIC X(15).
           05  EIL-CONTROL-NUMBER      PIC 9(9).
           05  EIL-FILE-DATE           PIC 9(8).
           05  EIL-PO-COUNT            PIC 9(5).
           05  EIL-LINES-READ          PIC 9(7).
           05  EIL-CASE-HASH           PIC 9(9).
           05  EIL-TRAILER-PO-COUNT    PIC 9(5).
           05  EIL-TRAILER-LINES       PIC 9(7).
           05  EIL-TRAILER-HASH        PIC 9(9).
           05  EIL-LINES-WRITTEN       PIC 9(7).
           05  EIL-LINES-EXCEPTED      PIC 9(7).
           05  EIL-STATUS              PIC X.
               88  EIL-BALANCED                        VALUE 'B'.
               88  EIL-OUT-OF-BALANCE                  VALUE 'O'.
               88  EIL-FILE-MISSING                    VALUE 'M'.

       FD EXCEPTION-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EIN-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-EIN-DATA                     VALUE 'N'.
           05  EPO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-EPO-DATA                     VALUE 'N'.
           05  ESX-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ESX-DATA                     VALUE 'N'.
           05  CIX-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CIX-DATA                     VALUE 'N'.
           05  CPO-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CPO-DATA                     VALUE 'N'.
           05  HEADER-SEEN-SWITCH      PIC X           VALUE 'N'.
               88 HEADER-SEEN                          VALUE 'Y'.
           05  TRAILER-SEEN-SWITCH     PIC X           VALUE 'N'.
               88 TRAILER-SEEN                         VALUE 'Y'.
           05  PO-OPEN-SWITCH          PIC X           VALUE 'N'.
               88 PO-IN-PROGRESS                       VALUE 'Y'.
           05  STORE-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 STORE-FOUND                          VALUE 'Y'.
           05  ITEM-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 ITEM-FOUND                           VALUE 'Y'.
           05  DUPLICATE-SWITCH        PIC X           VALUE 'N'.
               88 DUPLICATE-PO                         VALUE 'Y'.

       01  TEMP-FIELDS.
           05  EIN-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EPO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ESX-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CIX-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CPO-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EDC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  COF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EIL-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EDI-PO-FILE-NAME        PIC X(40)       VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MM              PIC 99.
               10  RUN-DD              PIC 99.
           05  ROW-DATE-WORK           PIC 9(8)        VALUE 0.
           05  ROW-DATE-X REDEFINES ROW-DATE-WORK.
               10  ROW-CCYY            PIC 9(4).
               10  ROW-MM              PIC 99.
               10  ROW-DD              PIC 99.
           05  AGE-IN-DAYS             PIC S9(7)       VALUE 0.
           05  PO-XREF-KEEP-DAYS       PIC 9(3)        VALUE 180.
           05  STORE-SUB               PIC 9(4)        VALUE 0.
           05  STORE-HOLD-SUB          PIC 9(4)        VALUE 0.
           05  ITEM-SUB                PIC 9(5)        VALUE 0.
           05  ITEM-HOLD-SUB           PIC 9(5)        VALUE 0.
           05  CPO-SUB                 PIC 9(5)        VALUE 0.
           05  NEXT-ORDER-SEQUENCE     PIC 9(7)        VALUE 1.
           05  EDI-ORDER-NUMBER.
               10  EON-PREFIX          PIC X           VALUE 'E'.
               10  EON-SEQUENCE        PIC 9(7)        VALUE 0.
           05  EXCEPTION-REASON        PIC X(20)       VALUE SPACES.
           05  PO-REJECT-REASON        PIC X(20)       VALUE SPACES.

      *****************************************************************
      * CURRENT-FILE carries what the header said about the file
      * being translated and what its trailer claimed; CURRENT-PO
      * the PO the 'D' lines belong to and where it maps.
      *****************************************************************
       01  CURRENT-FILE.
           05  CUR-SENDER-ID           PIC X(15)       VALUE SPACES.
           05  CUR-CONTROL-NUMBER      PIC 9(9)        VALUE 0.
           05  CUR-FILE-DATE           PIC 9(8)        VALUE 0.
           05  CUR-TRAILER-PO-COUNT    PIC 9(5)        VALUE 0.
           05  CUR-TRAILER-LINES       PIC 9(7)        VALUE 0.
           05  CUR-TRAILER-HASH        PIC 9(9)        VALUE 0.

       01  CURRENT-PO.
           05  CUR-CUSTOMER-PO         PIC X(12)       VALUE SPACES.
           05  CUR-STORE-NUMBER        PIC X(6)        VALUE SPACES.
           05  CUR-PRIORITY            PIC X           VALUE SPACE.
           05  CUR-CUSTOMER-ID         PIC X(10)       VALUE SPACES.
           05  CUR-SHIP-TO-CODE        PIC X(4)        VALUE SPACES.
           05  CUR-ORDER-NUMBER        PIC X(8)        VALUE SPACES.

       01  FILE-TOTALS.
           05  FILE-PO-COUNT           PIC 9(5)        VALUE 0.
           05  FILE-LINES-READ         PIC 9(7)        VALUE 0.
           05  FILE-CASE-HASH          PIC 9(9)        VALUE 0.
           05  FILE-LINES-WRITTEN      PIC 9(7)        VALUE 0.
           05  FILE-LINES-EXCEPTED     PIC 9(7)        VALUE 0.

       01  RUN-TOTALS.
           05  FILES-READ-COUNT        PIC 9(5)        VALUE 0.
           05  FILES-BALANCED-COUNT    PIC 9(5)        VALUE 0.
           05  FILES-TROUBLE-COUNT     PIC 9(5)        VALUE 0.
           05  POS-READ-COUNT          PIC 9(7)        VALUE 0.
           05  POS-ACCEPTED-COUNT      PIC 9(7)        VALUE 0.
           05  POS-REJECTED-COUNT      PIC 9(7)        VALUE 0.
           05  LINES-READ-COUNT        PIC 9(7)        VALUE 0.
           05  LINES-WRITTEN-COUNT     PIC 9(7)        VALUE 0.
           05  LINES-EXCEPTED-COUNT    PIC 9(7)        VALUE 0.

      *****************************************************************
      * STORE-TABLE holds the store cross-reference.  Store numbers
      * are only unique within a chain, so the chain's sender ID is
      * part of the key.
      *****************************************************************
       01  STORE-COUNT                 PIC 9(4)        VALUE 0.

       01  STORE-TABLE.
           05  STORE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON STORE-COUNT.
               10  SXT-SENDER-ID       PIC X(15).
               10  SXT-STORE-NUMBER    PIC X(6).
               10  SXT-CUSTOMER-ID     PIC X(10).
               10  SXT-SHIP-TO-CODE    PIC X(4).

       01  ITEM-COUNT                  PIC 9(5)        VALUE 0.

       01  ITEM-XREF-TABLE.
           05  ITEM-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON ITEM-COUNT.
               10  ITX-CUSTOMER-ID     PIC X(10).
               10  ITX-CUSTOMER-ITEM   PIC X(15).
               10  ITX-CANDY-ID        PIC XXX.

      *****************************************************************
      * CPO-TABLE holds the customer PO cross-reference still inside
      * its keeping period, plus the POs translated this run, so a
      * PO sent twice -- in one file, two files, or two runs -- is
      * caught.  The table is written back over the file at the end.
      *****************************************************************
       01  CPO-COUNT                   PIC 9(5)        VALUE 0.

       01  CPO-TABLE.
           05  CPO-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON CPO-COUNT.
               10  CPT-ORDER-NUMBER    PIC X(8).
               10  CPT-CUSTOMER-ID     PIC X(10).
               10  CPT-CUSTOMER-PO     PIC X(12).
               10  CPT-RECEIVED-DATE   PIC 9(8).

       01  EXCEPTION-HEADING.
           05  FILLER                  PIC X(36)   VALUE
               'SENDER          PO NUMBER    STORE  '.
           05  FILLER                  PIC X(29)   VALUE
               'CUSTOMER ITEM    CASES REASON'.

       01  FILE-TITLE-LINE.
           05  FILLER                  PIC X(6)    VALUE 'FILE  '.
           05  FTL-FILE-NAME           PIC X(40).
           05  FILLER                  PIC X(34)   VALUE SPACES.

       01  EXCEPTION-LINE.
           05  EXC-SENDER-ID           PIC X(15).
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXC-CUSTOMER-PO         PIC X(12).
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXC-STORE-NUMBER        PIC X(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXC-CUSTOMER-ITEM       PIC X(15).
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXC-CASES               PIC ZZ,ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  EXC-REASON              PIC X(20).
           05  FILLER                  PIC X           VALUE SPACE.

       01  FILE-CONTROL-LINE.
           05  FILLER                  PIC X(4)    VALUE 'POS '.
           05  FCL-PO-COUNT            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8)    VALUE '  LINES '.
           05  FCL-LINES-READ          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)   VALUE
               '  TO ORDERS '.
           05  FCL-LINES-WRITTEN       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11)   VALUE
               '  EXCEPTED '.
           05  FCL-LINES-EXCEPTED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC XX      VALUE SPACES.
           05  FCL-STATUS              PIC X(14).
           05  FILLER                  PIC XX      VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(25).
           05  RTL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM 11-TAKE-NEXT-ORDER-NUMBER
           PERFORM 12-LOAD-STORE-XREF
           PERFORM 13-LOAD-ITEM-XREF
           PERFORM 14-LOAD-PO-XREF
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-INBOUND-FILES
           PERFORM 40-EOF-ROUTINE
           .

      *****************************************************************
      * 11-TAKE-NEXT-ORDER-NUMBER reads where the EDI order numbers
      * left off.  The first run finds no control file and starts
      * at one; the file is rewritten at the end of the run.
      *****************************************************************
       11-TAKE-NEXT-ORDER-NUMBER.

           OPEN INPUT EDI-CONTROL-FILE
           IF EDC-FILE-STATUS IS EQUAL TO '00'
               READ EDI-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EDC-NEXT-ORDER-NUMBER IS NUMERIC
                          AND EDC-NEXT-ORDER-NUMBER IS GREATER
                               THAN ZERO
                           MOVE EDC-NEXT-ORDER-NUMBER TO
                                   NEXT-ORDER-SEQUENCE
                       END-IF
               END-READ
               CLOSE EDI-CONTROL-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-STORE-XREF reads the store cross-reference.  No PO
      * can be placed without it, so a missing file stops the run.
      *****************************************************************
       12-LOAD-STORE-XREF.

           OPEN INPUT STORE-XREF-FILE
           IF ESX-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'EDIORDIN: UNABLE TO OPEN STORE XREF '
                       'FILE, FILE STATUS = ' ESX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ' ' TO ESX-EOF-FLAG
           PERFORM UNTIL NO-MORE-ESX-DATA
               READ STORE-XREF-FILE
                   AT END
                       MOVE 'N' TO ESX-EOF-FLAG
                   NOT AT END
                       IF STORE-COUNT IS EQUAL TO 2000
                           DISPLAY 'EDIORDIN: STORE XREF HAS MORE '
                                   'THAN 2000 STORES, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO STORE-COUNT
                       MOVE STORE-XREF-RECORD TO
                               STORE-ENTRY (STORE-COUNT)
               END-READ
           END-PERFORM
           CLOSE STORE-XREF-FILE
           .

      *****************************************************************
      * 13-LOAD-ITEM-XREF reads the customer item cross-reference.
      * Without it no line can be translated, so a missing file
      * stops the run.
      *****************************************************************
       13-LOAD-ITEM-XREF.

           OPEN INPUT ITEM-XREF-FILE
           IF CIX-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'EDIORDIN: UNABLE TO OPEN CUSTOMER ITEM '
                       'XREF FILE, FILE STATUS = ' CIX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ' ' TO CIX-EOF-FLAG
           PERFORM UNTIL NO-MORE-CIX-DATA
               READ ITEM-XREF-FILE
                   AT END
                       MOVE 'N' TO CIX-EOF-FLAG
                   NOT AT END
                       IF ITEM-COUNT IS EQUAL TO 10000
                           DISPLAY 'EDIORDIN: ITEM XREF HAS MORE '
                                   'THAN 10000 ITEMS, TABLE IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO ITEM-COUNT
                       MOVE CUSTOMER-ITEM-XREF-RECORD TO
                               ITEM-ENTRY (ITEM-COUNT)
               END-READ
           END-PERFORM
           CLOSE ITEM-XREF-FILE
           .

      *****************************************************************
      * 14-LOAD-PO-XREF reads the POs already translated.  Rows
      * received more than PO-XREF-KEEP-DAYS ago are left behind
      * and drop off when the file is written back.  The first run
      * finds no file, which is not an error.
      *****************************************************************
       14-LOAD-PO-XREF.

           OPEN INPUT PO-XREF-FILE
           IF CPO-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF CPO-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'EDIORDIN: UNABLE TO OPEN CUSTOMER PO '
                           'XREF FILE, FILE STATUS = '
                           CPO-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO CPO-EOF-FLAG
               PERFORM UNTIL NO-MORE-CPO-DATA
                   READ PO-XREF-FILE
                       AT END
                           MOVE 'N' TO CPO-EOF-FLAG
                       NOT AT END
                           PERFORM 14A-KEEP-PO-XREF-ROW
                   END-READ
               END-PERFORM
               CLOSE PO-XREF-FILE
           END-IF
           .

       14A-KEEP-PO-XREF-ROW.

           MOVE 0 TO AGE-IN-DAYS
           IF CPO-RECEIVED-DATE IS NUMERIC
               MOVE CPO-RECEIVED-DATE TO ROW-DATE-WORK
               COMPUTE AGE-IN-DAYS =
                       (RUN-CCYY - ROW-CCYY) * 360
                       + (RUN-MM - ROW-MM) * 30
                       + (RUN-DD - ROW-DD)
           ELSE
               MOVE RUN-DATE-YYYYMMDD TO CPO-RECEIVED-DATE
           END-IF

           IF AGE-IN-DAYS IS NOT GREATER THAN PO-XREF-KEEP-DAYS
               PERFORM 14B-ADD-PO-XREF-ENTRY
           END-IF
           .

       14B-ADD-PO-XREF-ENTRY.

           IF CPO-COUNT IS EQUAL TO 20000
               DISPLAY 'EDIORDIN: CUSTOMER PO XREF HAS MORE THAN '
                       '20000 ROWS, TABLE IS FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CPO-COUNT
           MOVE CUSTOMER-PO-XREF-RECORD TO CPO-ENTRY (CPO-COUNT)
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT INBOUND-LIST-FILE
           IF EIN-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'EDIORDIN: UNABLE TO OPEN INBOUND LIST '
                       'FILE, FILE STATUS = ' EIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CUSTOMER-ORDER-FILE
           IF COF-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT CUSTOMER-ORDER-FILE
               IF COF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'EDIORDIN: UNABLE TO OPEN CUSTOMER '
                           'ORDERS FILE, FILE STATUS = '
                           COF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN EXTEND INBOUND-LOG-FILE
           IF EIL-FILE-STATUS IS NOT EQUAL TO '00'
               OPEN OUTPUT INBOUND-LOG-FILE
               IF EIL-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'EDIORDIN: UNABLE TO OPEN INBOUND LOG '
                           'FILE, FILE STATUS = ' EIL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT

           MOVE SPACES TO REPORT-RECORD
           MOVE 'EDI PURCHASE ORDER TRANSLATION EXCEPTIONS' TO
                   REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE EXCEPTION-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       20-PROCESS-INBOUND-FILES.

           MOVE ' ' TO EIN-EOF-FLAG
           PERFORM UNTIL NO-MORE-EIN-DATA
               READ INBOUND-LIST-FILE
                   AT END
                       MOVE 'N' TO EIN-EOF-FLAG
                   NOT AT END
                       IF EIN-FILE-NAME IS NOT EQUAL TO SPACES
                           ADD 1 TO FILES-READ-COUNT
                           PERFORM 21-TRANSLATE-ONE-FILE
                               THRU 21-TRANSLATE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .

      *****************************************************************
      * 21-TRANSLATE-ONE-FILE reads one chain's PO file through and
      * then proves what was read against the file's trailer: PO
      * count, line count, and the hash of the cases.  A file that
      * is missing, has no trailer, or does not tie is flagged on
      * the report and the log, and the run ends with a warning
      * return code -- the lines already written stand, and the
      * desk chases the chain for the rest.
      *****************************************************************
       21-TRANSLATE-ONE-FILE.

           MOVE EIN-FILE-NAME TO EDI-PO-FILE-NAME
           INITIALIZE CURRENT-FILE
           INITIALIZE CURRENT-PO
           INITIALIZE FILE-TOTALS
           MOVE 'N' TO HEADER-SEEN-SWITCH
           MOVE 'N' TO TRAILER-SEEN-SWITCH
           MOVE 'N' TO PO-OPEN-SWITCH
           MOVE SPACES TO PO-REJECT-REASON

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE EDI-PO-FILE-NAME TO FTL-FILE-NAME
           MOVE FILE-TITLE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT EDI-PO-FILE
           IF EPO-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'M' TO EIL-STATUS
               MOVE 'FILE NOT FOUND' TO EXCEPTION-REASON
               PERFORM 28-WRITE-EXCEPTION
               PERFORM 29-LOG-ONE-FILE
               GO TO 21-TRANSLATE-EXIT
           END-IF

           MOVE ' ' TO EPO-EOF-FLAG
           PERFORM UNTIL NO-MORE-EPO-DATA
               READ EDI-PO-FILE
                   AT END
                       MOVE 'N' TO EPO-EOF-FLAG
                   NOT AT END
                       PERFORM 22-TRANSLATE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE EDI-PO-FILE

           IF TRAILER-SEEN
              AND CUR-TRAILER-PO-COUNT IS EQUAL TO FILE-PO-COUNT
              AND CUR-TRAILER-LINES IS EQUAL TO FILE-LINES-READ
              AND CUR-TRAILER-HASH IS EQUAL TO FILE-CASE-HASH
               MOVE 'B' TO EIL-STATUS
           ELSE
               MOVE 'O' TO EIL-STATUS
               MOVE SPACES TO CURRENT-PO
               IF TRAILER-SEEN
                   MOVE 'OUT OF BALANCE' TO EXCEPTION-REASON
               ELSE
                   MOVE 'NO FILE TRAILER' TO EXCEPTION-REASON
               END-IF
               PERFORM 28-WRITE-EXCEPTION
           END-IF

           PERFORM 29-LOG-ONE-FILE
           .

       21-TRANSLATE-EXIT.
           EXIT.

       22-TRANSLATE-ONE-RECORD.

           EVALUATE EPO-RECORD-TYPE
               WHEN 'H'
                   MOVE 'Y' TO HEADER-SEEN-SWITCH
                   MOVE EPO-SENDER-ID TO CUR-SENDER-ID
                   IF EPO-CONTROL-NUMBER IS NUMERIC
                       MOVE EPO-CONTROL-NUMBER TO CUR-CONTROL-NUMBER
                   END-IF
                   IF EPO-FILE-DATE IS NUMERIC
                       MOVE EPO-FILE-DATE TO CUR-FILE-DATE
                   END-IF
               WHEN 'P'
                   PERFORM 23-START-ONE-PO
                       THRU 23-START-EXIT
               WHEN 'D'
                   PERFORM 24-TRANSLATE-ONE-LINE
                       THRU 24-TRANSLATE-EXIT
               WHEN 'T'
                   MOVE 'Y' TO TRAILER-SEEN-SWITCH
                   IF EPO-PO-COUNT IS NUMERIC
                       MOVE EPO-PO-COUNT TO CUR-TRAILER-PO-COUNT
                   END-IF
                   IF EPO-LINE-COUNT IS NUMERIC
                       MOVE EPO-LINE-COUNT TO CUR-TRAILER-LINES
                   END-IF
                   IF EPO-CASE-HASH IS NUMERIC
                       MOVE EPO-CASE-HASH TO CUR-TRAILER-HASH
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO CURRENT-PO
                   MOVE 'BAD RECORD TYPE' TO EXCEPTION-REASON
                   PERFORM 28-WRITE-EXCEPTION
           END-EVALUATE
           .

      *****************************************************************
      * 23-START-ONE-PO opens a new PO.  The store must be on the
      * store cross-reference for the sending chain, and the PO
      * number must not already be on file for that customer.  A
      * PO that fails either check is refused whole -- each of its
      * lines goes on the exception report with the PO's reason.
      * A good PO takes the next EDI order number and goes on the
      * customer PO cross-reference straight away, so a resend of
      * it later in the run is caught too.
      *****************************************************************
       23-START-ONE-PO.

           ADD 1 TO FILE-PO-COUNT
           ADD 1 TO POS-READ-COUNT
           MOVE 'Y' TO PO-OPEN-SWITCH
           MOVE SPACES TO PO-REJECT-REASON
           MOVE EPO-CUSTOMER-PO TO CUR-CUSTOMER-PO
           MOVE EPO-STORE-NUMBER TO CUR-STORE-NUMBER
           MOVE SPACE TO CUR-PRIORITY
           IF EPO-PRIORITY IS EQUAL TO 'R'
               MOVE 'R' TO CUR-PRIORITY
           END-IF
           MOVE SPACES TO CUR-CUSTOMER-ID
           MOVE SPACES TO CUR-SHIP-TO-CODE
           MOVE SPACES TO CUR-ORDER-NUMBER

           IF NOT HEADER-SEEN
               MOVE 'NO FILE HEADER' TO PO-REJECT-REASON
               GO TO 23-START-REJECT
           END-IF

           IF CUR-CUSTOMER-PO IS EQUAL TO SPACES
               MOVE 'PO NUMBER MISSING' TO PO-REJECT-REASON
               GO TO 23-START-REJECT
           END-IF

           PERFORM 25-FIND-STORE
           IF NOT STORE-FOUND
               MOVE 'UNKNOWN STORE' TO PO-REJECT-REASON
               GO TO 23-START-REJECT
           END-IF
           MOVE SXT-CUSTOMER-ID (STORE-HOLD-SUB) TO CUR-CUSTOMER-ID
           MOVE SXT-SHIP-TO-CODE (STORE-HOLD-SUB) TO
                   CUR-SHIP-TO-CODE

           PERFORM 27-CHECK-DUPLICATE-PO
           IF DUPLICATE-PO
               MOVE 'DUPLICATE PO NUMBER' TO PO-REJECT-REASON
               GO TO 23-START-REJECT
           END-IF

           MOVE NEXT-ORDER-SEQUENCE TO EON-SEQUENCE
           ADD 1 TO NEXT-ORDER-SEQUENCE
           MOVE EDI-ORDER-NUMBER TO CUR-ORDER-NUMBER

           MOVE CUR-ORDER-NUMBER TO CPO-ORDER-NUMBER
           MOVE CUR-CUSTOMER-ID TO CPO-CUSTOMER-ID
           MOVE CUR-CUSTOMER-PO TO CPO-CUSTOMER-PO
           MOVE RUN-DATE-YYYYMMDD TO CPO-RECEIVED-DATE
           PERFORM 14B-ADD-PO-XREF-ENTRY

           ADD 1 TO POS-ACCEPTED-COUNT
           GO TO 23-START-EXIT
           .

       23-START-REJECT.

           ADD 1 TO POS-REJECTED-COUNT
           .

       23-START-EXIT.
           EXIT.

      *****************************************************************
      * 24-TRANSLATE-ONE-LINE maps one PO line to our Candy ID and
      * writes it to the order feed under the PO's order number.
      * Every line counts toward the file's line count and case
      * hash whether it translates or not, so the trailer proof is
      * over what the chain sent.
      *****************************************************************
       24-TRANSLATE-ONE-LINE.

           ADD 1 TO FILE-LINES-READ
           ADD 1 TO LINES-READ-COUNT
           IF EPO-CASES IS NUMERIC
               ADD EPO-CASES TO FILE-CASE-HASH
           END-IF

           IF NOT PO-IN-PROGRESS
               MOVE 'LINE WITHOUT PO' TO EXCEPTION-REASON
               GO TO 24-TRANSLATE-REJECT
           END-IF

           IF PO-REJECT-REASON IS NOT EQUAL TO SPACES
               MOVE PO-REJECT-REASON TO EXCEPTION-REASON
               GO TO 24-TRANSLATE-REJECT
           END-IF

           IF EPO-CASES IS NOT NUMERIC
               MOVE 'CASES NOT NUMERIC' TO EXCEPTION-REASON
               GO TO 24-TRANSLATE-REJECT
           END-IF

           PERFORM 26-FIND-ITEM
           IF NOT ITEM-FOUND
               MOVE 'ITEM NOT ON XREF' TO EXCEPTION-REASON
               GO TO 24-TRANSLATE-REJECT
           END-IF

           MOVE CUR-ORDER-NUMBER TO COF-ORDER-NUMBER
           MOVE CUR-CUSTOMER-ID TO COF-CUSTOMER
           MOVE ITX-CANDY-ID (ITEM-HOLD-SUB) TO COF-CANDY-ID
           MOVE EPO-CASES TO COF-CASES
           IF EPO-UNITS IS NUMERIC
               MOVE EPO-UNITS TO COF-UNITS
           ELSE
               MOVE 0 TO COF-UNITS
           END-IF
           MOVE CUR-PRIORITY TO COF-PRIORITY
           MOVE CUR-SHIP-TO-CODE TO COF-SHIP-TO-CODE
           MOVE SPACES TO COF-OPERATOR-ID
           WRITE CUSTOMER-ORDER-RECORD

           ADD 1 TO FILE-LINES-WRITTEN
           ADD 1 TO LINES-WRITTEN-COUNT
           GO TO 24-TRANSLATE-EXIT
           .

       24-TRANSLATE-REJECT.

           PERFORM 28-WRITE-EXCEPTION
           ADD 1 TO FILE-LINES-EXCEPTED
           ADD 1 TO LINES-EXCEPTED-COUNT
           .

       24-TRANSLATE-EXIT.
           EXIT.

       25-FIND-STORE.

           MOVE 'N' TO STORE-FOUND-SWITCH
           PERFORM VARYING STORE-SUB FROM 1 BY 1
               UNTIL STORE-SUB > STORE-COUNT
                  OR STORE-FOUND
               IF SXT-SENDER-ID (STORE-SUB) IS EQUAL TO CUR-SENDER-ID
                  AND SXT-STORE-NUMBER (STORE-SUB) IS EQUAL TO
                       CUR-STORE-NUMBER
                   MOVE 'Y' TO STORE-FOUND-SWITCH
                   MOVE STORE-SUB TO STORE-HOLD-SUB
               END-IF
           END-PERFORM
           .

       26-FIND-ITEM.

           MOVE 'N' TO ITEM-FOUND-SWITCH
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > ITEM-COUNT
                  OR ITEM-FOUND
               IF ITX-CUSTOMER-ID (ITEM-SUB) IS EQUAL TO
                       CUR-CUSTOMER-ID
                  AND ITX-CUSTOMER-ITEM (ITEM-SUB) IS EQUAL TO
                       EPO-CUSTOMER-ITEM
                   MOVE 'Y' TO ITEM-FOUND-SWITCH
                   MOVE ITEM-SUB TO ITEM-HOLD-SUB
               END-IF
           END-PERFORM
           .

       27-CHECK-DUPLICATE-PO.

           MOVE 'N' TO DUPLICATE-SWITCH
           PERFORM VARYING CPO-SUB FROM 1 BY 1
               UNTIL CPO-SUB > CPO-COUNT
                  OR DUPLICATE-PO
               IF CPT-CUSTOMER-ID (CPO-SUB) IS EQUAL TO
                       CUR-CUSTOMER-ID
                  AND CPT-CUSTOMER-PO (CPO-SUB) IS EQUAL TO
                       CUR-CUSTOMER-PO
                   MOVE 'Y' TO DUPLICATE-SWITCH
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 28-WRITE-EXCEPTION prints one exception with the reason left
      * in EXCEPTION-REASON.  Line exceptions carry the line's item
      * and cases; file-level ones go out with them blank.
      *****************************************************************
       28-WRITE-EXCEPTION.

           MOVE CUR-SENDER-ID TO EXC-SENDER-ID
           MOVE CUR-CUSTOMER-PO TO EXC-CUSTOMER-PO
           MOVE CUR-STORE-NUMBER TO EXC-STORE-NUMBER
           IF EPO-FILE-STATUS IS EQUAL TO '00'
              AND EPO-RECORD-TYPE IS EQUAL TO 'D'
              AND NOT NO-MORE-EPO-DATA
               MOVE EPO-CUSTOMER-ITEM TO EXC-CUSTOMER-ITEM
               IF EPO-CASES IS NUMERIC
                   MOVE EPO-CASES TO EXC-CASES
               ELSE
                   MOVE 0 TO EXC-CASES
               END-IF
           ELSE
               MOVE SPACES TO EXC-CUSTOMER-ITEM
               MOVE 0 TO EXC-CASES
           END-IF
           MOVE EXCEPTION-REASON TO EXC-REASON
           MOVE EXCEPTION-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      *****************************************************************
      * 29-LOG-ONE-FILE prints the file's control counts under its
      * exceptions and adds its row to the inbound log.
      *****************************************************************
       29-LOG-ONE-FILE.

           MOVE FILE-PO-COUNT TO FCL-PO-COUNT
           MOVE FILE-LINES-READ TO FCL-LINES-READ
           MOVE FILE-LINES-WRITTEN TO FCL-LINES-WRITTEN
           MOVE FILE-LINES-EXCEPTED TO FCL-LINES-EXCEPTED
           EVALUATE TRUE
               WHEN EIL-BALANCED
                   MOVE 'BALANCED' TO FCL-STATUS
                   ADD 1 TO FILES-BALANCED-COUNT
               WHEN EIL-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE' TO FCL-STATUS
                   ADD 1 TO FILES-TROUBLE-COUNT
               WHEN OTHER
                   MOVE 'NOT FOUND' TO FCL-STATUS
                   ADD 1 TO FILES-TROUBLE-COUNT
           END-EVALUATE
           MOVE FILE-CONTROL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE RUN-DATE-YYYYMMDD TO EIL-RUN-DATE
           MOVE EDI-PO-FILE-NAME TO EIL-FILE-NAME
           MOVE CUR-SENDER-ID TO EIL-SENDER-ID
           MOVE CUR-CONTROL-NUMBER TO EIL-CONTROL-NUMBER
           MOVE CUR-FILE-DATE TO EIL-FILE-DATE
           MOVE FILE-PO-COUNT TO EIL-PO-COUNT
           MOVE FILE-LINES-READ TO EIL-LINES-READ
           MOVE FILE-CASE-HASH TO EIL-CASE-HASH
           MOVE CUR-TRAILER-PO-COUNT TO EIL-TRAILER-PO-COUNT
           MOVE CUR-TRAILER-LINES TO EIL-TRAILER-LINES
           MOVE CUR-TRAILER-HASH TO EIL-TRAILER-HASH
           MOVE FILE-LINES-WRITTEN TO EIL-LINES-WRITTEN
           MOVE FILE-LINES-EXCEPTED TO EIL-LINES-EXCEPTED
           WRITE INBOUND-LOG-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE writes the customer PO cross-reference back
      * with this run's POs on it, saves the next EDI order number,
      * and prints the run totals.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT PO-XREF-FILE
           IF CPO-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'EDIORDIN: UNABLE TO REWRITE CUSTOMER PO '
                       'XREF FILE, FILE STATUS = ' CPO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CPO-SUB FROM 1 BY 1
               UNTIL CPO-SUB > CPO-COUNT
               MOVE CPO-ENTRY (CPO-SUB) TO CUSTOMER-PO-XREF-RECORD
               WRITE CUSTOMER-PO-XREF-RECORD
           END-PERFORM
           CLOSE PO-XREF-FILE

           OPEN OUTPUT EDI-CONTROL-FILE
           IF EDC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'EDIORDIN: UNABLE TO REWRITE EDI CONTROL '
                       'FILE, FILE STATUS = ' EDC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NEXT-ORDER-SEQUENCE TO EDC-NEXT-ORDER-NUMBER
           WRITE EDI-CONTROL-RECORD
           CLOSE EDI-CONTROL-FILE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INBOUND FILES READ' TO RTL-LABEL
           MOVE FILES-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'FILES BALANCED' TO RTL-LABEL
           MOVE FILES-BALANCED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'FILES MISSING/UNBALANCED' TO RTL-LABEL
           MOVE FILES-TROUBLE-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'POS READ' TO RTL-LABEL
           MOVE POS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'POS TRANSLATED' TO RTL-LABEL
           MOVE POS-ACCEPTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'POS REFUSED' TO RTL-LABEL
           MOVE POS-REJECTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'PO LINES READ' TO RTL-LABEL
           MOVE LINES-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES TO ORDER FEED' TO RTL-LABEL
           MOVE LINES-WRITTEN-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'LINES ON EXCEPTION' TO RTL-LABEL
           MOVE LINES-EXCEPTED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF FILES-TROUBLE-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'EDIORDIN: ' FILES-READ-COUNT ' FILES, '
                   LINES-WRITTEN-COUNT ' LINES TO THE ORDER FEED'

           CLOSE INBOUND-LIST-FILE
                 CUSTOMER-ORDER-FILE
                 INBOUND-LOG-FILE
                 EXCEPTION-REPORT

           STOP RUN
           .
