      * SHELFLBL generates the shelf label print file for each
      * warehouse -- one label per candy line with the Candy ID,
      * name, box size, and type, plus the machine-readable
      * *WAREHOUSE+CANDY* rendering the pilot scanner guns read,
      * and the unit GTIN barcode where the item has one --
      * sequenced in the same aisle/bay/shelf walk order as the
      * stock locator, so a clerk can relabel an aisle in one pass
      * instead of hand-lettering shelf cards.
      *    CANDY-MASTER.txt          the candy catalog, for the
      *                              allergen code each label now
      *                              carries; optional.
      *    GTIN-MASTER.txt           the GTIN master, for the unit
      *                              GTIN of each candy and box
      *                              size; optional.
      *    Bnnn-Inventory-Report.txt the per-warehouse inventory
      *                              files.
      * *****
               ASSIGN TO 'CANDY-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMF-FILE-STATUS.
           SELECT GTIN-MASTER-FILE
               ASSIGN TO 'GTIN-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GTM-FILE-STATUS.
           SELECT INV-IN-FILE
               ASSIGN TO DYNAMIC INV-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           05  WHC-COMPANY             PIC XX.

       FD BIN-MASTER-FILE
           RECORD CONTAINS 52 CHARACTERS.

       01  BIN-MASTER-RECORD.
           05  BMF-WAREHOUSE-ID        PIC X(4).
           05  BMF-BAY                 PIC 99.
           05  BMF-SHELF               PIC 99.
           05  BMF-TEMP-ZONE           PIC A.
           05  BMF-CAPACITY            PIC 9(5).
           05  BMF-RESERVE-BIN OCCURS 3 TIMES.
               10  BMF-RSV-AISLE       PIC 99.
               10  BMF-RSV-BAY         PIC 99.
               10  BMF-RSV-SHELF       PIC 99.
               10  BMF-RSV-CAPACITY    PIC 9(5).

       FD CANDY-MASTER-FILE
           RECORD CONTAINS 29 CHARACTERS.
           05  CMF-ALLERGEN-CODE       PIC XX.
           05  CMF-STORAGE-CLASS       PIC A.

       FD GTIN-MASTER-FILE
           RECORD CONTAINS 35 CHARACTERS.

       COPY GTNMREC.

       FD INV-IN-FILE
           RECORD CONTAINS 692 CHARACTERS.

           05  SRT-BOX-SIZE            PIC X.
           05  SRT-CANDY-TYPE          PIC XX.
           05  SRT-ALLERGEN-CODE       PIC XX.
           05  SRT-UNIT-GTIN           PIC 9(14).

       WORKING-STORAGE SECTION.

               88 NO-MORE-CMF-DATA                     VALUE 'N'.
           05  INV-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-INV-DATA                     VALUE 'N'.
           05  GTM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-GTM-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH        PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  LABEL-FILE-OPEN-SWITCH  PIC X           VALUE 'N'.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.
           05  CMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CAT-SUB                 PIC 999         VALUE 0.
           05  GTM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  GTN-SUB                 PIC 9(4)        VALUE 0.

       01  RUN-TOTALS.
           05  LABELS-WRITTEN-COUNT    PIC 9(7)        VALUE 0.
               10  ALG-CANDY-ID        PIC XXX.
               10  ALG-ALLERGEN-CODE   PIC XX.

      *****************************************************************
      * UNIT-GTIN-TABLE carries the unit GTIN of each Candy ID and
      * box size that is sold by the unit.
      *****************************************************************
       01  UNIT-GTIN-COUNT             PIC 9(4)        VALUE 0.

       01  UNIT-GTIN-TABLE.
           05  UNIT-GTIN-ENTRY OCCURS 1 TO 3000 TIMES
               DEPENDING ON UNIT-GTIN-COUNT.
               10  UGT-CANDY-ID        PIC XXX.
               10  UGT-BOX-SIZE        PIC X.
               10  UGT-UNIT-GTIN       PIC 9(14).

       01  LABEL-SCAN-LINE.
           05  FILLER                  PIC X           VALUE '*'.
           05  SCN-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE '*'.
           05  FILLER                  PIC X(31)       VALUE SPACES.

      *****************************************************************
      * LABEL-GTIN-LINE is the unit GTIN as a GS1 element string --
      * the (01) application identifier and the fourteen digits --
      * which the label printer renders as a GS1-128 barcode any
      * customer's or store's scanner reads.
      *****************************************************************
       01  LABEL-GTIN-LINE.
           05  FILLER                  PIC X(4)        VALUE '(01)'.
           05  GTL-UNIT-GTIN           PIC 9(14).
           05  FILLER                  PIC X(22)       VALUE SPACES.

       01  LABEL-LOC-LINE.
           05  LOC-AISLE               PIC 99.
           05  FILLER                  PIC X           VALUE '/'.
           PERFORM 12-LOAD-WAREHOUSE-TABLE
           PERFORM 13-LOAD-BIN-MASTER
           PERFORM 14-LOAD-ALLERGEN-CODES
           PERFORM 15-LOAD-UNIT-GTINS

           SORT LABEL-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID
           END-IF
           .

       15-LOAD-UNIT-GTINS.

           OPEN INPUT GTIN-MASTER-FILE
           IF GTM-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF GTM-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'SHELFLBL: UNABLE TO OPEN GTIN MASTER, '
                           'FILE STATUS = ' GTM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO GTM-EOF-FLAG
               PERFORM UNTIL NO-MORE-GTM-DATA
                   READ GTIN-MASTER-FILE
                       AT END
                           MOVE 'N' TO GTM-EOF-FLAG
                       NOT AT END
                           IF GTM-UNIT-GTIN IS NUMERIC
                              AND GTM-UNIT-GTIN IS NOT EQUAL TO ZERO
                               IF UNIT-GTIN-COUNT IS EQUAL TO 3000
                                   DISPLAY 'SHELFLBL: MORE THAN 3000 '
                                           'UNIT GTINS, TABLE IS FULL'
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO UNIT-GTIN-COUNT
                               MOVE GTM-CANDY-ID TO
                                       UGT-CANDY-ID (UNIT-GTIN-COUNT)
                               MOVE GTM-BOX-SIZE TO
                                       UGT-BOX-SIZE (UNIT-GTIN-COUNT)
                               MOVE GTM-UNIT-GTIN TO
                                       UGT-UNIT-GTIN (UNIT-GTIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GTIN-MASTER-FILE
           END-IF
           .

       20-RELEASE-LABELS.

           PERFORM VARYING WH-SUB FROM 1 BY 1
                   MOVE ALLERGEN-COUNT TO CAT-SUB
               END-IF
           END-PERFORM
           MOVE 0 TO SRT-UNIT-GTIN
           PERFORM VARYING GTN-SUB FROM 1 BY 1
               UNTIL GTN-SUB > UNIT-GTIN-COUNT
               IF UGT-CANDY-ID (GTN-SUB) IS EQUAL TO OUT-CANDY-ID
                  AND UGT-BOX-SIZE (GTN-SUB) IS EQUAL TO
                       OUT-CANDY-BOX-SIZE (SUB)
                   MOVE UGT-UNIT-GTIN (GTN-SUB) TO SRT-UNIT-GTIN
                   MOVE UNIT-GTIN-COUNT TO GTN-SUB
               END-IF
           END-PERFORM
           RELEASE SORT-LABEL-RECORD
           .

      *****************************************************************
      * 30-WRITE-LABEL-FILES returns the sorted labels, breaking to
      * a new Bnnn-Shelf-Labels.txt at each warehouse change, and
      * prints each label block: location, description, the
      * scanner line, and the unit GTIN barcode when there is one.
      *****************************************************************
       30-WRITE-LABEL-FILES.

                       MOVE SRT-CANDY-ID TO SCN-CANDY-ID
                       MOVE LABEL-SCAN-LINE TO LABEL-RECORD
                       WRITE LABEL-RECORD
                       IF SRT-UNIT-GTIN IS NOT EQUAL TO ZERO
                           MOVE SRT-UNIT-GTIN TO GTL-UNIT-GTIN
                           MOVE LABEL-GTIN-LINE TO LABEL-RECORD
                           WRITE LABEL-RECORD
                       END-IF
                       ADD 1 TO LABELS-WRITTEN-COUNT
               END-RETURN
           END-PERFORM
