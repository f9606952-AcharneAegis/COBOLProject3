       IDENTIFICATION DIVISION.
       PROGRAM-ID. INJURYLOG.
       AUTHOR. P W ASKEW.
      ****************************************************************
      * INJURYLOG is the workplace injury and illness run.  Forklift
      * and dock injuries were written up on paper forms and the
      * annual summary was put together by hand every January.
      * Each incident is now keyed as a transaction, proved against
      * the employee master and logged under the next case number
      * on the cumulative incident file; a later transaction
      * against the case number brings the days away and days on
      * restriction up to date as the employee stays out.  When
      * equipment was involved the employee's certification for it
      * is checked as of the incident date, and a lapsed or missing
      * certification is flagged.  Each run also posts the pay
      * period's attendance hours to the year's hours worked by
      * warehouse, then prints the year's injury log by warehouse
      * and the annual summary with each warehouse's incidence
      * rate -- recordable cases per 200,000 hours worked.
      * *****
      * INPUT:
      *    INCIDENT-TRANS.txt      optional: one transaction per
      *                            line: case number (zero for a
      *                            new incident), Employee ID,
      *                            warehouse (spaces for the
      *                            employee's own), incident date,
      *                            injury type ('I' injury, 'S'
      *                            skin, 'R' respiratory, 'P'
      *                            poisoning, 'H' hearing loss, 'O'
      *                            other illness), body part code,
      *                            days away, days restricted,
      *                            recordable flag ('Y' or 'N'),
      *                            equipment certification code
      *                            (spaces when no equipment), and
      *                            a description.  On an update only
      *                            the days and the recordable flag
      *                            are taken.
      *    INCIDENT-LOG.txt        the cumulative incident file;
      *                            missing on the first run.
      *    INCIDENT-PARM.txt       optional: the summary year (4
      *                            digits, default the run year) and
      *                            the end date of the pay period on
      *                            the attendance hours file (zero
      *                            when no hours are to be posted).
      *    ATTENDANCE-HOURS.txt    optional: the period hours from
      *                            TIMECAP.
      *    SAFETY-HOURS.txt        the hours worked by year and
      *                            warehouse; missing on the first
      *                            run.
      *    CERT-MASTER.txt         the certification master.
      *    EMP-CERTIFICATION.txt   optional: the employee
      *                            certifications.
      *    EMPLOYEE-MASTER.dat     the indexed employee master.
      * *****
      * OUTPUT:
      *    INCIDENT-LOG.txt        rewritten with the transactions
      *                            applied.
      *    SAFETY-HOURS.txt        rewritten with the period's hours
      *                            posted.  A period already posted
      *                            is not posted again.
      *    Incident-Register.txt   one line per transaction showing
      *                            what was done or why it was
      *                            rejected, plus run totals.
      *    Injury-Log.txt          the summary year's incidents by
      *                            warehouse and date.
      *    Injury-Summary.txt      the annual summary totals and
      *                            incidence rate by warehouse and
      *                            for all warehouses.
      ***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-TRANS-FILE
               ASSIGN TO 'INCIDENT-TRANS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INT-FILE-STATUS.
           SELECT INCIDENT-FILE
               ASSIGN TO 'INCIDENT-LOG.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INC-FILE-STATUS.
           SELECT INCIDENT-PARM-FILE
               ASSIGN TO 'INCIDENT-PARM.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IPM-FILE-STATUS.
           SELECT ATTENDANCE-HOURS-FILE
               ASSIGN TO 'ATTENDANCE-HOURS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AHF-FILE-STATUS.
           SELECT SAFETY-HOURS-FILE
               ASSIGN TO 'SAFETY-HOURS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHR-FILE-STATUS.
           SELECT CERT-MASTER-FILE
               ASSIGN TO 'CERT-MASTER.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTM-FILE-STATUS.
           SELECT EMP-CERT-FILE
               ASSIGN TO 'EMP-CERTIFICATION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ECF-FILE-STATUS.
           SELECT EMP-MASTER-FILE
               ASSIGN TO 'EMPLOYEE-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMP-ID
               FILE STATUS IS EMF-FILE-STATUS.
           SELECT INCIDENT-REGISTER
               ASSIGN TO PRINTER 'Incident-Register.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INJURY-LOG-REPORT
               ASSIGN TO PRINTER 'Injury-Log.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-REPORT
               ASSIGN TO PRINTER 'Injury-Summary.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCIDENT-SORT-FILE
               ASSIGN TO 'INCIDENT-SORT.tmp'.

       DATA DIVISION.
       FILE SECTION.

       FD INCIDENT-TRANS-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  INCIDENT-TRANS-RECORD.
           05  INT-CASE-NUMBER         PIC 9(6).
           05  INT-EMP-ID              PIC X(5).
           05  INT-WAREHOUSE-ID        PIC X(4).
           05  INT-INCIDENT-DATE       PIC 9(8).
           05  INT-INJURY-TYPE         PIC X.
           05  INT-BODY-PART           PIC XX.
           05  INT-DAYS-AWAY           PIC 999.
           05  INT-DAYS-RESTRICTED     PIC 999.
           05  INT-RECORDABLE          PIC X.
           05  INT-EQUIPMENT-CERT      PIC XXX.
           05  INT-DESCRIPTION         PIC X(30).

       FD INCIDENT-FILE
           RECORD CONTAINS 99 CHARACTERS.

       COPY INCDREC.

       FD INCIDENT-PARM-FILE
           RECORD CONTAINS 12 CHARACTERS.

       01  INCIDENT-PARM-RECORD.
           05  IPM-SUMMARY-YEAR        PIC 9(4).
           05  IPM-PERIOD-END          PIC 9(8).

       FD ATTENDANCE-HOURS-FILE
           RECORD CONTAINS 13 CHARACTERS.

       01  ATTENDANCE-HOURS-RECORD.
           05  AHF-EMP-ID              PIC X(5).
           05  AHF-REGULAR-HOURS       PIC 999V9.
           05  AHF-OVERTIME-HOURS      PIC 999V9.

       FD SAFETY-HOURS-FILE
           RECORD CONTAINS 26 CHARACTERS.

       01  SAFETY-HOURS-RECORD.
           05  SHR-YEAR                PIC 9(4).
           05  SHR-WAREHOUSE-ID        PIC X(4).
           05  SHR-HOURS               PIC 9(9)V9.
           05  SHR-LAST-PERIOD-END     PIC 9(8).

       FD CERT-MASTER-FILE
           RECORD CONTAINS 25 CHARACTERS.

       01  CERT-MASTER-RECORD.
           05  CTM-CERT-CODE           PIC XXX.
           05  CTM-DESCRIPTION         PIC X(20).
           05  CTM-REQUIRED-POS        PIC AA.

       FD EMP-CERT-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  EMP-CERT-RECORD.
           05  ECF-EMP-ID              PIC X(5).
           05  ECF-CERT-CODE           PIC XXX.
           05  ECF-ISSUE-DATE          PIC 9(8).
           05  ECF-EXPIRY-DATE         PIC 9(8).

       FD EMP-MASTER-FILE
           RECORD CONTAINS 85 CHARACTERS.

       COPY EMPMREC.

       FD INCIDENT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.

       01  REGISTER-RECORD             PIC X(80).

       FD INJURY-LOG-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  LOG-RECORD                  PIC X(80).

       FD SUMMARY-REPORT
           RECORD CONTAINS 80 CHARACTERS.

       01  SUMMARY-RECORD              PIC X(80).

       SD INCIDENT-SORT-FILE.

       01  SORT-INCIDENT-RECORD.
           05  SRT-WAREHOUSE-ID        PIC X(4).
           05  SRT-INCIDENT-DATE       PIC 9(8).
           05  SRT-CASE-NUMBER         PIC 9(6).
           05  SRT-INCIDENT-IMAGE      PIC X(99).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  INC-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-INC-DATA                     VALUE 'N'.
           05  TRANS-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-TRANS-DATA                   VALUE 'N'.
           05  AHF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-AHF-DATA                     VALUE 'N'.
           05  SHR-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-SHR-DATA                     VALUE 'N'.
           05  CTM-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-CTM-DATA                     VALUE 'N'.
           05  ECF-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-ECF-DATA                     VALUE 'N'.
           05  SORT-EOF-SWITCH         PIC X           VALUE 'N'.
               88 NO-MORE-SORT-DATA                    VALUE 'Y'.
           05  CASE-FOUND-SWITCH       PIC X           VALUE 'N'.
               88 CASE-FOUND                           VALUE 'Y'.
           05  MASTER-FOUND-SWITCH     PIC X           VALUE 'N'.
               88 MASTER-FOUND                         VALUE 'Y'.
           05  CERT-CODE-SWITCH        PIC X           VALUE 'N'.
               88 CERT-CODE-FOUND                      VALUE 'Y'.
           05  ENTRY-FOUND-SWITCH      PIC X           VALUE 'N'.
               88 ENTRY-FOUND                          VALUE 'Y'.

       01  TEMP-FIELDS.
           05  INT-FILE-STATUS         PIC XX          VALUE SPACES.
           05  INC-FILE-STATUS         PIC XX          VALUE SPACES.
           05  IPM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  AHF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  SHR-FILE-STATUS         PIC XX          VALUE SPACES.
           05  CTM-FILE-STATUS         PIC XX          VALUE SPACES.
           05  ECF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  EMF-FILE-STATUS         PIC XX          VALUE SPACES.
           05  RUN-DATE-YYYYMMDD       PIC 9(8)        VALUE 0.
           05  RUN-DATE-X REDEFINES RUN-DATE-YYYYMMDD.
               10  RUN-CCYY            PIC 9(4).
               10  RUN-MMDD            PIC 9(4).
           05  SUMMARY-YEAR            PIC 9(4)        VALUE 0.
           05  PERIOD-END-DATE         PIC 9(8)        VALUE 0.
           05  PERIOD-END-X REDEFINES PERIOD-END-DATE.
               10  PERIOD-CCYY         PIC 9(4).
               10  PERIOD-MMDD         PIC 9(4).
           05  INCIDENT-DATE-WORK      PIC 9(8)        VALUE 0.
           05  INCIDENT-DATE-X REDEFINES INCIDENT-DATE-WORK.
               10  INCIDENT-CCYY       PIC 9(4).
               10  INCIDENT-MMDD       PIC 9(4).
           05  NEXT-CASE-NUMBER        PIC 9(6)        VALUE 1.
           05  CASE-SUB                PIC 9(4)        VALUE 0.
           05  CASE-HOLD-SUB           PIC 9(4)        VALUE 0.
           05  CERT-SUB                PIC 999         VALUE 0.
           05  ECT-SUB                 PIC 9(4)        VALUE 0.
           05  HOURS-SUB               PIC 999         VALUE 0.
           05  PERIOD-SUB              PIC 99          VALUE 0.
           05  SUM-SUB                 PIC 99          VALUE 0.
           05  TYPE-SUB                PIC 9           VALUE 0.
           05  WAREHOUSE-WORK          PIC X(4)        VALUE SPACES.
           05  CERT-STATUS-WORK        PIC X           VALUE SPACE.
           05  EMPLOYEE-HOURS          PIC 9(4)V9      VALUE 0.
           05  CAPPED-DAYS             PIC 999         VALUE 0.
           05  PRIOR-WAREHOUSE-ID      PIC X(4)        VALUE SPACES.

       01  INCIDENT-EDIT-AREA.
           05  TYPE-EDIT-CODE          PIC X           VALUE SPACE.
               88  TYPE-EDIT-VALID                     VALUE 'I'
                                       'S' 'R' 'P' 'H' 'O'.
           05  PART-EDIT-CODE          PIC XX          VALUE SPACES.
               88  PART-EDIT-VALID                     VALUE 'HD'
                                       'EY' 'NK' 'BK' 'TR' 'SH'
                                       'AR' 'HN' 'LG' 'FT' 'MU'
                                       'OT'.
           05  RECORDABLE-EDIT-CODE    PIC X           VALUE SPACE.
               88  RECORDABLE-EDIT-VALID               VALUE 'Y'
                                       'N'.

       01  RUN-TOTALS.
           05  TRANS-READ-COUNT        PIC 9(5)        VALUE 0.
           05  LOGGED-COUNT            PIC 9(5)        VALUE 0.
           05  UPDATED-COUNT           PIC 9(5)        VALUE 0.
           05  REJECT-COUNT            PIC 9(5)        VALUE 0.
           05  CERT-FLAG-COUNT         PIC 9(5)        VALUE 0.
           05  HOURS-ROWS-COUNT        PIC 9(5)        VALUE 0.
           05  HOURS-UNMATCHED-COUNT   PIC 9(5)        VALUE 0.
           05  HOURS-ALREADY-COUNT     PIC 9(5)        VALUE 0.
           05  LOG-LINES-COUNT         PIC 9(5)        VALUE 0.

      *****************************************************************
      * CASE-TABLE is the whole incident file held in memory while
      * the transactions are applied; the file is rewritten from
      * it.
      *****************************************************************
       01  CASE-COUNT                  PIC 9(4)        VALUE 0.

       01  CASE-TABLE.
           05  CASE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON CASE-COUNT.
               10  CST-CASE-NUMBER     PIC 9(6).
               10  CST-EMP-ID          PIC X(5).
               10  CST-WAREHOUSE-ID    PIC X(4).
               10  CST-LAST-NAME       PIC X(10).
               10  CST-FIRST-NAME      PIC X(10).
               10  CST-INCIDENT-DATE   PIC 9(8).
               10  CST-INJURY-TYPE     PIC X.
               10  CST-BODY-PART       PIC XX.
               10  CST-DAYS-AWAY       PIC 999.
               10  CST-DAYS-RESTRICTED PIC 999.
               10  CST-RECORDABLE      PIC X.
               10  CST-EQUIPMENT-CERT  PIC XXX.
               10  CST-CERT-STATUS     PIC X.
               10  CST-DESCRIPTION     PIC X(30).
               10  CST-LOGGED-DATE     PIC 9(8).
               10  FILLER              PIC X(4).

       01  CERT-CODE-COUNT             PIC 999         VALUE 0.

       01  CERT-CODE-TABLE.
           05  CERT-CODE-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON CERT-CODE-COUNT.
               10  CCT-CERT-CODE       PIC XXX.

       01  EMP-CERT-COUNT              PIC 9(4)        VALUE 0.

       01  EMP-CERT-TABLE.
           05  EMP-CERT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON EMP-CERT-COUNT.
               10  ECT-EMP-ID          PIC X(5).
               10  ECT-CERT-CODE       PIC XXX.
               10  ECT-ISSUE-DATE      PIC 9(8).
               10  ECT-EXPIRY-DATE     PIC 9(8).

      *****************************************************************
      * HOURS-TABLE is the hours worked file by year and warehouse;
      * PERIOD-TABLE gathers the attendance hours of the one pay
      * period by warehouse before they are posted.
      *****************************************************************
       01  HOURS-COUNT                 PIC 999         VALUE 0.

       01  HOURS-TABLE.
           05  HOURS-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON HOURS-COUNT.
               10  HRT-YEAR            PIC 9(4).
               10  HRT-WAREHOUSE-ID    PIC X(4).
               10  HRT-HOURS           PIC 9(9)V9.
               10  HRT-LAST-PERIOD-END PIC 9(8).

       01  PERIOD-COUNT                PIC 99          VALUE 0.

       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON PERIOD-COUNT.
               10  PRD-WAREHOUSE-ID    PIC X(4).
               10  PRD-HOURS           PIC 9(9)V9.

      *****************************************************************
      * SUMMARY-TABLE builds the annual summary by warehouse as the
      * sorted log goes by, then takes in any warehouse with hours
      * worked and no incident; the last entry is all warehouses.
      * Recordable cases are classed by their most serious outcome
      * -- days away, then restriction or transfer, then other --
      * and no case counts more than 180 days of either.
      *****************************************************************
       01  SUMMARY-COUNT               PIC 99          VALUE 0.

       01  SUMMARY-TABLE.
           05  SUMMARY-ENTRY OCCURS 1 TO 51 TIMES
               DEPENDING ON SUMMARY-COUNT.
               10  SUM-WAREHOUSE-ID    PIC X(4).
               10  SUM-INCIDENTS       PIC 9(5).
               10  SUM-CASES           PIC 9(5).
               10  SUM-AWAY-CASES      PIC 9(5).
               10  SUM-RESTRICT-CASES  PIC 9(5).
               10  SUM-OTHER-CASES     PIC 9(5).
               10  SUM-DAYS-AWAY       PIC 9(7).
               10  SUM-DAYS-RESTRICTED PIC 9(7).
               10  SUM-TYPE-COUNT OCCURS 6 TIMES
                                       PIC 9(5).
               10  SUM-CERT-FLAGS      PIC 9(5).
               10  SUM-HOURS           PIC 9(9)V9.
               10  SUM-RATE            PIC 9(5)V99.

       01  INJURY-TYPE-CODES           PIC X(6)        VALUE 'ISRPHO'.
       01  INJURY-TYPE-TABLE REDEFINES INJURY-TYPE-CODES.
           05  INJURY-TYPE-CODE OCCURS 6 TIMES
                                       PIC X.

       01  INJURY-TYPE-NAMES.
           05  FILLER                  PIC X(24)       VALUE
               'INJURIES'.
           05  FILLER                  PIC X(24)       VALUE
               'SKIN DISORDERS'.
           05  FILLER                  PIC X(24)       VALUE
               'RESPIRATORY CONDITIONS'.
           05  FILLER                  PIC X(24)       VALUE
               'POISONINGS'.
           05  FILLER                  PIC X(24)       VALUE
               'HEARING LOSS'.
           05  FILLER                  PIC X(24)       VALUE
               'ALL OTHER ILLNESSES'.

       01  INJURY-TYPE-NAME-TABLE REDEFINES INJURY-TYPE-NAMES.
           05  INJURY-TYPE-NAME OCCURS 6 TIMES
                                       PIC X(24).

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'CASE   EMPID WHSE DATE     T BP AW'.
           05  FILLER                  PIC X(34)       VALUE
               'Y RST R CRT DISPOSITION'.
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REGISTER-LINE.
           05  REG-CASE-NUMBER         PIC X(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-EMP-ID              PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-WAREHOUSE-ID        PIC X(4).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-INCIDENT-DATE       PIC X(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-INJURY-TYPE         PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-BODY-PART           PIC XX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DAYS-AWAY           PIC X(3).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DAYS-RESTRICTED     PIC X(3).
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-RECORDABLE          PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-EQUIPMENT-CERT      PIC XXX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  REG-DISPOSITION         PIC X(34).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL               PIC X(30).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(44)       VALUE SPACES.

       01  LOG-HEADING.
           05  FILLER                  PIC X(34)       VALUE
               'CASE   EMPID LAST NAME  DATE     T'.
           05  FILLER                  PIC X(34)       VALUE
               ' BP C AWY RST DESCRIPTION'.
           05  FILLER                  PIC X(12)       VALUE
               ' CERTIFICATE'.

       01  LOG-LINE.
           05  LOG-CASE-NUMBER         PIC 9(6).
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-EMP-ID              PIC X(5).
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-LAST-NAME           PIC X(10).
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-INCIDENT-DATE       PIC 9(8).
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-INJURY-TYPE         PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-BODY-PART           PIC XX.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-CLASS               PIC X.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-DAYS-AWAY           PIC ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-DAYS-RESTRICTED     PIC ZZ9.
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X           VALUE SPACE.
           05  LOG-CERT-REMARK         PIC X(11).

       01  SUMMARY-COUNT-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SCL-LABEL               PIC X(34).
           05  SCL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(33)       VALUE SPACES.

       01  SUMMARY-HOURS-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SHL-LABEL               PIC X(34).
           05  SHL-HOURS               PIC ZZZ,ZZZ,ZZ9.9.
           05  FILLER                  PIC X(31)       VALUE SPACES.

       01  SUMMARY-RATE-LINE.
           05  FILLER                  PIC XX          VALUE SPACES.
           05  SRL-LABEL               PIC X(34).
           05  SRL-RATE                PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X           VALUE SPACE.
           05  SRL-REMARK              PIC X(34).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           MOVE RUN-CCYY TO SUMMARY-YEAR

           PERFORM 11-READ-INCIDENT-PARM
           PERFORM 12-LOAD-INCIDENT-LOG
           PERFORM 13-LOAD-CERT-MASTER
           PERFORM 14-LOAD-EMP-CERTS
           PERFORM 15-HSKPING-ROUTINE
           PERFORM 20-PROCESS-TRANSACTIONS
           PERFORM 30-POST-PERIOD-HOURS

           SORT INCIDENT-SORT-FILE
               ON ASCENDING KEY SRT-WAREHOUSE-ID SRT-INCIDENT-DATE
                                SRT-CASE-NUMBER
               INPUT PROCEDURE IS 35-RELEASE-YEAR-INCIDENTS
               OUTPUT PROCEDURE IS 36-WRITE-INJURY-LOG

           PERFORM 38-WRITE-ANNUAL-SUMMARY
           PERFORM 40-EOF-ROUTINE
           .

       11-READ-INCIDENT-PARM.

           OPEN INPUT INCIDENT-PARM-FILE
           IF IPM-FILE-STATUS IS EQUAL TO '00'
               READ INCIDENT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IPM-SUMMARY-YEAR IS NUMERIC
                          AND IPM-SUMMARY-YEAR IS GREATER THAN ZERO
                           MOVE IPM-SUMMARY-YEAR TO SUMMARY-YEAR
                       END-IF
                       IF IPM-PERIOD-END IS NUMERIC
                           MOVE IPM-PERIOD-END TO PERIOD-END-DATE
                       END-IF
               END-READ
               CLOSE INCIDENT-PARM-FILE
           END-IF
           .

      *****************************************************************
      * 12-LOAD-INCIDENT-LOG reads the incident file into the table
      * and takes the next case number past the highest on file.
      *****************************************************************
       12-LOAD-INCIDENT-LOG.

           OPEN INPUT INCIDENT-FILE
           IF INC-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'INJURYLOG: NO INCIDENT LOG ON FILE'
           ELSE
               IF INC-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INJURYLOG: UNABLE TO OPEN INCIDENT LOG, '
                           'FILE STATUS = ' INC-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO INC-EOF-FLAG
               PERFORM UNTIL NO-MORE-INC-DATA
                   READ INCIDENT-FILE
                       AT END
                           MOVE 'N' TO INC-EOF-FLAG
                       NOT AT END
                           IF CASE-COUNT IS EQUAL TO 5000
                               DISPLAY 'INJURYLOG: INCIDENT LOG HAS '
                                       'MORE THAN 5000 CASES, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO CASE-COUNT
                           MOVE INCIDENT-RECORD TO
                                   CASE-ENTRY (CASE-COUNT)
                           IF INC-CASE-NUMBER IS NUMERIC
                              AND INC-CASE-NUMBER IS NOT LESS
                                   THAN NEXT-CASE-NUMBER
                               COMPUTE NEXT-CASE-NUMBER =
                                       INC-CASE-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF
           .

       13-LOAD-CERT-MASTER.

           OPEN INPUT CERT-MASTER-FILE
           IF CTM-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INJURYLOG: UNABLE TO OPEN CERTIFICATION '
                       'MASTER, FILE STATUS = ' CTM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ' ' TO CTM-EOF-FLAG
           PERFORM UNTIL NO-MORE-CTM-DATA
               READ CERT-MASTER-FILE
                   AT END
                       MOVE 'N' TO CTM-EOF-FLAG
                   NOT AT END
                       IF CERT-CODE-COUNT IS EQUAL TO 200
                           DISPLAY 'INJURYLOG: CERTIFICATION MASTER '
                                   'HAS MORE THAN 200 CODES, TABLE '
                                   'IS FULL'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CERT-CODE-COUNT
                       MOVE CTM-CERT-CODE TO
                               CCT-CERT-CODE (CERT-CODE-COUNT)
               END-READ
           END-PERFORM
           CLOSE CERT-MASTER-FILE
           .

       14-LOAD-EMP-CERTS.

           OPEN INPUT EMP-CERT-FILE
           IF ECF-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'INJURYLOG: NO EMPLOYEE CERTIFICATIONS ON '
                       'FILE'
           ELSE
               IF ECF-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INJURYLOG: UNABLE TO OPEN EMPLOYEE '
                           'CERTIFICATION FILE, FILE STATUS = '
                           ECF-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO ECF-EOF-FLAG
               PERFORM UNTIL NO-MORE-ECF-DATA
                   READ EMP-CERT-FILE
                       AT END
                           MOVE 'N' TO ECF-EOF-FLAG
                       NOT AT END
                           IF EMP-CERT-COUNT IS EQUAL TO 5000
                               DISPLAY 'INJURYLOG: MORE THAN 5000 '
                                       'EMPLOYEE CERTIFICATIONS, '
                                       'TABLE IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO EMP-CERT-COUNT
                           MOVE EMP-CERT-RECORD TO
                                   EMP-CERT-ENTRY (EMP-CERT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EMP-CERT-FILE
           END-IF
           .

       15-HSKPING-ROUTINE.

           OPEN INPUT EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INJURYLOG: UNABLE TO OPEN EMPLOYEE MASTER, '
                       'FILE STATUS = ' EMF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT INCIDENT-REGISTER

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'INCIDENT REGISTER' TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE REGISTER-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       20-PROCESS-TRANSACTIONS.

           OPEN INPUT INCIDENT-TRANS-FILE
           IF INT-FILE-STATUS IS EQUAL TO '35'
               DISPLAY 'INJURYLOG: NO INCIDENT TRANSACTIONS THIS RUN'
           ELSE
               IF INT-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INJURYLOG: UNABLE TO OPEN INCIDENT '
                           'TRANSACTION FILE, FILE STATUS = '
                           INT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO TRANS-EOF-FLAG
               PERFORM UNTIL NO-MORE-TRANS-DATA
                   READ INCIDENT-TRANS-FILE
                       AT END
                           MOVE 'N' TO TRANS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO TRANS-READ-COUNT
                           PERFORM 22-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-TRANS-FILE
           END-IF
           .

      *****************************************************************
      * 22-APPLY-ONE-TRANSACTION logs a new incident, or brings an
      * existing case's days and recordable flag up to date.
      *****************************************************************
       22-APPLY-ONE-TRANSACTION.

           MOVE SPACES TO REGISTER-LINE
           MOVE INT-INJURY-TYPE TO TYPE-EDIT-CODE
           MOVE INT-BODY-PART TO PART-EDIT-CODE
           MOVE INT-RECORDABLE TO RECORDABLE-EDIT-CODE

           IF INT-CASE-NUMBER IS NUMERIC
              AND INT-CASE-NUMBER IS GREATER THAN ZERO
               PERFORM 26-UPDATE-CASE
           ELSE
               PERFORM 24-LOG-NEW-INCIDENT
           END-IF

           MOVE INT-EMP-ID TO REG-EMP-ID
           MOVE INT-DAYS-AWAY TO REG-DAYS-AWAY
           MOVE INT-DAYS-RESTRICTED TO REG-DAYS-RESTRICTED
           MOVE INT-RECORDABLE TO REG-RECORDABLE
           MOVE INT-EQUIPMENT-CERT TO REG-EQUIPMENT-CERT
           IF CASE-FOUND
               MOVE CST-CASE-NUMBER (CASE-HOLD-SUB) TO REG-CASE-NUMBER
               MOVE CST-WAREHOUSE-ID (CASE-HOLD-SUB) TO
                       REG-WAREHOUSE-ID
               MOVE CST-INCIDENT-DATE (CASE-HOLD-SUB) TO
                       REG-INCIDENT-DATE
               MOVE CST-INJURY-TYPE (CASE-HOLD-SUB) TO REG-INJURY-TYPE
               MOVE CST-BODY-PART (CASE-HOLD-SUB) TO REG-BODY-PART
           ELSE
               MOVE INT-WAREHOUSE-ID TO REG-WAREHOUSE-ID
               MOVE INT-INCIDENT-DATE TO REG-INCIDENT-DATE
               MOVE INT-INJURY-TYPE TO REG-INJURY-TYPE
               MOVE INT-BODY-PART TO REG-BODY-PART
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           .

       24-LOG-NEW-INCIDENT.

           MOVE 'N' TO CASE-FOUND-SWITCH
           MOVE 'N' TO MASTER-FOUND-SWITCH
           MOVE INT-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS EQUAL TO '00'
               MOVE 'Y' TO MASTER-FOUND-SWITCH
           END-IF

           MOVE 'N' TO CERT-CODE-SWITCH
           PERFORM VARYING CERT-SUB FROM 1 BY 1
               UNTIL CERT-SUB > CERT-CODE-COUNT
                  OR CERT-CODE-FOUND
               IF CCT-CERT-CODE (CERT-SUB) IS EQUAL TO
                       INT-EQUIPMENT-CERT
                   MOVE 'Y' TO CERT-CODE-SWITCH
               END-IF
           END-PERFORM

           MOVE 'N' TO ENTRY-FOUND-SWITCH
           PERFORM VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > CASE-COUNT
                  OR ENTRY-FOUND
               IF CST-EMP-ID (CASE-SUB) IS EQUAL TO INT-EMP-ID
                  AND CST-INCIDENT-DATE (CASE-SUB) IS EQUAL TO
                       INT-INCIDENT-DATE
                  AND CST-INJURY-TYPE (CASE-SUB) IS EQUAL TO
                       INT-INJURY-TYPE
                  AND CST-BODY-PART (CASE-SUB) IS EQUAL TO
                       INT-BODY-PART
                   MOVE 'Y' TO ENTRY-FOUND-SWITCH
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE 'REJECTED - NOT ON MASTER'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-INCIDENT-DATE IS NOT NUMERIC
                   MOVE 'REJECTED - BAD INCIDENT DATE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-INCIDENT-DATE IS EQUAL TO ZERO
                OR INT-INCIDENT-DATE IS GREATER THAN
                       RUN-DATE-YYYYMMDD
                   MOVE 'REJECTED - BAD INCIDENT DATE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT TYPE-EDIT-VALID
                   MOVE 'REJECTED - BAD INJURY TYPE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT PART-EDIT-VALID
                   MOVE 'REJECTED - BAD BODY PART'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-DAYS-AWAY IS NOT NUMERIC
                OR INT-DAYS-RESTRICTED IS NOT NUMERIC
                   MOVE 'REJECTED - DAYS NOT NUMERIC'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN NOT RECORDABLE-EDIT-VALID
                   MOVE 'REJECTED - BAD RECORDABLE FLAG'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-EQUIPMENT-CERT IS NOT EQUAL TO SPACES
                AND NOT CERT-CODE-FOUND
                   MOVE 'REJECTED - UNKNOWN EQUIPMENT CERT'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN ENTRY-FOUND
                   MOVE 'REJECTED - ALREADY LOGGED'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN CASE-COUNT IS EQUAL TO 5000
                   DISPLAY 'INJURYLOG: INCIDENT TABLE IS FULL, '
                           'CANNOT ADD ' INT-EMP-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM 25-ADD-CASE
           END-EVALUATE
           .

       25-ADD-CASE.

           MOVE INT-WAREHOUSE-ID TO WAREHOUSE-WORK
           IF WAREHOUSE-WORK IS EQUAL TO SPACES
               MOVE EM-WAREHOUSE-ID TO WAREHOUSE-WORK
           END-IF

           ADD 1 TO CASE-COUNT
           MOVE CASE-COUNT TO CASE-HOLD-SUB
           MOVE 'Y' TO CASE-FOUND-SWITCH
           MOVE SPACES TO CASE-ENTRY (CASE-HOLD-SUB)
           MOVE NEXT-CASE-NUMBER TO CST-CASE-NUMBER (CASE-HOLD-SUB)
           ADD 1 TO NEXT-CASE-NUMBER
           MOVE INT-EMP-ID TO CST-EMP-ID (CASE-HOLD-SUB)
           MOVE WAREHOUSE-WORK TO CST-WAREHOUSE-ID (CASE-HOLD-SUB)
           MOVE EM-LAST-NAME TO CST-LAST-NAME (CASE-HOLD-SUB)
           MOVE EM-FIRST-NAME TO CST-FIRST-NAME (CASE-HOLD-SUB)
           MOVE INT-INCIDENT-DATE TO
                   CST-INCIDENT-DATE (CASE-HOLD-SUB)
           MOVE INT-INJURY-TYPE TO CST-INJURY-TYPE (CASE-HOLD-SUB)
           MOVE INT-BODY-PART TO CST-BODY-PART (CASE-HOLD-SUB)
           MOVE INT-DAYS-AWAY TO CST-DAYS-AWAY (CASE-HOLD-SUB)
           MOVE INT-DAYS-RESTRICTED TO
                   CST-DAYS-RESTRICTED (CASE-HOLD-SUB)
           MOVE INT-RECORDABLE TO CST-RECORDABLE (CASE-HOLD-SUB)
           MOVE INT-EQUIPMENT-CERT TO
                   CST-EQUIPMENT-CERT (CASE-HOLD-SUB)
           MOVE INT-DESCRIPTION TO CST-DESCRIPTION (CASE-HOLD-SUB)
           MOVE RUN-DATE-YYYYMMDD TO CST-LOGGED-DATE (CASE-HOLD-SUB)

           MOVE SPACE TO CERT-STATUS-WORK
           IF INT-EQUIPMENT-CERT IS NOT EQUAL TO SPACES
               PERFORM 27-CHECK-EQUIPMENT-CERT
           END-IF
           MOVE CERT-STATUS-WORK TO CST-CERT-STATUS (CASE-HOLD-SUB)

           ADD 1 TO LOGGED-COUNT
           EVALUATE CERT-STATUS-WORK
               WHEN 'L'
                   MOVE 'INCIDENT LOGGED - CERT LAPSED'
                           TO REG-DISPOSITION
                   ADD 1 TO CERT-FLAG-COUNT
               WHEN 'M'
                   MOVE 'INCIDENT LOGGED - NO CERT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO CERT-FLAG-COUNT
               WHEN OTHER
                   MOVE 'INCIDENT LOGGED' TO REG-DISPOSITION
           END-EVALUATE
           .

      *****************************************************************
      * 26-UPDATE-CASE takes the days away, the days restricted and
      * the recordable flag on a case already logged; blank fields
      * are left as they are.
      *****************************************************************
       26-UPDATE-CASE.

           MOVE 'N' TO CASE-FOUND-SWITCH
           MOVE 0 TO CASE-HOLD-SUB
           PERFORM VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > CASE-COUNT
                  OR CASE-FOUND
               IF CST-CASE-NUMBER (CASE-SUB) IS EQUAL TO
                       INT-CASE-NUMBER
                   MOVE 'Y' TO CASE-FOUND-SWITCH
                   MOVE CASE-SUB TO CASE-HOLD-SUB
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT CASE-FOUND
                   MOVE 'REJECTED - CASE NOT ON FILE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-EMP-ID IS NOT EQUAL TO SPACES
                AND INT-EMP-ID IS NOT EQUAL TO
                       CST-EMP-ID (CASE-HOLD-SUB)
                   MOVE 'REJECTED - EMPLOYEE NOT ON CASE'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-DAYS-AWAY IS NOT EQUAL TO SPACES
                AND INT-DAYS-AWAY IS NOT NUMERIC
                   MOVE 'REJECTED - DAYS NOT NUMERIC'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-DAYS-RESTRICTED IS NOT EQUAL TO SPACES
                AND INT-DAYS-RESTRICTED IS NOT NUMERIC
                   MOVE 'REJECTED - DAYS NOT NUMERIC'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN INT-RECORDABLE IS NOT EQUAL TO SPACE
                AND NOT RECORDABLE-EDIT-VALID
                   MOVE 'REJECTED - BAD RECORDABLE FLAG'
                           TO REG-DISPOSITION
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   IF INT-DAYS-AWAY IS NUMERIC
                       MOVE INT-DAYS-AWAY TO
                               CST-DAYS-AWAY (CASE-HOLD-SUB)
                   END-IF
                   IF INT-DAYS-RESTRICTED IS NUMERIC
                       MOVE INT-DAYS-RESTRICTED TO
                               CST-DAYS-RESTRICTED (CASE-HOLD-SUB)
                   END-IF
                   IF INT-RECORDABLE IS NOT EQUAL TO SPACE
                       MOVE INT-RECORDABLE TO
                               CST-RECORDABLE (CASE-HOLD-SUB)
                   END-IF
                   ADD 1 TO UPDATED-COUNT
                   MOVE 'CASE UPDATED' TO REG-DISPOSITION
           END-EVALUATE
           .

      *****************************************************************
      * 27-CHECK-EQUIPMENT-CERT looks for the employee's
      * certification for the equipment: valid when one was in
      * force on the incident date, lapsed when the employee held
      * it but not that day, missing when never held.
      *****************************************************************
       27-CHECK-EQUIPMENT-CERT.

           MOVE 'M' TO CERT-STATUS-WORK
           PERFORM VARYING ECT-SUB FROM 1 BY 1
               UNTIL ECT-SUB > EMP-CERT-COUNT
                  OR CERT-STATUS-WORK IS EQUAL TO 'V'
               IF ECT-EMP-ID (ECT-SUB) IS EQUAL TO INT-EMP-ID
                  AND ECT-CERT-CODE (ECT-SUB) IS EQUAL TO
                       INT-EQUIPMENT-CERT
                   IF ECT-ISSUE-DATE (ECT-SUB) IS NOT GREATER THAN
                           INT-INCIDENT-DATE
                      AND ECT-EXPIRY-DATE (ECT-SUB) IS NOT LESS THAN
                           INT-INCIDENT-DATE
                       MOVE 'V' TO CERT-STATUS-WORK
                   ELSE
                       MOVE 'L' TO CERT-STATUS-WORK
                   END-IF
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * 30-POST-PERIOD-HOURS adds the pay period's attendance hours
      * to the year's hours worked for each employee's warehouse.
      * A warehouse already posted through the period end date is
      * passed over, so the run can be repeated safely.
      *****************************************************************
       30-POST-PERIOD-HOURS.

           OPEN INPUT SAFETY-HOURS-FILE
           IF SHR-FILE-STATUS IS EQUAL TO '35'
               CONTINUE
           ELSE
               IF SHR-FILE-STATUS IS NOT EQUAL TO '00'
                   DISPLAY 'INJURYLOG: UNABLE TO OPEN SAFETY HOURS '
                           'FILE, FILE STATUS = ' SHR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ' ' TO SHR-EOF-FLAG
               PERFORM UNTIL NO-MORE-SHR-DATA
                   READ SAFETY-HOURS-FILE
                       AT END
                           MOVE 'N' TO SHR-EOF-FLAG
                       NOT AT END
                           IF HOURS-COUNT IS EQUAL TO 500
                               DISPLAY 'INJURYLOG: SAFETY HOURS FILE '
                                       'HAS MORE THAN 500 ROWS, TABLE '
                                       'IS FULL'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO HOURS-COUNT
                           MOVE SAFETY-HOURS-RECORD TO
                                   HOURS-ENTRY (HOURS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE SAFETY-HOURS-FILE
           END-IF

           IF PERIOD-END-DATE IS EQUAL TO ZERO
               DISPLAY 'INJURYLOG: NO PERIOD END DATE, ATTENDANCE '
                       'HOURS NOT POSTED'
           ELSE
               OPEN INPUT ATTENDANCE-HOURS-FILE
               IF AHF-FILE-STATUS IS EQUAL TO '35'
                   DISPLAY 'INJURYLOG: NO ATTENDANCE HOURS ON FILE'
               ELSE
                   IF AHF-FILE-STATUS IS NOT EQUAL TO '00'
                       DISPLAY 'INJURYLOG: UNABLE TO OPEN ATTENDANCE '
                               'HOURS FILE, FILE STATUS = '
                               AHF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ' ' TO AHF-EOF-FLAG
                   PERFORM UNTIL NO-MORE-AHF-DATA
                       READ ATTENDANCE-HOURS-FILE
                           AT END
                               MOVE 'N' TO AHF-EOF-FLAG
                           NOT AT END
                               PERFORM 32-GATHER-ONE-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE ATTENDANCE-HOURS-FILE
                   PERFORM VARYING PERIOD-SUB FROM 1 BY 1
                       UNTIL PERIOD-SUB > PERIOD-COUNT
                       PERFORM 33-POST-ONE-WAREHOUSE
                   END-PERFORM
               END-IF
           END-IF

           OPEN OUTPUT SAFETY-HOURS-FILE
           IF SHR-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INJURYLOG: UNABLE TO REWRITE SAFETY HOURS '
                       'FILE, FILE STATUS = ' SHR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING HOURS-SUB FROM 1 BY 1
               UNTIL HOURS-SUB > HOURS-COUNT
               MOVE HOURS-ENTRY (HOURS-SUB) TO SAFETY-HOURS-RECORD
               WRITE SAFETY-HOURS-RECORD
           END-PERFORM
           CLOSE SAFETY-HOURS-FILE
           .

       32-GATHER-ONE-EMPLOYEE.

           MOVE 0 TO EMPLOYEE-HOURS
           IF AHF-REGULAR-HOURS IS NUMERIC
               ADD AHF-REGULAR-HOURS TO EMPLOYEE-HOURS
           END-IF
           IF AHF-OVERTIME-HOURS IS NUMERIC
               ADD AHF-OVERTIME-HOURS TO EMPLOYEE-HOURS
           END-IF

           MOVE AHF-EMP-ID TO EM-EMP-ID
           READ EMP-MASTER-FILE
           IF EMF-FILE-STATUS IS NOT EQUAL TO '00'
               ADD 1 TO HOURS-UNMATCHED-COUNT
           ELSE
               ADD 1 TO HOURS-ROWS-COUNT
               MOVE 'N' TO ENTRY-FOUND-SWITCH
               PERFORM VARYING PERIOD-SUB FROM 1 BY 1
                   UNTIL PERIOD-SUB > PERIOD-COUNT
                      OR ENTRY-FOUND
                   IF PRD-WAREHOUSE-ID (PERIOD-SUB) IS EQUAL TO
                           EM-WAREHOUSE-ID
                       MOVE 'Y' TO ENTRY-FOUND-SWITCH
                       ADD EMPLOYEE-HOURS TO PRD-HOURS (PERIOD-SUB)
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND
                   IF PERIOD-COUNT IS EQUAL TO 50
                       DISPLAY 'INJURYLOG: MORE THAN 50 WAREHOUSES '
                               'ON THE ATTENDANCE HOURS, TABLE IS '
                               'FULL'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO PERIOD-COUNT
                   MOVE EM-WAREHOUSE-ID TO
                           PRD-WAREHOUSE-ID (PERIOD-COUNT)
                   MOVE EMPLOYEE-HOURS TO PRD-HOURS (PERIOD-COUNT)
               END-IF
           END-IF
           .

       33-POST-ONE-WAREHOUSE.

           MOVE 'N' TO ENTRY-FOUND-SWITCH
           PERFORM VARYING HOURS-SUB FROM 1 BY 1
               UNTIL HOURS-SUB > HOURS-COUNT
                  OR ENTRY-FOUND
               IF HRT-YEAR (HOURS-SUB) IS EQUAL TO PERIOD-CCYY
                  AND HRT-WAREHOUSE-ID (HOURS-SUB) IS EQUAL TO
                       PRD-WAREHOUSE-ID (PERIOD-SUB)
                   MOVE 'Y' TO ENTRY-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM HOURS-SUB
           ELSE
               IF HOURS-COUNT IS EQUAL TO 500
                   DISPLAY 'INJURYLOG: SAFETY HOURS TABLE IS FULL, '
                           'CANNOT ADD ' PRD-WAREHOUSE-ID (PERIOD-SUB)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO HOURS-COUNT
               MOVE HOURS-COUNT TO HOURS-SUB
               MOVE PERIOD-CCYY TO HRT-YEAR (HOURS-SUB)
               MOVE PRD-WAREHOUSE-ID (PERIOD-SUB) TO
                       HRT-WAREHOUSE-ID (HOURS-SUB)
               MOVE 0 TO HRT-HOURS (HOURS-SUB)
               MOVE 0 TO HRT-LAST-PERIOD-END (HOURS-SUB)
           END-IF

           IF PERIOD-END-DATE IS GREATER THAN
                   HRT-LAST-PERIOD-END (HOURS-SUB)
               ADD PRD-HOURS (PERIOD-SUB) TO HRT-HOURS (HOURS-SUB)
               MOVE PERIOD-END-DATE TO
                       HRT-LAST-PERIOD-END (HOURS-SUB)
           ELSE
               ADD 1 TO HOURS-ALREADY-COUNT
           END-IF
           .

      *****************************************************************
      * 35-RELEASE-YEAR-INCIDENTS releases every incident in the
      * summary year for the log, in warehouse and date order.
      *****************************************************************
       35-RELEASE-YEAR-INCIDENTS.

           PERFORM VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > CASE-COUNT
               MOVE CST-INCIDENT-DATE (CASE-SUB) TO INCIDENT-DATE-WORK
               IF INCIDENT-CCYY IS EQUAL TO SUMMARY-YEAR
                   MOVE CST-WAREHOUSE-ID (CASE-SUB) TO
                           SRT-WAREHOUSE-ID
                   MOVE CST-INCIDENT-DATE (CASE-SUB) TO
                           SRT-INCIDENT-DATE
                   MOVE CST-CASE-NUMBER (CASE-SUB) TO SRT-CASE-NUMBER
                   MOVE CASE-ENTRY (CASE-SUB) TO SRT-INCIDENT-IMAGE
                   RELEASE SORT-INCIDENT-RECORD
               END-IF
           END-PERFORM
           .

       36-WRITE-INJURY-LOG.

           OPEN OUTPUT INJURY-LOG-REPORT

           MOVE SPACES TO LOG-RECORD
           STRING 'INJURY AND ILLNESS LOG - YEAR ' DELIMITED BY SIZE
                  SUMMARY-YEAR DELIMITED BY SIZE
               INTO LOG-RECORD
           WRITE LOG-RECORD
           MOVE SPACES TO LOG-RECORD
           MOVE 'CLASS: A DAYS AWAY, R RESTRICTED OR TRANSFERRED, O '
               TO LOG-RECORD
           WRITE LOG-RECORD
           MOVE '       OTHER RECORDABLE, BLANK NOT RECORDABLE'
               TO LOG-RECORD
           WRITE LOG-RECORD

           MOVE SPACES TO PRIOR-WAREHOUSE-ID
           MOVE 'N' TO SORT-EOF-SWITCH
           PERFORM UNTIL NO-MORE-SORT-DATA
               RETURN INCIDENT-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-EOF-SWITCH
                   NOT AT END
                       MOVE SRT-INCIDENT-IMAGE TO INCIDENT-RECORD
                       IF SRT-WAREHOUSE-ID IS NOT EQUAL TO
                               PRIOR-WAREHOUSE-ID
                           MOVE SRT-WAREHOUSE-ID TO
                                   PRIOR-WAREHOUSE-ID
                           MOVE SPACES TO LOG-RECORD
                           WRITE LOG-RECORD
                           MOVE SPACES TO LOG-RECORD
                           STRING 'WAREHOUSE ' DELIMITED BY SIZE
                                  SRT-WAREHOUSE-ID DELIMITED BY SIZE
                               INTO LOG-RECORD
                           WRITE LOG-RECORD
                           MOVE LOG-HEADING TO LOG-RECORD
                           WRITE LOG-RECORD
                           MOVE SRT-WAREHOUSE-ID TO WAREHOUSE-WORK
                           PERFORM 37-FIND-SUMMARY-ENTRY
                       END-IF
                       PERFORM 37A-WRITE-LOG-LINE
               END-RETURN
           END-PERFORM

           CLOSE INJURY-LOG-REPORT
           .

      *****************************************************************
      * 37-FIND-SUMMARY-ENTRY points SUM-SUB at WAREHOUSE-WORK's
      * summary entry, adding it when it is not there yet.
      *****************************************************************
       37-FIND-SUMMARY-ENTRY.

           MOVE 'N' TO ENTRY-FOUND-SWITCH
           PERFORM VARYING SUM-SUB FROM 1 BY 1
               UNTIL SUM-SUB > SUMMARY-COUNT
                  OR ENTRY-FOUND
               IF SUM-WAREHOUSE-ID (SUM-SUB) IS EQUAL TO
                       WAREHOUSE-WORK
                   MOVE 'Y' TO ENTRY-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF ENTRY-FOUND
               SUBTRACT 1 FROM SUM-SUB
           ELSE
               IF SUMMARY-COUNT IS EQUAL TO 50
                   DISPLAY 'INJURYLOG: MORE THAN 50 WAREHOUSES IN '
                           'THE SUMMARY, TABLE IS FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SUMMARY-COUNT
               MOVE SUMMARY-COUNT TO SUM-SUB
               MOVE ZEROS TO SUMMARY-ENTRY (SUM-SUB)
               MOVE WAREHOUSE-WORK TO SUM-WAREHOUSE-ID (SUM-SUB)
           END-IF
           .

       37A-WRITE-LOG-LINE.

           MOVE SPACES TO LOG-LINE
           MOVE INC-CASE-NUMBER TO LOG-CASE-NUMBER
           MOVE INC-EMP-ID TO LOG-EMP-ID
           MOVE INC-LAST-NAME TO LOG-LAST-NAME
           MOVE INC-INCIDENT-DATE TO LOG-INCIDENT-DATE
           MOVE INC-INJURY-TYPE TO LOG-INJURY-TYPE
           MOVE INC-BODY-PART TO LOG-BODY-PART
           MOVE INC-DAYS-AWAY TO LOG-DAYS-AWAY
           MOVE INC-DAYS-RESTRICTED TO LOG-DAYS-RESTRICTED
           MOVE INC-DESCRIPTION TO LOG-DESCRIPTION
           IF INC-CERT-LAPSED
               MOVE 'CERT LAPSED' TO LOG-CERT-REMARK
               ADD 1 TO SUM-CERT-FLAGS (SUM-SUB)
           END-IF
           IF INC-CERT-MISSING
               MOVE 'NO CERT' TO LOG-CERT-REMARK
               ADD 1 TO SUM-CERT-FLAGS (SUM-SUB)
           END-IF

           ADD 1 TO SUM-INCIDENTS (SUM-SUB)
           IF INC-IS-RECORDABLE
               ADD 1 TO SUM-CASES (SUM-SUB)
               EVALUATE TRUE
                   WHEN INC-DAYS-AWAY IS GREATER THAN ZERO
                       MOVE 'A' TO LOG-CLASS
                       ADD 1 TO SUM-AWAY-CASES (SUM-SUB)
                   WHEN INC-DAYS-RESTRICTED IS GREATER THAN ZERO
                       MOVE 'R' TO LOG-CLASS
                       ADD 1 TO SUM-RESTRICT-CASES (SUM-SUB)
                   WHEN OTHER
                       MOVE 'O' TO LOG-CLASS
                       ADD 1 TO SUM-OTHER-CASES (SUM-SUB)
               END-EVALUATE
               MOVE INC-DAYS-AWAY TO CAPPED-DAYS
               IF CAPPED-DAYS IS GREATER THAN 180
                   MOVE 180 TO CAPPED-DAYS
               END-IF
               ADD CAPPED-DAYS TO SUM-DAYS-AWAY (SUM-SUB)
               MOVE INC-DAYS-RESTRICTED TO CAPPED-DAYS
               IF CAPPED-DAYS IS GREATER THAN 180
                   MOVE 180 TO CAPPED-DAYS
               END-IF
               ADD CAPPED-DAYS TO SUM-DAYS-RESTRICTED (SUM-SUB)
               PERFORM VARYING TYPE-SUB FROM 1 BY 1
                   UNTIL TYPE-SUB > 6
                   IF INJURY-TYPE-CODE (TYPE-SUB) IS EQUAL TO
                           INC-INJURY-TYPE
                       ADD 1 TO SUM-TYPE-COUNT (SUM-SUB TYPE-SUB)
                   END-IF
               END-PERFORM
           END-IF

           MOVE LOG-LINE TO LOG-RECORD
           WRITE LOG-RECORD
           ADD 1 TO LOG-LINES-COUNT
           .

      *****************************************************************
      * 38-WRITE-ANNUAL-SUMMARY adds the year's hours worked to the
      * summary, totals all warehouses, figures each incidence rate
      * and prints the summary.
      *****************************************************************
       38-WRITE-ANNUAL-SUMMARY.

           PERFORM VARYING HOURS-SUB FROM 1 BY 1
               UNTIL HOURS-SUB > HOURS-COUNT
               IF HRT-YEAR (HOURS-SUB) IS EQUAL TO SUMMARY-YEAR
                   MOVE HRT-WAREHOUSE-ID (HOURS-SUB) TO WAREHOUSE-WORK
                   PERFORM 37-FIND-SUMMARY-ENTRY
                   ADD HRT-HOURS (HOURS-SUB) TO SUM-HOURS (SUM-SUB)
               END-IF
           END-PERFORM

           ADD 1 TO SUMMARY-COUNT
           MOVE ZEROS TO SUMMARY-ENTRY (SUMMARY-COUNT)
           MOVE 'ALL ' TO SUM-WAREHOUSE-ID (SUMMARY-COUNT)
           PERFORM VARYING SUM-SUB FROM 1 BY 1
               UNTIL SUM-SUB IS NOT LESS THAN SUMMARY-COUNT
               ADD SUM-INCIDENTS (SUM-SUB) TO
                       SUM-INCIDENTS (SUMMARY-COUNT)
               ADD SUM-CASES (SUM-SUB) TO SUM-CASES (SUMMARY-COUNT)
               ADD SUM-AWAY-CASES (SUM-SUB) TO
                       SUM-AWAY-CASES (SUMMARY-COUNT)
               ADD SUM-RESTRICT-CASES (SUM-SUB) TO
                       SUM-RESTRICT-CASES (SUMMARY-COUNT)
               ADD SUM-OTHER-CASES (SUM-SUB) TO
                       SUM-OTHER-CASES (SUMMARY-COUNT)
               ADD SUM-DAYS-AWAY (SUM-SUB) TO
                       SUM-DAYS-AWAY (SUMMARY-COUNT)
               ADD SUM-DAYS-RESTRICTED (SUM-SUB) TO
                       SUM-DAYS-RESTRICTED (SUMMARY-COUNT)
               PERFORM VARYING TYPE-SUB FROM 1 BY 1
                   UNTIL TYPE-SUB > 6
                   ADD SUM-TYPE-COUNT (SUM-SUB TYPE-SUB) TO
                           SUM-TYPE-COUNT (SUMMARY-COUNT TYPE-SUB)
               END-PERFORM
               ADD SUM-CERT-FLAGS (SUM-SUB) TO
                       SUM-CERT-FLAGS (SUMMARY-COUNT)
               ADD SUM-HOURS (SUM-SUB) TO SUM-HOURS (SUMMARY-COUNT)
           END-PERFORM

           OPEN OUTPUT SUMMARY-REPORT
           MOVE SPACES TO SUMMARY-RECORD
           STRING 'ANNUAL INJURY AND ILLNESS SUMMARY - YEAR '
                       DELIMITED BY SIZE
                  SUMMARY-YEAR DELIMITED BY SIZE
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           PERFORM VARYING SUM-SUB FROM 1 BY 1
               UNTIL SUM-SUB > SUMMARY-COUNT
               PERFORM 39-WRITE-SUMMARY-BLOCK
           END-PERFORM
           CLOSE SUMMARY-REPORT
           .

       39-WRITE-SUMMARY-BLOCK.

           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           IF SUM-SUB IS EQUAL TO SUMMARY-COUNT
               MOVE 'ALL WAREHOUSES' TO SUMMARY-RECORD
           ELSE
               STRING 'WAREHOUSE ' DELIMITED BY SIZE
                      SUM-WAREHOUSE-ID (SUM-SUB) DELIMITED BY SIZE
                   INTO SUMMARY-RECORD
           END-IF
           WRITE SUMMARY-RECORD

           MOVE 'INCIDENTS LOGGED' TO SCL-LABEL
           MOVE SUM-INCIDENTS (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 'TOTAL RECORDABLE CASES' TO SCL-LABEL
           MOVE SUM-CASES (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE '  CASES WITH DAYS AWAY' TO SCL-LABEL
           MOVE SUM-AWAY-CASES (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE '  CASES WITH RESTRICTION/TRANSFER' TO SCL-LABEL
           MOVE SUM-RESTRICT-CASES (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE '  OTHER RECORDABLE CASES' TO SCL-LABEL
           MOVE SUM-OTHER-CASES (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 'TOTAL DAYS AWAY' TO SCL-LABEL
           MOVE SUM-DAYS-AWAY (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE 'TOTAL DAYS RESTRICTED/TRANSFERRED' TO SCL-LABEL
           MOVE SUM-DAYS-RESTRICTED (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 6
               MOVE SPACES TO SCL-LABEL
               STRING '  ' DELIMITED BY SIZE
                      INJURY-TYPE-NAME (TYPE-SUB) DELIMITED BY SIZE
                   INTO SCL-LABEL
               MOVE SUM-TYPE-COUNT (SUM-SUB TYPE-SUB) TO SCL-COUNT
               MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-PERFORM
           MOVE 'EQUIPMENT CERTIFICATION FLAGS' TO SCL-LABEL
           MOVE SUM-CERT-FLAGS (SUM-SUB) TO SCL-COUNT
           MOVE SUMMARY-COUNT-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           MOVE 'HOURS WORKED' TO SHL-LABEL
           MOVE SUM-HOURS (SUM-SUB) TO SHL-HOURS
           MOVE SUMMARY-HOURS-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           MOVE SPACES TO SRL-REMARK
           IF SUM-HOURS (SUM-SUB) IS GREATER THAN ZERO
               COMPUTE SUM-RATE (SUM-SUB) ROUNDED =
                       SUM-CASES (SUM-SUB) * 200000
                       / SUM-HOURS (SUM-SUB)
           ELSE
               MOVE 0 TO SUM-RATE (SUM-SUB)
               MOVE 'NO HOURS POSTED' TO SRL-REMARK
           END-IF
           MOVE 'INCIDENCE RATE PER 200,000 HOURS' TO SRL-LABEL
           MOVE SUM-RATE (SUM-SUB) TO SRL-RATE
           MOVE SUMMARY-RATE-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

      *****************************************************************
      * 40-EOF-ROUTINE rewrites the incident file with the
      * transactions applied and finishes the register.
      *****************************************************************
       40-EOF-ROUTINE.

           OPEN OUTPUT INCIDENT-FILE
           IF INC-FILE-STATUS IS NOT EQUAL TO '00'
               DISPLAY 'INJURYLOG: UNABLE TO REWRITE INCIDENT LOG, '
                       'FILE STATUS = ' INC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > CASE-COUNT
               MOVE CASE-ENTRY (CASE-SUB) TO INCIDENT-RECORD
               WRITE INCIDENT-RECORD
           END-PERFORM
           CLOSE INCIDENT-FILE

           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS READ' TO RTL-LABEL
           MOVE TRANS-READ-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INCIDENTS LOGGED' TO RTL-LABEL
           MOVE LOGGED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CASES UPDATED' TO RTL-LABEL
           MOVE UPDATED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO RTL-LABEL
           MOVE REJECT-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'CERTIFICATION LAPSED/MISSING' TO RTL-LABEL
           MOVE CERT-FLAG-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'HOURS ROWS POSTED' TO RTL-LABEL
           MOVE HOURS-ROWS-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'HOURS ROWS NOT ON MASTER' TO RTL-LABEL
           MOVE HOURS-UNMATCHED-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'WAREHOUSES ALREADY POSTED' TO RTL-LABEL
           MOVE HOURS-ALREADY-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE 'INCIDENTS ON THE YEAR LOG' TO RTL-LABEL
           MOVE LOG-LINES-COUNT TO RTL-COUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD

           CLOSE EMP-MASTER-FILE
                 INCIDENT-REGISTER

           DISPLAY 'INJURYLOG: ' TRANS-READ-COUNT ' TRANSACTIONS, '
                   LOGGED-COUNT ' LOGGED, ' REJECT-COUNT ' REJECTED, '
                   CERT-FLAG-COUNT ' CERTIFICATION FLAGS'

           STOP RUN
           .
