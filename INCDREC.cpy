      *****************************************************************
      * INCIDENT-RECORD is one workplace injury or illness on
      * INCIDENT-LOG.txt, the cumulative incident file INJURYLOG
      * builds -- one row per case, numbered as it is logged, with
      * the employee's name as it stood on the master that day.
      * Injury type I injury, S skin disorder, R respiratory
      * condition, P poisoning, H hearing loss, O all other
      * illnesses.  INC-EQUIPMENT-CERT is the certification the
      * equipment involved calls for (spaces when none was
      * involved); INC-CERT-STATUS is what the certification file
      * showed on the incident date -- V valid, L lapsed, M none on
      * file.  99 characters.
      *****************************************************************
       01  INCIDENT-RECORD.
           05  INC-CASE-NUMBER         PIC 9(6).
           05  INC-EMP-ID              PIC X(5).
           05  INC-WAREHOUSE-ID        PIC X(4).
           05  INC-LAST-NAME           PIC X(10).
           05  INC-FIRST-NAME          PIC X(10).
           05  INC-INCIDENT-DATE       PIC 9(8).
           05  INC-INJURY-TYPE         PIC X.
               88  INC-VALID-INJURY-TYPE               VALUE 'I'
                                       'S' 'R' 'P' 'H' 'O'.
           05  INC-BODY-PART           PIC XX.
               88  INC-VALID-BODY-PART                 VALUE 'HD'
                                       'EY' 'NK' 'BK' 'TR' 'SH'
                                       'AR' 'HN' 'LG' 'FT' 'MU'
                                       'OT'.
           05  INC-DAYS-AWAY           PIC 999.
           05  INC-DAYS-RESTRICTED     PIC 999.
           05  INC-RECORDABLE          PIC X.
               88  INC-IS-RECORDABLE                   VALUE 'Y'.
               88  INC-VALID-RECORDABLE                VALUE 'Y'
                                       'N'.
           05  INC-EQUIPMENT-CERT      PIC XXX.
           05  INC-CERT-STATUS         PIC X.
               88  INC-CERT-VALID                      VALUE 'V'.
               88  INC-CERT-LAPSED                     VALUE 'L'.
               88  INC-CERT-MISSING                    VALUE 'M'.
           05  INC-DESCRIPTION         PIC X(30).
           05  INC-LOGGED-DATE         PIC 9(8).
           05  FILLER                  PIC X(4).
