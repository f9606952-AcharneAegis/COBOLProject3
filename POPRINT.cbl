      * what is on the water without phoning the vendor.
      * *****
      * INPUT:
      *    PO-MASTER.dat           the purchase order master.
      * *****
      * OUTPUT:
      *    Purchase-Order-Print.txt every PO line grouped by vendor
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-MASTER-FILE
               ASSIGN TO 'PO-MASTER.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POM-REC-KEY
               FILE STATUS IS POM-FILE-STATUS.
           SELECT PO-PRINT-FILE
               ASSIGN TO PRINTER 'Purchase-Order-Print.txt'
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO POM-REC-KEY
           START PO-MASTER-FILE KEY IS NOT LESS THAN POM-REC-KEY
           IF POM-FILE-STATUS IS NOT EQUAL TO '00'
               MOVE 'N' TO POM-EOF-FLAG
           ELSE
               MOVE ' ' TO POM-EOF-FLAG
           END-IF

           PERFORM UNTIL NO-MORE-POM-DATA
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO POM-EOF-FLAG
                   NOT AT END
