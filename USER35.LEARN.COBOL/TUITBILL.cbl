           05  RV-BILL-DATE       PIC X(08).
           05  RV-BILLED          PIC 9(7)V99.
           05  RV-PAID            PIC 9(7)V99.
      * Financial aid applied by FINAID1 - kept apart from cash.
      * Rows from before aid was carried hold spaces here.
           05  RV-AID             PIC 9(7)V99.
           05  RV-AID-X REDEFINES RV-AID PIC X(09).
      * Space = term bill, R = aid returned after a withdrawal,
      * C = tuition credit for a dropped course (TUITRFD1)
           05  RV-ROW-TYPE        PIC X(01).
      * Tuition credits set against the row - on a term bill the
      * part of its charge a drop took back, on a C row the part of
      * the credit applied to the term's bills (the rest was
      * refunded, in RV-PAID).  Older rows hold spaces here.
           05  RV-ADJUSTED        PIC 9(7)V99.
           05  RV-ADJUSTED-X REDEFINES RV-ADJUSTED PIC X(09).
      * Course a C row credits
           05  RV-COURSE          PIC X(05).
           05  FILLER             PIC X(06).
       FD  INVOICE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
              MOVE WS-TODAY-YMD     TO RV-BILL-DATE
              MOVE WS-INVOICE-TOTAL TO RV-BILLED
              MOVE ZEROS            TO RV-PAID
              MOVE ZEROS            TO RV-AID
              MOVE ZEROS            TO RV-ADJUSTED
              WRITE RECEIVABLE-REC
              ADD 1 TO CTR-STUDENTS-BILLED
              ADD WS-INVOICE-TOTAL TO WS-RUN-TOTAL
