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
       FD  CASH-RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
             10 RT-BILL-DATE      PIC X(08).
             10 RT-BILLED         PIC 9(7)V99.
             10 RT-PAID           PIC 9(7)V99.
             10 RT-AID            PIC 9(7)V99.
             10 RT-ROW-TYPE       PIC X(01).
             10 RT-ADJUSTED       PIC 9(7)V99.
             10 RT-COURSE         PIC X(05).
       01 RECV-TABLE-FULL         PIC X(01) VALUE 'N'.
          88 RECV-TABLE-IS-FULL              VALUE 'Y'.
       01 WS-APPLY-WORK.
              MOVE RV-BILL-DATE    TO RT-BILL-DATE(RV-COUNT)
              MOVE RV-BILLED       TO RT-BILLED(RV-COUNT)
              MOVE RV-PAID         TO RT-PAID(RV-COUNT)
              IF RV-AID-X IS NUMERIC
                 MOVE RV-AID       TO RT-AID(RV-COUNT)
              ELSE
                 MOVE ZEROS        TO RT-AID(RV-COUNT)
              END-IF
              MOVE RV-ROW-TYPE     TO RT-ROW-TYPE(RV-COUNT)
              IF RV-ADJUSTED-X IS NUMERIC
                 MOVE RV-ADJUSTED  TO RT-ADJUSTED(RV-COUNT)
              ELSE
                 MOVE ZEROS        TO RT-ADJUSTED(RV-COUNT)
              END-IF
              MOVE RV-COURSE       TO RT-COURSE(RV-COUNT)
           ELSE
              MOVE 'Y' TO RECV-TABLE-FULL
              DISPLAY 'LEDGER TABLE FULL - UNABLE TO HOLD ALL ROWS'
           PERFORM 150-READ-RECEIPT.
       250-APPLY-TO-ONE-ROW.
           IF RT-STUDENT-NAME(RV-SUB) = CS-STUDENT-NAME
              COMPUTE WS-ROW-OPEN = RT-BILLED(RV-SUB)
                 - RT-PAID(RV-SUB) - RT-AID(RV-SUB)
                 - RT-ADJUSTED(RV-SUB)
              IF WS-ROW-OPEN > ZERO
                 IF WS-REMAINING < WS-ROW-OPEN
                    MOVE WS-REMAINING TO WS-TAKE
              END-IF
           END-IF.
       500-AGE-OPEN-ITEMS.
           COMPUTE WS-ROW-OPEN = RT-BILLED(RV-SUB)
              - RT-PAID(RV-SUB) - RT-AID(RV-SUB)
              - RT-ADJUSTED(RV-SUB).
           IF WS-ROW-OPEN > ZERO
              IF RT-BILL-DATE(RV-SUB) IS NUMERIC
                 COMPUTE WS-AGE-DAYS =
           MOVE RT-BILL-DATE(RV-SUB)    TO RV-BILL-DATE.
           MOVE RT-BILLED(RV-SUB)       TO RV-BILLED.
           MOVE RT-PAID(RV-SUB)         TO RV-PAID.
           MOVE RT-AID(RV-SUB)          TO RV-AID.
           MOVE RT-ROW-TYPE(RV-SUB)     TO RV-ROW-TYPE.
           MOVE RT-ADJUSTED(RV-SUB)     TO RV-ADJUSTED.
           MOVE RT-COURSE(RV-SUB)       TO RV-COURSE.
           WRITE RECEIVABLE-REC.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'TUITCASH' TO JA-JOB-NAME.
