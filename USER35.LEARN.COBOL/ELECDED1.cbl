      ***** BENMATCH extract record GLPOST01 posts through its
      ***** GLMAP as the employer-match category.  The match cost
      ***** finally reaches the ledger as its own line instead of
      ***** hiding inside wages.  Each run also adds its deductions
      ***** by pay date and plan to the ELECHIST history, which
      ***** BENREC01 reconciles against the carriers' monthly
      ***** premium bills.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS PC-F-STATUS.
           SELECT MATCH-EXTRACT ASSIGN TO BENMATCH.
           SELECT ELECTION-REGISTER ASSIGN TO ELECRPT.
           SELECT PLAN-HISTORY ASSIGN TO ELECHIST.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ELECTION-LINE-OUT.
       01  ELECTION-LINE-OUT  PIC X(80).
       FD  PLAN-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLAN-HISTORY-REC.
      * Employee deductions taken, one row per pay date and plan -
      * appended every run, read by BENREC01 a month at a time.
       01  PLAN-HISTORY-REC.
           05  EH-PAY-DATE        PIC X(10).
           05  EH-PLAN-CODE       PIC X(04).
           05  EH-DEDUCTED        PIC 9(7)V99.
           05  EH-CHECK-COUNT     PIC 9(05).
           05  FILLER             PIC X(52).
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 PC-HOURS-WORKED      PIC X(02).
           05 FILLER               PIC X(02).
           05 PC-CATEGORY          PIC X(1).
           05 FILLER               PIC X(01).
           05 PC-GROSS-PAY         PIC X(09).
           05 PC-GROSS-PAY-NUM REDEFINES PC-GROSS-PAY PIC $$$$$$.99.
           05 FILLER               PIC X(01).
           05 PC-CURRENCY-CODE     PIC X(03).
           05 FILLER               PIC X(01).
           05 PC-EMP-ID            PIC X(08).
           05 FILLER               PIC X(06).
           05 PC-STATE             PIC X(02).
               10  ED-PLAN-CODE   PIC X(04).
               10  ED-AMOUNT      PIC 9(6)V99.
       77 ED-SUB                  PIC 9(02) COMP VALUE 0.
      * Deductions by pay date and plan for the ELECHIST rows
       01 PLAN-TOTAL-AREA.
           05 PT-COUNT             PIC 9(3) COMP VALUE 0.
           05 PT-SUB               PIC 9(3) COMP VALUE 0.
           05 PLAN-TOTAL-TABLE OCCURS 200 TIMES.
               10 PT-PAY-DATE      PIC X(10).
               10 PT-PLAN-CODE     PIC X(04).
               10 PT-DEDUCTED      PIC 9(7)V99.
               10 PT-CHECK-COUNT   PIC 9(05).
       01 PT-FOUND-SW              PIC X(01) VALUE 'N'.
           88 PT-ENTRY-FOUND                 VALUE 'Y'.
       01 PT-TABLE-FULL            PIC X(01) VALUE 'N'.
           88 PT-TABLE-IS-FULL               VALUE 'Y'.
       01 WS-RUN-TOTALS.
           05 WS-TOT-DEDUCTIONS    PIC S9(9)V99 VALUE ZEROS.
           05 WS-TOT-MATCH         PIC S9(9)V99 VALUE ZEROS.
           MOVE ED-AMOUNT(ED-SUB)    TO RDL-AMOUNT.
           WRITE ELECTION-LINE-OUT FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 230-Add-To-Plan-Total.
       230-Add-To-Plan-Total.
           MOVE 'N' TO PT-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 235-Match-Plan-Total
               UNTIL PT-SUB > PT-COUNT OR PT-ENTRY-FOUND.
           IF  NOT PT-ENTRY-FOUND
               IF  PT-COUNT < 200
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT             TO PT-SUB
                   MOVE PC-DATE              TO PT-PAY-DATE(PT-SUB)
                   MOVE ED-PLAN-CODE(ED-SUB) TO PT-PLAN-CODE(PT-SUB)
                   MOVE ZEROS                TO PT-DEDUCTED(PT-SUB)
                   MOVE ZEROS                TO PT-CHECK-COUNT(PT-SUB)
                   MOVE 'Y'                  TO PT-FOUND-SW
               ELSE
                   MOVE 'Y' TO PT-TABLE-FULL
               END-IF
           END-IF.
           IF  PT-ENTRY-FOUND
               ADD ED-AMOUNT(ED-SUB) TO PT-DEDUCTED(PT-SUB)
               ADD 1                 TO PT-CHECK-COUNT(PT-SUB)
           END-IF.
       235-Match-Plan-Total.
           IF  PT-PAY-DATE(PT-SUB)  = PC-DATE
           AND PT-PLAN-CODE(PT-SUB) = ED-PLAN-CODE(ED-SUB)
               MOVE 'Y' TO PT-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       300-Open-Files.
           OPEN INPUT PAYCHECK-FILE.
           OPEN OUTPUT MATCH-EXTRACT.
           OPEN OUTPUT ELECTION-REGISTER.
           OPEN EXTEND PLAN-HISTORY.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           MOVE WS-TOT-MATCH       TO RTL-MATCH.
           WRITE ELECTION-LINE-OUT FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2.
           PERFORM 520-Write-Plan-History
               VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
      * A short history would under-state the month's deductions on
      * the premium reconciliation, so a full table fails the step.
           IF  PT-TABLE-IS-FULL
               DISPLAY 'ELECDED1 - PLAN TOTAL TABLE FULL - ELECHIST '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
       520-Write-Plan-History.
           MOVE SPACES                  TO PLAN-HISTORY-REC.
           MOVE PT-PAY-DATE(PT-SUB)     TO EH-PAY-DATE.
           MOVE PT-PLAN-CODE(PT-SUB)    TO EH-PLAN-CODE.
           MOVE PT-DEDUCTED(PT-SUB)     TO EH-DEDUCTED.
           MOVE PT-CHECK-COUNT(PT-SUB)  TO EH-CHECK-COUNT.
           WRITE PLAN-HISTORY-REC.
       600-Close-Files.
           IF PAYCHECK-AVAILABLE = 'Y'
               CLOSE PAYCHECK-FILE
           END-IF.
           CLOSE MATCH-EXTRACT.
           CLOSE ELECTION-REGISTER.
           CLOSE PLAN-HISTORY.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'ELECDED1' TO JA-JOB-NAME.
