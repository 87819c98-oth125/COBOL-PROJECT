      ***** batch header/trailer control records for the bank.
      ***** Employees with no bank master entry fall out on the
      ***** exception report so a paper check can still be cut.
      ***** Approved expense reimbursements (EXPPAY, cut by EXPCLM01)
      ***** deposit in full after the paychecks - they are not wages,
      ***** so no deductions and no split - to any live bank row;
      ***** the rest fall out for the check CHKISSU1 cuts from the
      ***** same file, so CHKISSU1 runs after this job.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MASTER ASSIGN TO BANKMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BM-F-STATUS.
           SELECT REIMBURSEMENT-FILE ASSIGN TO EXPPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EP-F-STATUS.
           SELECT ACH-EXTRACT ASSIGN TO ACHOUT.
           SELECT EXCEPTION-FILE ASSIGN TO DDEXCPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
               88  BM-PRENOTE             VALUE 'P'.
           05  BM-PRENOTE-DATE    PIC X(08).
           05  FILLER             PIC X(14).
       FD  REIMBURSEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REIMBURSEMENT-REC.
      * One row per employee from EXPCLM01 - non-taxable.
       01  REIMBURSEMENT-REC.
           05  EP-EMP-ID          PIC X(08).
           05  EP-NAME            PIC X(22).
           05  EP-PAY-DATE        PIC X(10).
           05  EP-AMOUNT          PIC 9(7)V99.
           05  EP-CLAIM-COUNT     PIC 9(03).
           05  FILLER             PIC X(28).
       FD  ACH-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           88 PC-OK                           VALUE '00'.
       77 BM-F-STATUS               PIC X(02) VALUE SPACES.
           88 BM-OK                           VALUE '00'.
       77 EP-F-STATUS               PIC X(02) VALUE SPACES.
           88 EP-OK                           VALUE '00'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 BM-EOF                    PIC X(01) VALUE 'N'.
           88 BM-AT-EOF                       VALUE 'Y'.
       77 EP-EOF                    PIC X(01) VALUE 'N'.
           88 EP-AT-EOF                       VALUE 'Y'.
       77 EP-READ-SW                PIC X(01) VALUE 'N'.
           88 EXPPAY-WAS-READ                 VALUE 'Y'.
       77 PAYCHECK-AVAILABLE        PIC X(01) VALUE 'Y'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
           05  PC-HOURS-WORKED        PIC X(02).
           05  FILLER                 PIC X(02).
           05  PC-CATEGORY            PIC X(1).
           05  FILLER                 PIC X(01).
           05  PC-GROSS-PAY           PIC X(09).
           05  PC-GROSS-PAY-NUM REDEFINES PC-GROSS-PAY PIC $$$$$$.99.
           05  FILLER                 PIC X(01).
           05  PC-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PC-EMP-ID              PIC X(08).
           05  PC-PAY-FREQ            PIC X(01).
           05  FILLER                 PIC X(05).
           05  PC-STATE               PIC X(02).
           05  PC-REC-TYPE            PIC X(01).
               88  PC-TYPE-DETAIL             VALUE 'D'.
               10 BT-PRENOTE-DATE   PIC X(08).
       01 BANK-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 BANK-TABLE-IS-FULL              VALUE 'Y'.
       01 WS-SEARCH-EMP-ID          PIC X(08) VALUE SPACES.
       01 BANK-FOUND-SW             PIC X(01) VALUE 'N'.
           88 BANK-ENTRY-FOUND                VALUE 'Y'.
       01 BANK-MASTER-LOADED        PIC X(01) VALUE 'N'.
      * every employee by the full deduction amount.  State tax
      * prices through the shared STATEWH table when the check
      * carries a work state; the flat rate stays as the fallback.
      * Federal tax prices through FEDWH from the W-4 master.
       01 FEDWH-PARMS.
           05  FW-EMP-ID              PIC X(08)   VALUE SPACES.
           05  FW-PAY-DATE            PIC X(10)   VALUE SPACES.
           05  FW-PAY-FREQ            PIC X(01)   VALUE SPACE.
           05  FW-GROSS               PIC 9(6)V99 VALUE ZEROS.
           05  FW-WITHHELD            PIC 9(6)V99 VALUE ZEROS.
           05  FW-FOUND               PIC X(01)   VALUE 'N'.
           05  FW-W4-TABLE-FULL       PIC X(01)   VALUE 'N'.
      * Social Security and Medicare through FICAWH, against the
      * year to date PAYROL02 started this cycle from.
       01 FICAWH-PARMS.
           05  FI-FUNCTION            PIC X(01)   VALUE 'C'.
           05  FI-USE-MASTER          PIC X(01)   VALUE 'Y'.
           05  FI-EMP-ID              PIC X(08)   VALUE SPACES.
           05  FI-PAY-DATE            PIC X(10)   VALUE SPACES.
           05  FI-GROSS               PIC 9(6)V99 VALUE ZEROS.
           05  FI-SS-WAGES            PIC 9(6)V99 VALUE ZEROS.
           05  FI-SS-EE               PIC 9(6)V99 VALUE ZEROS.
           05  FI-SS-ER               PIC 9(6)V99 VALUE ZEROS.
           05  FI-MED-WAGES           PIC 9(6)V99 VALUE ZEROS.
           05  FI-MED-EE              PIC 9(6)V99 VALUE ZEROS.
           05  FI-MED-ER              PIC 9(6)V99 VALUE ZEROS.
       01 STATEWH-PARMS.
           05  SW-STATE               PIC X(02)   VALUE SPACES.
           05  SW-GROSS               PIC 9(6)V99 VALUE ZEROS.
           05  WS-BENEFITS-DEDUCTION       PIC 9(3)V99 VALUE 75.00.
           05  WS-FEDERAL-TAX-AMT          PIC 9(6)V99 VALUE ZEROS.
           05  WS-STATE-TAX-AMT            PIC 9(6)V99 VALUE ZEROS.
           05  WS-SS-TAX-AMT               PIC 9(6)V99 VALUE ZEROS.
           05  WS-MED-TAX-AMT              PIC 9(6)V99 VALUE ZEROS.
           05  WS-BENEFITS-AMT             PIC 9(6)V99 VALUE ZEROS.
           05  WS-NET-PAY                  PIC S9(6)V99 VALUE ZEROS.
      * Per-employee elections - see ELECDED.  Effective elections
           05 WS-TOTAL-NET          PIC S9(11)V99 VALUE ZEROS.
           05 WS-PAPER-TOTAL        PIC S9(11)V99 VALUE ZEROS.
           05 WS-ACH-PLUS-PAPER     PIC S9(11)V99 VALUE ZEROS.
           05 WS-REIMB-COUNT        PIC 9(7)      VALUE ZEROS.
           05 WS-REIMB-TOTAL        PIC S9(11)V99 VALUE ZEROS.
       01 WS-CONTROL-SEEN           PIC X(01) VALUE 'N'.
           88 CONTROL-RECORD-SEEN             VALUE 'Y'.
       01 WS-OUT-OF-BALANCE-SW      PIC X(01) VALUE 'N'.
           PERFORM 000-Housekeeping.
           IF PAYCHECK-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PC-AT-EOF
               PERFORM 620-Deposit-Reimbursements
               PERFORM 650-Write-Batch-Trailer
               PERFORM 660-Balance-Extract
           END-IF.
           PERFORM 600-Close-Files.
           MOVE 'R' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           IF  FW-W4-TABLE-FULL = 'Y'
               DISPLAY 'DDEPOS01 - W-4 TABLE FULL - FEDERAL TAX '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 280-Calculate-Net-Pay.
           ADD WS-GROSS-PAY-NUM TO WS-DETAIL-GROSS.
           ADD WS-NET-PAY       TO WS-TOTAL-NET.
           MOVE PC-EMP-ID       TO WS-SEARCH-EMP-ID.
           PERFORM 250-Search-Bank-Table.
           IF  NOT BANK-ENTRY-FOUND
               ADD WS-NET-PAY TO WS-PAPER-TOTAL
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY-NUM.
           SUBTRACT WS-GROSS-PAY-NUM FROM WS-DETAIL-GROSS.
           MOVE 'R'               TO FI-FUNCTION.
           MOVE PC-EMP-ID         TO FI-EMP-ID.
           MOVE PC-DATE           TO FI-PAY-DATE.
           MOVE WS-GROSS-PAY-NUM  TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
       250-Search-Bank-Table.
           MOVE 'N' TO BANK-FOUND-SW.
           MOVE 1   TO BT-SUB.
           PERFORM 255-Check-Bank-Entry
               UNTIL BT-SUB > BT-ENTRY-COUNT OR BANK-ENTRY-FOUND.
       255-Check-Bank-Entry.
           IF  BT-EMP-ID(BT-SUB) = WS-SEARCH-EMP-ID
           AND NOT BT-ROW-INACTIVE(BT-SUB)
               MOVE 'Y' TO BANK-FOUND-SW
           ELSE
           END-READ.
       280-Calculate-Net-Pay.
           MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY-NUM.
           MOVE PC-EMP-ID         TO FW-EMP-ID.
           MOVE PC-PAY-FREQ       TO FW-PAY-FREQ.
           MOVE PC-DATE           TO FW-PAY-DATE.
           MOVE WS-GROSS-PAY-NUM  TO FW-GROSS.
           CALL 'FEDWH' USING FEDWH-PARMS.
           IF  FW-FOUND = 'Y'
               MOVE FW-WITHHELD TO WS-FEDERAL-TAX-AMT
           ELSE
               COMPUTE WS-FEDERAL-TAX-AMT ROUNDED =
                   WS-GROSS-PAY-NUM * WS-FEDERAL-TAX-RATE
           END-IF.
           MOVE 'C'               TO FI-FUNCTION.
           MOVE PC-EMP-ID         TO FI-EMP-ID.
           MOVE PC-DATE           TO FI-PAY-DATE.
           MOVE WS-GROSS-PAY-NUM  TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
           MOVE FI-SS-EE          TO WS-SS-TAX-AMT.
           MOVE FI-MED-EE         TO WS-MED-TAX-AMT.
           MOVE PC-STATE          TO SW-STATE.
           MOVE WS-GROSS-PAY-NUM  TO SW-GROSS.
           CALL 'STATEWH' USING STATEWH-PARMS.
               MOVE WS-BENEFITS-DEDUCTION TO WS-BENEFITS-AMT
           END-IF.
           COMPUTE WS-NET-PAY ROUNDED = WS-GROSS-PAY-NUM -
               WS-FEDERAL-TAX-AMT - WS-SS-TAX-AMT - WS-MED-TAX-AMT -
               WS-STATE-TAX-AMT - WS-BENEFITS-AMT.
           IF  WS-NET-PAY < ZERO
               MOVE ZEROS TO WS-NET-PAY
           END-IF.
           MOVE BT-STATUS(BT-SUB)      TO BM-STATUS.
           MOVE BT-PRENOTE-DATE(BT-SUB) TO BM-PRENOTE-DATE.
           WRITE BANK-MASTER-REC.
      * Reimbursements count into the net paid, so the ACH-plus-
      * paper proof below still ties with them in it.  A prenote
      * or missing account leaves the employee to CHKISSU1.
       620-Deposit-Reimbursements.
           OPEN INPUT REIMBURSEMENT-FILE.
           IF  EP-OK
               MOVE 'Y' TO EP-READ-SW
               PERFORM 625-Read-Reimbursement
               PERFORM 630-Deposit-One-Reimbursement UNTIL EP-AT-EOF
               CLOSE REIMBURSEMENT-FILE
           ELSE
               DISPLAY 'EXPPAY FILE STATUS: ' EP-F-STATUS
               DISPLAY 'NO EXPENSE REIMBURSEMENTS THIS RUN'
           END-IF.
       625-Read-Reimbursement.
           READ REIMBURSEMENT-FILE
               AT END MOVE 'Y' TO EP-EOF
           END-READ.
       630-Deposit-One-Reimbursement.
           ADD 1         TO WS-JOB-RECORD-COUNT.
           ADD 1         TO WS-REIMB-COUNT.
           ADD EP-AMOUNT TO WS-REIMB-TOTAL.
           ADD EP-AMOUNT TO WS-TOTAL-NET.
           MOVE EP-EMP-ID TO WS-SEARCH-EMP-ID.
           PERFORM 250-Search-Bank-Table.
           IF  BANK-ENTRY-FOUND
               IF  BT-ROW-PRENOTE(BT-SUB)
                   PERFORM 230-Check-Prenote-Age
               END-IF
           END-IF.
           IF  NOT BANK-ENTRY-FOUND
               ADD EP-AMOUNT TO WS-PAPER-TOTAL
               MOVE EP-EMP-ID  TO EXC-EMP-ID
               MOVE EP-NAME    TO EXC-NAME
               MOVE 'EXPENSE REIMBURSEMENT - CUT A PAPER CHECK'
                   TO EXC-REASON
               WRITE EXCEPTION-REC
           ELSE
               IF  BT-ROW-PRENOTE(BT-SUB)
                   ADD EP-AMOUNT TO WS-PAPER-TOTAL
                   MOVE EP-EMP-ID  TO EXC-EMP-ID
                   MOVE EP-NAME    TO EXC-NAME
                   MOVE 'EXPENSE REIMBURSEMENT - PRENOTE PENDING'
                       TO EXC-REASON
                   WRITE EXCEPTION-REC
               ELSE
                   PERFORM 635-Write-Reimbursement-Entry
               END-IF
           END-IF.
           PERFORM 625-Read-Reimbursement.
       635-Write-Reimbursement-Entry.
           MOVE BT-ROUTING(BT-SUB)  TO AE-ROUTING.
           MOVE BT-ACCOUNT(BT-SUB)  TO AE-ACCOUNT.
           MOVE EP-AMOUNT           TO AE-AMOUNT.
           MOVE EP-EMP-ID           TO AE-EMP-ID.
           MOVE EP-NAME             TO AE-NAME.
           WRITE ACH-REC FROM ACH-ENTRY-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD EP-AMOUNT TO WS-TOTAL-AMOUNT.
           COMPUTE WS-ROUTING-HASH =
               FUNCTION MOD(WS-ROUTING-HASH + BT-ROUTING(BT-SUB),
                            10000000000).
       650-Write-Batch-Trailer.
           MOVE WS-ENTRY-COUNT  TO ABT-ENTRY-COUNT.
           MOVE ZEROS           TO ABT-DEBIT-TOTAL.
           MOVE WS-DETAIL-COUNT   TO CC-COUNT.
           MOVE WS-DETAIL-GROSS   TO CC-AMOUNT.
           WRITE CYCLE-CONTROL-REC.
      *    The EXPPAY consumer line only when the file was there to
      *    read - a run that never opened it consumed nothing.
           IF  EXPPAY-WAS-READ
               MOVE 'EXPPAY  '        TO CC-INTERFACE
               MOVE WS-REIMB-COUNT    TO CC-COUNT
               MOVE WS-REIMB-TOTAL    TO CC-AMOUNT
               WRITE CYCLE-CONTROL-REC
           END-IF.
           CLOSE CYCLE-CONTROL.
       600-Close-Files.
           IF PAYCHECK-AVAILABLE = 'Y'
