      ***** the positive-pay extract the bank matches presentments
      ***** against.  A forged check no longer looks like a real
      ***** one to the bank.
      ***** Expense reimbursements on EXPPAY (EXPCLM01) get a check
      ***** of their own when the employee has no live bank row -
      ***** DDEPOS01 deposited the rest - so this runs after
      ***** DDEPOS01, and empties EXPPAY once the pay run has used
      ***** it so nothing is reimbursed twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-CONTROL ASSIGN TO CHECKCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CC-F-STATUS.
           SELECT REIMBURSEMENT-FILE ASSIGN TO EXPPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EP-F-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKMAST.
           SELECT REGISTER-REPORT ASSIGN TO CHKREG.
           SELECT POSITIVE-PAY ASSIGN TO POSPAY.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NBR  PIC 9(8).
           05  FILLER             PIC X(72) VALUE SPACES.
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
       FD  CHECK-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           88 BM-OK                           VALUE '00'.
       77 CC-F-STATUS               PIC X(02) VALUE SPACES.
           88 CC-OK                           VALUE '00'.
       77 EP-F-STATUS               PIC X(02) VALUE SPACES.
           88 EP-OK                           VALUE '00'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 BM-EOF                    PIC X(01) VALUE 'N'.
           88 BM-AT-EOF                       VALUE 'Y'.
       77 EP-EOF                    PIC X(01) VALUE 'N'.
           88 EP-AT-EOF                       VALUE 'Y'.
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
               88  PC-TYPE-VOID               VALUE 'V'.
      * Bank-account master table - loaded once at open
       01 BANK-TABLE-AREA.
           05 BT-ENTRY-COUNT        PIC 9(4) COMP VALUE 0.
                   88 BT-ROW-PRENOTE       VALUE 'P'.
       01 BANK-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 BANK-TABLE-IS-FULL              VALUE 'Y'.
       01 WS-SEARCH-EMP-ID          PIC X(08) VALUE SPACES.
       01 BANK-FOUND-SW             PIC X(01) VALUE 'N'.
           88 BANK-ENTRY-FOUND                VALUE 'Y'.
      * Deduction calculation - same rates and FEDWH/STATEWH calls
      * as DDEPOS01, so the paper share here plus the ACH share
      * there re-adds to the same net.
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
      * Per-employee elections - see ELECDED
           05 WS-NEXT-CHECK-NBR     PIC 9(8)     VALUE 1.
           05 WS-CHECKS-ISSUED      PIC 9(7)     VALUE ZEROS.
           05 WS-ISSUED-TOTAL       PIC S9(9)V99 VALUE ZEROS.
      * Payee of the check being cut - a paycheck or a reimbursement
       01 WS-ISSUE-WORK.
           05 WS-ISSUE-EMP-ID       PIC X(08)    VALUE SPACES.
           05 WS-ISSUE-DATE         PIC X(10)    VALUE SPACES.
           05 WS-ISSUE-STATE        PIC X(02)    VALUE SPACES.
           05 WS-ISSUE-NAME         PIC X(21)    VALUE SPACES.
      *    REGISTER PRINT LINES
       01 REGISTER-HEADING-LINE.
           05 FILLER  PIC X(30) VALUE 'PAPER CHECK REGISTER'.
           PERFORM 000-Housekeeping.
           IF PAYCHECK-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PC-AT-EOF
               PERFORM 540-Issue-Reimbursements
           END-IF.
           PERFORM 600-Close-Files.
           IF  FW-W4-TABLE-FULL = 'Y'
               DISPLAY 'CHKISSU1 - W-4 TABLE FULL - FEDERAL TAX '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           IF  PC-TYPE-DETAIL
               PERFORM 200-Process-Detail
           END-IF.
           IF  PC-TYPE-VOID
               PERFORM 260-Reverse-Void-FICA
           END-IF.
           PERFORM 400-Read-Paycheck.
       200-Process-Detail.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           PERFORM 280-Calculate-Net-Pay.
           MOVE PC-EMP-ID TO WS-SEARCH-EMP-ID.
           PERFORM 250-Search-Bank-Table.
           EVALUATE TRUE
               WHEN NOT BANK-ENTRY-FOUND
                       WS-NET-PAY - WS-DEPOSIT-AMT
           END-EVALUATE.
           IF  WS-PAPER-AMT > ZERO
               MOVE PC-EMP-ID TO WS-ISSUE-EMP-ID
               MOVE PC-DATE   TO WS-ISSUE-DATE
               MOVE PC-STATE  TO WS-ISSUE-STATE
               MOVE SPACES    TO WS-ISSUE-NAME
               STRING PC-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      PC-LAST-NAME  DELIMITED BY SIZE
                      INTO WS-ISSUE-NAME
               PERFORM 500-Issue-One-Check
           END-IF.
       250-Search-Bank-Table.
           PERFORM 255-Check-Bank-Entry
               UNTIL BT-SUB > BT-ENTRY-COUNT OR BANK-ENTRY-FOUND.
       255-Check-Bank-Entry.
           IF  BT-EMP-ID(BT-SUB) = WS-SEARCH-EMP-ID
           AND NOT BT-ROW-INACTIVE(BT-SUB)
               MOVE 'Y' TO BANK-FOUND-SW
           ELSE
           END-IF.
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
      * A void issues nothing but backs its wages out of the year
      * to date, as PAYROL02 did, so later checks net the same.
       260-Reverse-Void-FICA.
           MOVE 'R'              TO FI-FUNCTION.
           MOVE PC-EMP-ID        TO FI-EMP-ID.
           MOVE PC-DATE          TO FI-PAY-DATE.
           MOVE PC-GROSS-PAY-NUM TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
       500-Issue-One-Check.
           MOVE SPACES              TO CHECK-REGISTER-REC.
           MOVE WS-NEXT-CHECK-NBR   TO CK-CHECK-NBR.
           MOVE WS-ISSUE-EMP-ID     TO CK-EMP-ID.
           MOVE WS-ISSUE-DATE       TO CK-ISSUE-DATE.
           MOVE WS-PAPER-AMT        TO CK-AMOUNT.
           MOVE 'O'                 TO CK-STATUS.
           MOVE WS-ISSUE-STATE      TO CK-STATE.
           MOVE WS-ISSUE-NAME       TO CK-NAME.
           WRITE CHECK-REGISTER-REC.
           MOVE WS-NEXT-CHECK-NBR   TO PP-CHECK-NBR.
           MOVE WS-ISSUE-DATE       TO PP-ISSUE-DATE.
           MOVE WS-PAPER-AMT        TO PP-AMOUNT.
           MOVE CK-NAME             TO PP-PAYEE.
           WRITE POSITIVE-PAY-REC.
           MOVE WS-NEXT-CHECK-NBR   TO RDL-CHECK-NBR.
           MOVE WS-ISSUE-EMP-ID     TO RDL-EMP-ID.
           MOVE WS-ISSUE-DATE       TO RDL-DATE.
           MOVE WS-PAPER-AMT        TO RDL-AMOUNT.
           MOVE CK-NAME             TO RDL-PAYEE.
           WRITE REGISTER-LINE-OUT FROM REGISTER-DETAIL-LINE
           ADD 1 TO WS-NEXT-CHECK-NBR.
           ADD 1 TO WS-CHECKS-ISSUED.
           ADD WS-PAPER-AMT TO WS-ISSUED-TOTAL.
      * A reimbursement is paid whole - no deductions, no split.
      * Anyone DDEPOS01 could not deposit to (no live row, or a
      * prenote still pending) gets the check here.
       540-Issue-Reimbursements.
           OPEN INPUT REIMBURSEMENT-FILE.
           IF  EP-OK
               PERFORM 545-Read-Reimbursement
               PERFORM 550-Check-One-Reimbursement UNTIL EP-AT-EOF
               CLOSE REIMBURSEMENT-FILE
               OPEN OUTPUT REIMBURSEMENT-FILE
               CLOSE REIMBURSEMENT-FILE
           ELSE
               DISPLAY 'EXPPAY FILE STATUS: ' EP-F-STATUS
               DISPLAY 'NO EXPENSE REIMBURSEMENTS THIS RUN'
           END-IF.
       545-Read-Reimbursement.
           READ REIMBURSEMENT-FILE
               AT END MOVE 'Y' TO EP-EOF
           END-READ.
       550-Check-One-Reimbursement.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE EP-EMP-ID TO WS-SEARCH-EMP-ID.
           PERFORM 250-Search-Bank-Table.
           MOVE ZEROS TO WS-PAPER-AMT.
           IF  NOT BANK-ENTRY-FOUND
               MOVE EP-AMOUNT TO WS-PAPER-AMT
           ELSE
               IF  BT-ROW-PRENOTE(BT-SUB)
                   MOVE EP-AMOUNT TO WS-PAPER-AMT
               END-IF
           END-IF.
           IF  WS-PAPER-AMT > ZERO
               MOVE EP-EMP-ID   TO WS-ISSUE-EMP-ID
               MOVE EP-PAY-DATE TO WS-ISSUE-DATE
               MOVE SPACES      TO WS-ISSUE-STATE
               MOVE EP-NAME     TO WS-ISSUE-NAME
               PERFORM 500-Issue-One-Check
           END-IF.
           PERFORM 545-Read-Reimbursement.
       300-Open-Files.
           OPEN INPUT PAYCHECK-FILE.
           OPEN EXTEND CHECK-REGISTER.
