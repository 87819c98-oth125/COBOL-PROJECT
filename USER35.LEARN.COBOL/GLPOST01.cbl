      ***** writes a balanced debit/credit posting extract with an
      ***** offsetting cash entry.  The run balances itself against
      ***** the PAYCHECK control record and flags any difference.
      ***** Reimbursed employee expenses (EXPGL, cut by EXPCLM01)
      ***** post through the same map against the same cash offset.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-MATCH ASSIGN TO BENMATCH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BX-F-STATUS.
           SELECT EXPENSE-GL-FILE ASSIGN TO EXPGL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS XG-F-STATUS.
           SELECT GL-EXTRACT ASSIGN TO GLEXTR.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
                                  SIGN LEADING SEPARATE.
           05  BX-DESCRIPTION     PIC X(25).
           05  FILLER             PIC X(02).
       FD  EXPENSE-GL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPENSE-GL-REC.
      * Reimbursed expense by GL category from EXPCLM01 - the same
      * shape as the BENMATCH extract.
       01  EXPENSE-GL-REC.
           05  XG-CATEGORY        PIC X(01).
           05  XG-AMOUNT          PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  XG-DESCRIPTION     PIC X(25).
           05  FILLER             PIC X(02).
       FD  GL-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           88 BX-OK                           VALUE '00'.
       77 BX-EOF                    PIC X(01) VALUE 'N'.
           88 BX-AT-EOF                       VALUE 'Y'.
       77 XG-F-STATUS               PIC X(02) VALUE SPACES.
           88 XG-OK                           VALUE '00'.
       77 XG-EOF                    PIC X(01) VALUE 'N'.
           88 XG-AT-EOF                       VALUE 'Y'.
      * Match cost rides in the debit lines and the cash credit but
      * stays outside the wage total the control record proves.
       01 WS-MATCH-TOTAL            PIC S9(9)V99 VALUE ZEROS.
      * Reimbursed expense - not wages, so the same treatment.
       01 WS-EXPENSE-TOTAL          PIC S9(9)V99 VALUE ZEROS.
       77 PAYCHECK-AVAILABLE        PIC X(01) VALUE 'Y'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
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
           05 FILLER               PIC X(08).
           05 PC-REC-TYPE          PIC X(01).
       01 WS-SUSPENSE-TOTAL         PIC S9(9)V99 VALUE ZEROS.
       01 WS-GRAND-TOTAL            PIC S9(9)V99 VALUE ZEROS.
       01 WS-CONTROL-GROSS          PIC S9(11)V99 VALUE ZEROS.
      * What went out on GLEXTR - lines and debit total - for the
      * producer control line GLBOOK01 is held to.
       01 WS-EXTRACT-LINES          PIC 9(7)      VALUE ZEROS.
       01 WS-EXTRACT-DEBITS         PIC S9(11)V99 VALUE ZEROS.
       01 WS-CONTROL-SEEN           PIC X(01) VALUE 'N'.
           88 CONTROL-RECORD-SEEN             VALUE 'Y'.
       77 WS-SUSPENSE-ACCOUNT       PIC X(08) VALUE 'SUSPENSE'.
           IF PAYCHECK-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PC-AT-EOF
               PERFORM 170-Apply-Benefit-Match
               PERFORM 180-Apply-Expense-Postings
               PERFORM 500-Write-Posting-Extract
               PERFORM 545-Write-Cycle-Control
               PERFORM 550-Balance-To-Control
           END-IF.
           ADD BX-AMOUNT TO WS-MATCH-TOTAL.
           PERFORM 172-Read-Match-Record.
      * EXPGL is optional the same way - no reimbursements this
      * cycle posts wages and match only.
       180-Apply-Expense-Postings.
           OPEN INPUT EXPENSE-GL-FILE.
           IF  XG-OK
               PERFORM 182-Read-Expense-Record
               PERFORM 184-Post-Expense-Record UNTIL XG-AT-EOF
           ELSE
               DISPLAY 'NO EXPENSE GL EXTRACT - STATUS: '
                       XG-F-STATUS
           END-IF.
           CLOSE EXPENSE-GL-FILE.
       182-Read-Expense-Record.
           READ EXPENSE-GL-FILE
               AT END MOVE 'Y' TO XG-EOF
           END-READ.
       184-Post-Expense-Record.
           MOVE XG-CATEGORY TO PC-CATEGORY.
           PERFORM 250-Search-Account-Map.
           IF  GL-MAP-FOUND
               ADD XG-AMOUNT TO GMT-GROSS-TOTAL(GMT-SUB)
           ELSE
               ADD XG-AMOUNT TO WS-SUSPENSE-TOTAL
           END-IF.
           ADD XG-AMOUNT TO WS-EXPENSE-TOTAL.
           PERFORM 182-Read-Expense-Record.
       400-Read-Paycheck.
           READ PAYCHECK-FILE
               AT END MOVE 'Y' TO PC-EOF
               MOVE 'UNMAPPED PAY CATEGORY'
                                        TO GLX-DESCRIPTION
               WRITE GL-EXTRACT-REC
               ADD 1                    TO WS-EXTRACT-LINES
               ADD WS-SUSPENSE-TOTAL    TO WS-EXTRACT-DEBITS
           END-IF.
           MOVE 'C'             TO GLX-DR-CR.
           MOVE WS-CASH-ACCOUNT TO GLX-GL-ACCOUNT.
           COMPUTE GLX-AMOUNT = WS-GRAND-TOTAL + WS-MATCH-TOTAL
                              + WS-EXPENSE-TOTAL.
           MOVE 'PAYROLL CASH OFFSET'
                                TO GLX-DESCRIPTION.
           WRITE GL-EXTRACT-REC.
           ADD 1                TO WS-EXTRACT-LINES.
       510-Write-Category-Debit.
           IF  GMT-GROSS-TOTAL(GMT-SUB) NOT = ZERO
               MOVE 'D'                      TO GLX-DR-CR
               MOVE GMT-GROSS-TOTAL(GMT-SUB) TO GLX-AMOUNT
               MOVE GMT-DESCRIPTION(GMT-SUB) TO GLX-DESCRIPTION
               WRITE GL-EXTRACT-REC
               ADD 1                         TO WS-EXTRACT-LINES
               ADD GMT-GROSS-TOTAL(GMT-SUB)  TO WS-EXTRACT-DEBITS
           END-IF.
      * Tie the extract back to the PAYCHECK control total - any
      * difference is flagged with a nonzero condition code instead
           MOVE WS-JOB-RECORD-COUNT TO CC-COUNT.
           MOVE WS-GRAND-TOTAL      TO CC-AMOUNT.
           WRITE CYCLE-CONTROL-REC.
           MOVE 'GLEXTR'            TO CC-INTERFACE.
           MOVE 'P'                 TO CC-ROLE.
           MOVE WS-EXTRACT-LINES    TO CC-COUNT.
           MOVE WS-EXTRACT-DEBITS   TO CC-AMOUNT.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       550-Balance-To-Control.
           IF  CONTROL-RECORD-SEEN
