           05  PO-GROSS-PAY       PIC 999V99.
           05  PO-EMP-ID          PIC X(8).
           05  PO-REC-TYPE        PIC X(1).
           05  FILLER             PIC X(11).
           05  PO-PAY-FREQ        PIC X(1).
           05  FILLER             PIC X(17).
       FD  CLOSEOUT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               10 AC-SICK-BALANCE   PIC S9(3)V99.
               10 AC-LAST-RATE      PIC 99V99.
               10 AC-RATE-FOUND-SW  PIC X(01).
               10 AC-LAST-FREQ      PIC X(01).
       01 ACCRUAL-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 ACCRUAL-TABLE-IS-FULL           VALUE 'Y'.
      * Breakdown of a PAYCHECK detail line, used only to capture
      * each employee's most recent hourly rate for pricing and
      * the pay frequency the payout is paid in.
       01 PC-DETAIL-REC.
           05 PC-NAME              PIC X(22).
           05 FILLER               PIC X(02).
           05 PC-HOURS-WORKED      PIC X(02).
           05 FILLER               PIC X(02).
           05 PC-CATEGORY          PIC X(1).
           05 FILLER               PIC X(01).
           05 PC-GROSS-PAY         PIC X(09).
           05 FILLER               PIC X(01).
           05 PC-CURRENCY-CODE     PIC X(03).
           05 FILLER               PIC X(01).
           05 PC-EMP-ID            PIC X(08).
           05 PC-PAY-FREQ          PIC X(01).
           05 FILLER               PIC X(05).
           05 PC-STATE             PIC X(02).
           05 PC-REC-TYPE          PIC X(01).
               88 PC-TYPE-DETAIL          VALUE 'D'.
           MOVE WS-PAYOUT-AMT         TO PO-GROSS-PAY.
           MOVE AC-EMP-ID(AC-SUB)     TO PO-EMP-ID.
           MOVE 'A'                   TO PO-REC-TYPE.
           MOVE AC-LAST-FREQ(AC-SUB)  TO PO-PAY-FREQ.
           WRITE PAYOUT-REC.
           ADD 1 TO CTR-PAYOUTS.
           ADD WS-PAYOUT-AMT TO WS-PAYOUT-TOTAL.
                   TO AC-SICK-BALANCE(AC-ENTRY-COUNT)
               MOVE ZEROS            TO AC-LAST-RATE(AC-ENTRY-COUNT)
               MOVE 'N'  TO AC-RATE-FOUND-SW(AC-ENTRY-COUNT)
               MOVE SPACE TO AC-LAST-FREQ(AC-ENTRY-COUNT)
           ELSE
               MOVE 'Y' TO ACCRUAL-TABLE-FULL
               DISPLAY 'ACCRUAL TABLE FULL - LEDGER TRUNCATED'
           IF  AC-EMP-ID(AC-SUB) = PC-EMP-ID
               MOVE WS-RATE-NUM TO AC-LAST-RATE(AC-SUB)
               MOVE 'Y'         TO AC-RATE-FOUND-SW(AC-SUB)
               MOVE PC-PAY-FREQ TO AC-LAST-FREQ(AC-SUB)
           END-IF.
       550-Write-Totals.
           MOVE CTR-PAYOUTS     TO CTL-PAYOUTS.
