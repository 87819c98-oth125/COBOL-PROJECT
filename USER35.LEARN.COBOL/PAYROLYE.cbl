      * ID, and accumulates one annual total-gross-pay record per
      * employee on the control break - no in-memory table, so
      * headcount is unlimited and run time grows with the sort,
      * not with the square of the employee count.  Within each
      * employee the checks come back in pay-date order and are
      * replayed through FICAWH from zero, so the Social Security
      * and Medicare wages and tax (W-2 boxes 3 to 6) stop at the
      * wage base exactly as the checks did during the year.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  SRT-EMP-ID         PIC X(08).
           05  SRT-NAME           PIC X(21).
           05  SRT-GROSS-PAY      PIC S9(5)V99.
           05  SRT-DATE           PIC X(10).
           05  SRT-REC-TYPE       PIC X(01).
       FD  XMIT-MANIFEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  PY-HOURS-WORKED        PIC X(02).
           05  FILLER                 PIC X(02).
           05  PY-CATEGORY            PIC X(1).
           05  FILLER                 PIC X(01).
           05  PY-GROSS-PAY           PIC X(09).
           05  PY-GROSS-PAY-NUM REDEFINES PY-GROSS-PAY PIC $$$$$$.99.
           05  FILLER                 PIC X(01).
           05  PY-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PY-EMP-ID              PIC X(08).
       01 WS-GROSS-PAY-NUMERIC       PIC S9(5)V99 VALUE ZEROS.
      * Control-break hold areas for the sorted annual accumulation
           05 WS-CURR-EMP-ID         PIC X(08) VALUE SPACES.
           05 WS-CURR-NAME           PIC X(21) VALUE SPACES.
           05 WS-CURR-GROSS          PIC S9(9)V99 VALUE ZEROS.
           05 WS-CURR-SS-WAGES       PIC S9(9)V99 VALUE ZEROS.
           05 WS-CURR-SS-TAX         PIC S9(9)V99 VALUE ZEROS.
           05 WS-CURR-MED-WAGES      PIC S9(9)V99 VALUE ZEROS.
           05 WS-CURR-MED-TAX        PIC S9(9)V99 VALUE ZEROS.
      * Social Security and Medicare - see FICAWH.  Started from zero
      * and emptied at every employee break; the TAXYTD master is
      * never read here.
       01 FICAWH-PARMS.
           05 FI-FUNCTION            PIC X(01)   VALUE 'C'.
           05 FI-USE-MASTER          PIC X(01)   VALUE 'N'.
           05 FI-EMP-ID              PIC X(08)   VALUE SPACES.
           05 FI-PAY-DATE            PIC X(10)   VALUE SPACES.
           05 FI-GROSS               PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-WAGES            PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-EE               PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-ER               PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-WAGES           PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-EE              PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-ER              PIC 9(6)V99 VALUE ZEROS.
       01 WS-ANNUAL-EMP-COUNT        PIC 9(07) VALUE ZEROS.
      * Shared date validation - see DATEVAL.  A bad pay date is
      * counted and reported; the record still rolls up so the
           05 RW-EMP-ID              PIC X(08).
           05 RW-EMP-NAME            PIC X(20).
           05 RW-ANNUAL-GROSS        PIC 9(9)V99.
           05 RW-SS-WAGES            PIC 9(7)V99.
           05 RW-SS-TAX              PIC 9(7)V99.
           05 RW-MED-WAGES           PIC 9(9)V99.
           05 RW-MED-TAX             PIC 9(7)V99.
           05 FILLER                 PIC X(01) VALUE SPACES.
       01 EFW2-TOTAL-REC.
           05 FILLER                 PIC X(02) VALUE 'RT'.
           05 RT-EMP-COUNT           PIC 9(07).
           05 RT-TOTAL-GROSS         PIC 9(11)V99.
           05 RT-TOTAL-SS-WAGES      PIC 9(11)V99.
           05 RT-TOTAL-SS-TAX        PIC 9(09)V99.
           05 RT-TOTAL-MED-WAGES     PIC 9(11)V99.
           05 RT-TOTAL-MED-TAX       PIC 9(09)V99.
           05 FILLER                 PIC X(10) VALUE SPACES.
       01 WS-EXTRACT-TOTALS.
           05 WS-EXT-EMP-COUNT       PIC 9(07)    VALUE ZEROS.
           05 WS-EXT-GROSS-TOTAL     PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXT-SS-WAGES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXT-SS-TAX          PIC 9(09)V99 VALUE ZEROS.
           05 WS-EXT-MED-WAGES       PIC 9(11)V99 VALUE ZEROS.
           05 WS-EXT-MED-TAX         PIC 9(09)V99 VALUE ZEROS.
       01 W2-DETAIL-LINE.
           05 FILLER                 PIC X(18) VALUE
                  'ANNUAL GROSS PAY '.
           05 W2-GROSS-TOTAL         PIC $$$,$$9.99.
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 W2-CURRENCY-CODE       PIC X(03).
       01 W2-FICA-LINE.
           05 FILLER                 PIC X(09) VALUE 'SS WAGES '.
           05 W2-SS-WAGES            PIC $$$,$$9.99.
           05 FILLER                 PIC X(08) VALUE ' SS TAX '.
           05 W2-SS-TAX              PIC $$,$$9.99.
           05 FILLER                 PIC X(11) VALUE ' MED WAGES '.
           05 W2-MED-WAGES           PIC $$$,$$9.99.
           05 FILLER                 PIC X(09) VALUE ' MED TAX '.
           05 W2-MED-TAX             PIC $$,$$9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 020-Check-Prior-Run.
           PERFORM 000-Housekeeping.
           IF PAYCHECK-YEAR-AVAILABLE = 'Y'
               SORT ANNUAL-SORT-FILE
                   ON ASCENDING KEY SRT-EMP-ID SRT-DATE SRT-REC-TYPE
                   INPUT PROCEDURE IS 100-Release-Year-Details
                   OUTPUT PROCEDURE IS 500-Annual-Control-Break
               PERFORM 580-Verify-Control-Totals
           MOVE PY-EMP-ID           TO SRT-EMP-ID.
           MOVE PY-NAME             TO SRT-NAME.
           MOVE WS-GROSS-PAY-NUMERIC TO SRT-GROSS-PAY.
           MOVE PY-DATE             TO SRT-DATE.
           MOVE PY-REC-TYPE         TO SRT-REC-TYPE.
           RELEASE SORT-DETAIL-REC.
           ADD 1 TO WS-JOB-RECORD-COUNT.
      * Legacy files carry no control record, so their detail rolls
               UNTIL SORTED-DETAIL-AT-EOF.
           MOVE WS-EXT-EMP-COUNT   TO RT-EMP-COUNT.
           MOVE WS-EXT-GROSS-TOTAL TO RT-TOTAL-GROSS.
           MOVE WS-EXT-SS-WAGES    TO RT-TOTAL-SS-WAGES.
           MOVE WS-EXT-SS-TAX      TO RT-TOTAL-SS-TAX.
           MOVE WS-EXT-MED-WAGES   TO RT-TOTAL-MED-WAGES.
           MOVE WS-EXT-MED-TAX     TO RT-TOTAL-MED-TAX.
           WRITE W2-EXTRACT-REC FROM EFW2-TOTAL-REC.
       520-Accumulate-One-Employee.
           MOVE SRT-EMP-ID TO WS-CURR-EMP-ID.
           MOVE SRT-NAME   TO WS-CURR-NAME.
           MOVE ZEROS      TO WS-CURR-GROSS.
           MOVE ZEROS      TO WS-CURR-SS-WAGES WS-CURR-SS-TAX
                              WS-CURR-MED-WAGES WS-CURR-MED-TAX.
           MOVE 'Z'        TO FI-FUNCTION.
           CALL 'FICAWH' USING FICAWH-PARMS.
           PERFORM 530-Add-Detail-To-Break
               UNTIL SORTED-DETAIL-AT-EOF
                   OR SRT-EMP-ID NOT = WS-CURR-EMP-ID.
           PERFORM 650-Write-One-Annual-Record.
       530-Add-Detail-To-Break.
           ADD SRT-GROSS-PAY TO WS-CURR-GROSS.
           PERFORM 535-Price-FICA.
           PERFORM 540-Return-Sorted-Detail.
      * Boxes 4 and 6 are the employee's share only.  A void hands
      * back what FICAWH gives back, which is netted out.
       535-Price-FICA.
           IF  SRT-REC-TYPE = 'V'
               MOVE 'R' TO FI-FUNCTION
           ELSE
               MOVE 'C' TO FI-FUNCTION
           END-IF.
           MOVE SRT-EMP-ID    TO FI-EMP-ID.
           MOVE SRT-DATE      TO FI-PAY-DATE.
           MOVE SRT-GROSS-PAY TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
           IF  SRT-REC-TYPE = 'V'
               SUBTRACT FI-SS-WAGES  FROM WS-CURR-SS-WAGES
               SUBTRACT FI-SS-EE     FROM WS-CURR-SS-TAX
               SUBTRACT FI-MED-WAGES FROM WS-CURR-MED-WAGES
               SUBTRACT FI-MED-EE    FROM WS-CURR-MED-TAX
           ELSE
               ADD FI-SS-WAGES  TO WS-CURR-SS-WAGES
               ADD FI-SS-EE     TO WS-CURR-SS-TAX
               ADD FI-MED-WAGES TO WS-CURR-MED-WAGES
               ADD FI-MED-EE    TO WS-CURR-MED-TAX
           END-IF.
       540-Return-Sorted-Detail.
           RETURN ANNUAL-SORT-FILE
               AT END MOVE 'Y' TO SORTED-DETAIL-EOF
           MOVE WS-CURR-GROSS    TO W2-GROSS-TOTAL.
           MOVE WS-CURRENCY-CODE TO W2-CURRENCY-CODE.
           WRITE W2-REPORT-REC FROM W2-DETAIL-LINE.
           MOVE WS-CURR-SS-WAGES  TO W2-SS-WAGES.
           MOVE WS-CURR-SS-TAX    TO W2-SS-TAX.
           MOVE WS-CURR-MED-WAGES TO W2-MED-WAGES.
           MOVE WS-CURR-MED-TAX   TO W2-MED-TAX.
           WRITE W2-REPORT-REC FROM W2-FICA-LINE.
           MOVE WS-CURR-EMP-ID   TO RW-EMP-ID.
           MOVE WS-CURR-NAME     TO RW-EMP-NAME.
           MOVE WS-CURR-GROSS    TO RW-ANNUAL-GROSS.
           MOVE WS-CURR-SS-WAGES  TO RW-SS-WAGES.
           MOVE WS-CURR-SS-TAX    TO RW-SS-TAX.
           MOVE WS-CURR-MED-WAGES TO RW-MED-WAGES.
           MOVE WS-CURR-MED-TAX   TO RW-MED-TAX.
           WRITE W2-EXTRACT-REC FROM EFW2-WAGE-REC.
           ADD 1 TO WS-EXT-EMP-COUNT.
           ADD WS-CURR-GROSS TO WS-EXT-GROSS-TOTAL.
           ADD WS-CURR-SS-WAGES  TO WS-EXT-SS-WAGES.
           ADD WS-CURR-SS-TAX    TO WS-EXT-SS-TAX.
           ADD WS-CURR-MED-WAGES TO WS-EXT-MED-WAGES.
           ADD WS-CURR-MED-TAX   TO WS-EXT-MED-TAX.
           ADD 1 TO WS-ANNUAL-EMP-COUNT.
      * Prove the concatenated PAYCHECK files arrived complete by
      * balancing the accumulated detail against the control records.
