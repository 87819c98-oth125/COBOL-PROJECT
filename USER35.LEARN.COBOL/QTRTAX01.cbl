      ***** Quarterly employer tax liability report.  Reads a full
      ***** quarter of PAYCHECK datasets (the JCL concatenates each
      ***** period's PAYCHECK file under the QTRPAY DD, the same way
      ***** PAYROLYE's YEARPAY works), prices federal withholding
      ***** check by check through FEDWH - the same call the stub
      ***** and the deposit make - applies the state rate from
      ***** PAYROL0A's WS-DEDUCTIONS group, prices Social Security
      ***** and Medicare through FICAWH (both halves), and produces
      ***** a 941-style summary by month of the quarter with a
      ***** reconciling count against each run's control records.
      ***** The Social Security wage base and the additional
      ***** Medicare threshold run on the year to date, so the
      ***** earlier quarters' PAYCHECK files go under the PRIORPAY
      ***** DD and are replayed through FICAWH first, unreported.
      ***** A first-quarter run has no PRIORPAY and starts at zero.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCHECK-QTR ASSIGN TO QTRPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PQ-F-STATUS.
           SELECT PAYCHECK-PRIOR ASSIGN TO PRIORPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PP-F-STATUS.
           SELECT QTR-REPORT ASSIGN TO QTRRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-QTR-REC.
       01  PAYCHECK-QTR-REC  PIC X(80).
       FD  PAYCHECK-PRIOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-PRIOR-REC.
       01  PAYCHECK-PRIOR-REC  PIC X(80).
       FD  QTR-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77 PQ-EOF                    PIC X(01) VALUE 'N'.
           88 PQ-AT-EOF                       VALUE 'Y'.
       77 QTRPAY-AVAILABLE          PIC X(01) VALUE 'Y'.
       77 PP-F-STATUS               PIC X(02) VALUE SPACES.
           88 PP-OK                           VALUE '00'.
       77 PP-EOF                    PIC X(01) VALUE 'N'.
           88 PP-AT-EOF                       VALUE 'Y'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.  Pay dates are
      * keyed YYYY-MM-DD, so the month sits in positions 6-7.
           05 PQ-HOURS-WORKED      PIC X(02).
           05 FILLER               PIC X(02).
           05 PQ-CATEGORY          PIC X(1).
           05 FILLER               PIC X(01).
           05 PQ-GROSS-PAY         PIC X(09).
           05 PQ-GROSS-PAY-NUM REDEFINES PQ-GROSS-PAY PIC $$$$$$.99.
           05 FILLER               PIC X(01).
           05 PQ-CURRENCY-CODE     PIC X(03).
           05 FILLER               PIC X(01).
           05 PQ-EMP-ID            PIC X(08).
           05 PQ-PAY-FREQ          PIC X(01).
           05 FILLER               PIC X(07).
           05 PQ-REC-TYPE          PIC X(01).
               88 PQ-TYPE-DETAIL          VALUE 'D'.
               88 PQ-TYPE-VOID            VALUE 'V'.
           05 PQC-GROSS-TOTAL      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(41).
      * Withholding rates - same values as PAYROL0A's WS-DEDUCTIONS.
      * The federal rate is only the fallback when FEDWH has no
      * bracket table; a void gives back what its check withheld.
       01 FEDWH-PARMS.
           05 FW-EMP-ID            PIC X(08)   VALUE SPACES.
           05 FW-PAY-DATE          PIC X(10)   VALUE SPACES.
           05 FW-PAY-FREQ          PIC X(01)   VALUE SPACE.
           05 FW-GROSS             PIC 9(6)V99 VALUE ZEROS.
           05 FW-WITHHELD          PIC 9(6)V99 VALUE ZEROS.
           05 FW-FOUND             PIC X(01)   VALUE 'N'.
           05 FW-W4-TABLE-FULL     PIC X(01)   VALUE 'N'.
       01 WS-CHECK-FED             PIC S9(7)V99 VALUE ZEROS.
      * Social Security and Medicare - see FICAWH.  The year to date
      * is built here from the PAYCHECK files themselves, never from
      * the TAXYTD master, which already holds the whole quarter.
       01 FICAWH-PARMS.
           05 FI-FUNCTION          PIC X(01)   VALUE 'C'.
           05 FI-USE-MASTER        PIC X(01)   VALUE 'N'.
           05 FI-EMP-ID            PIC X(08)   VALUE SPACES.
           05 FI-PAY-DATE          PIC X(10)   VALUE SPACES.
           05 FI-GROSS             PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-WAGES          PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-EE             PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-ER             PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-WAGES         PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-EE            PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-ER            PIC 9(6)V99 VALUE ZEROS.
       01 WS-CHECK-FICA.
           05 WS-CHECK-SS-WAGES    PIC S9(7)V99 VALUE ZEROS.
           05 WS-CHECK-SS-TAX      PIC S9(7)V99 VALUE ZEROS.
           05 WS-CHECK-MED-WAGES   PIC S9(7)V99 VALUE ZEROS.
           05 WS-CHECK-MED-TAX     PIC S9(7)V99 VALUE ZEROS.
       01 WS-TAX-RATES.
           05 WS-FEDERAL-TAX-RATE  PIC V999 VALUE .150.
           05 WS-STATE-TAX-RATE    PIC V999 VALUE .050.
           05 MT-SUB               PIC 9(2) COMP VALUE 0.
           05 MONTH-TABLE OCCURS 12 TIMES.
               10 MT-WAGES         PIC S9(9)V99.
               10 MT-FED           PIC S9(9)V99.
               10 MT-SS-WAGES      PIC S9(9)V99.
               10 MT-SS-TAX        PIC S9(9)V99.
               10 MT-MED-WAGES     PIC S9(9)V99.
               10 MT-MED-TAX       PIC S9(9)V99.
               10 MT-REC-COUNT     PIC 9(7).
       01 WS-QTR-TOTALS.
           05 WS-TOT-WAGES         PIC S9(9)V99  VALUE ZEROS.
           05 WS-TOT-FED           PIC S9(9)V99  VALUE ZEROS.
           05 WS-TOT-STATE         PIC S9(9)V99  VALUE ZEROS.
           05 WS-TOT-SS-WAGES      PIC S9(9)V99  VALUE ZEROS.
           05 WS-TOT-SS-TAX        PIC S9(9)V99  VALUE ZEROS.
           05 WS-TOT-MED-WAGES     PIC S9(9)V99  VALUE ZEROS.
           05 WS-TOT-MED-TAX       PIC S9(9)V99  VALUE ZEROS.
           05 WS-TOT-LIABILITY     PIC S9(9)V99  VALUE ZEROS.
       01 WS-CONTROL-CHECK.
           05 WS-CTL-EXPECTED-COUNT PIC 9(9)      VALUE ZEROS.
           05 FILLER  PIC X(15) VALUE '  FED W/H'.
           05 FILLER  PIC X(15) VALUE 'STATE W/H'.
           05 FILLER  PIC X(15) VALUE 'LIABILITY'.
       01 FICA-HEADING-LINE.
           05 FILLER  PIC X(52) VALUE
                  'SOCIAL SECURITY AND MEDICARE (EMPLOYEE + EMPLOYER)'.
       01 FICA-COLUMN-LINE.
           05 FILLER  PIC X(06) VALUE 'MONTH '.
           05 FILLER  PIC X(15) VALUE ' SS WAGES'.
           05 FILLER  PIC X(15) VALUE '   SS TAX'.
           05 FILLER  PIC X(15) VALUE 'MED WAGES'.
           05 FILLER  PIC X(15) VALUE '  MED TAX'.
       01 QTR-DETAIL-LINE.
           05 QDL-MONTH           PIC Z9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 QTL-STATE           PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 QTL-LIABILITY       PIC $$$,$$$,$$9.99.
       01 FICA-DETAIL-LINE.
           05 FDL-MONTH           PIC Z9.
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FDL-SS-WAGES        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FDL-SS-TAX          PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FDL-MED-WAGES       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FDL-MED-TAX         PIC $$$,$$$,$$9.99.
       01 FICA-TOTAL-LINE.
           05 FILLER              PIC X(06) VALUE 'TOTAL '.
           05 FTL-SS-WAGES        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FTL-SS-TAX          PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FTL-MED-WAGES       PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 FTL-MED-TAX         PIC $$$,$$$,$$9.99.
       01 QTR-RECON-LINE.
           05 FILLER              PIC X(22) VALUE
                  'CONTROL RECONCILE --  '.
               PERFORM 500-Write-Quarter-Report
           END-IF.
           PERFORM 600-Close-Files.
           IF  FW-W4-TABLE-FULL = 'Y'
               DISPLAY 'QTRTAX01 - W-4 TABLE FULL - FEDERAL TAX '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 050-Replay-Prior-Quarters.
           IF QTRPAY-AVAILABLE = 'Y'
               PERFORM 400-Read-Paycheck-Qtr
           END-IF.
      * Charge the earlier quarters' checks to FICAWH's year to date
      * so this quarter's checks price against the right wage base.
       050-Replay-Prior-Quarters.
           OPEN INPUT PAYCHECK-PRIOR.
           IF  PP-OK
               PERFORM 060-Read-Paycheck-Prior
               PERFORM 070-Replay-One-Check UNTIL PP-AT-EOF
               CLOSE PAYCHECK-PRIOR
           ELSE
               DISPLAY 'QTRTAX01 - NO PRIORPAY - YEAR TO DATE STARTS '
                       'AT ZERO'
           END-IF.
       060-Read-Paycheck-Prior.
           READ PAYCHECK-PRIOR
               AT END MOVE 'Y' TO PP-EOF
           END-READ.
       070-Replay-One-Check.
           MOVE PAYCHECK-PRIOR-REC TO PQ-DETAIL-REC.
           IF  PQ-TYPE-DETAIL OR PQ-TYPE-VOID
               PERFORM 240-Price-FICA
           END-IF.
           PERFORM 060-Read-Paycheck-Prior.
       100-Main.
           MOVE PAYCHECK-QTR-REC TO PQ-DETAIL-REC.
           EVALUATE TRUE
           END-IF.
           ADD 1 TO WS-CTL-ACTUAL-COUNT.
           ADD WS-GROSS-PAY-NUM TO WS-CTL-ACTUAL-GROSS.
           PERFORM 220-Price-Federal.
           PERFORM 240-Price-FICA.
           IF  PQ-DATE-MONTH IS NUMERIC
           AND PQ-DATE-MONTH-9 > 0
           AND PQ-DATE-MONTH-9 < 13
               ADD WS-GROSS-PAY-NUM TO MT-WAGES(PQ-DATE-MONTH-9)
               ADD WS-CHECK-FED     TO MT-FED(PQ-DATE-MONTH-9)
               ADD 1 TO MT-REC-COUNT(PQ-DATE-MONTH-9)
               ADD WS-GROSS-PAY-NUM TO WS-TOT-WAGES
               ADD WS-CHECK-FED     TO WS-TOT-FED
               ADD WS-CHECK-SS-WAGES  TO MT-SS-WAGES(PQ-DATE-MONTH-9)
               ADD WS-CHECK-SS-TAX    TO MT-SS-TAX(PQ-DATE-MONTH-9)
               ADD WS-CHECK-MED-WAGES TO MT-MED-WAGES(PQ-DATE-MONTH-9)
               ADD WS-CHECK-MED-TAX   TO MT-MED-TAX(PQ-DATE-MONTH-9)
               ADD WS-CHECK-SS-WAGES  TO WS-TOT-SS-WAGES
               ADD WS-CHECK-SS-TAX    TO WS-TOT-SS-TAX
               ADD WS-CHECK-MED-WAGES TO WS-TOT-MED-WAGES
               ADD WS-CHECK-MED-TAX   TO WS-TOT-MED-TAX
           ELSE
               DISPLAY 'QTRTAX01 - BAD PAY DATE MONTH: ' PQ-DATE
           END-IF.
       220-Price-Federal.
           MOVE PQ-EMP-ID        TO FW-EMP-ID.
           MOVE PQ-PAY-FREQ      TO FW-PAY-FREQ.
           MOVE PQ-DATE          TO FW-PAY-DATE.
           MOVE PQ-GROSS-PAY-NUM TO FW-GROSS.
           CALL 'FEDWH' USING FEDWH-PARMS.
           IF  FW-FOUND = 'Y'
               MOVE FW-WITHHELD TO WS-CHECK-FED
           ELSE
               COMPUTE WS-CHECK-FED ROUNDED =
                   FW-GROSS * WS-FEDERAL-TAX-RATE
           END-IF.
           IF  PQ-TYPE-VOID
               COMPUTE WS-CHECK-FED = 0 - WS-CHECK-FED
           END-IF.
      * The liability is both halves: what the employee had
      * withheld plus the employer's matching share.  A void comes
      * back from FICAWH as what it gives back and is netted out.
       240-Price-FICA.
           IF  PQ-TYPE-VOID
               MOVE 'R' TO FI-FUNCTION
           ELSE
               MOVE 'C' TO FI-FUNCTION
           END-IF.
           MOVE PQ-EMP-ID        TO FI-EMP-ID.
           MOVE PQ-DATE          TO FI-PAY-DATE.
           MOVE PQ-GROSS-PAY-NUM TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
           MOVE FI-SS-WAGES  TO WS-CHECK-SS-WAGES.
           COMPUTE WS-CHECK-SS-TAX = FI-SS-EE + FI-SS-ER.
           MOVE FI-MED-WAGES TO WS-CHECK-MED-WAGES.
           COMPUTE WS-CHECK-MED-TAX = FI-MED-EE + FI-MED-ER.
           IF  PQ-TYPE-VOID
               COMPUTE WS-CHECK-SS-WAGES  = 0 - WS-CHECK-SS-WAGES
               COMPUTE WS-CHECK-SS-TAX    = 0 - WS-CHECK-SS-TAX
               COMPUTE WS-CHECK-MED-WAGES = 0 - WS-CHECK-MED-WAGES
               COMPUTE WS-CHECK-MED-TAX   = 0 - WS-CHECK-MED-TAX
           END-IF.
       300-Open-Files.
           OPEN INPUT PAYCHECK-QTR.
           OPEN OUTPUT QTR-REPORT.
           END-IF.
       320-Clear-Month-Table.
           MOVE ZEROS TO MT-WAGES(MT-SUB).
           MOVE ZEROS TO MT-FED(MT-SUB).
           MOVE ZEROS TO MT-SS-WAGES(MT-SUB).
           MOVE ZEROS TO MT-SS-TAX(MT-SUB).
           MOVE ZEROS TO MT-MED-WAGES(MT-SUB).
           MOVE ZEROS TO MT-MED-TAX(MT-SUB).
           MOVE ZEROS TO MT-REC-COUNT(MT-SUB).
       400-Read-Paycheck-Qtr.
           READ PAYCHECK-QTR
               AFTER ADVANCING 2.
           PERFORM 520-Write-One-Month
               VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > 12.
           COMPUTE WS-TOT-STATE ROUNDED =
               WS-TOT-WAGES * WS-STATE-TAX-RATE.
           COMPUTE WS-TOT-LIABILITY = WS-TOT-FED + WS-TOT-STATE +
               WS-TOT-SS-TAX + WS-TOT-MED-TAX.
           MOVE WS-TOT-WAGES     TO QTL-WAGES.
           MOVE WS-TOT-FED       TO QTL-FED.
           MOVE WS-TOT-STATE     TO QTL-STATE.
           MOVE WS-TOT-LIABILITY TO QTL-LIABILITY.
           WRITE QTR-REPORT-REC FROM QTR-TOTAL-LINE
               AFTER ADVANCING 2.
           WRITE QTR-REPORT-REC FROM FICA-HEADING-LINE
               AFTER ADVANCING 3.
           WRITE QTR-REPORT-REC FROM FICA-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 540-Write-One-FICA-Month
               VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > 12.
           MOVE WS-TOT-SS-WAGES  TO FTL-SS-WAGES.
           MOVE WS-TOT-SS-TAX    TO FTL-SS-TAX.
           MOVE WS-TOT-MED-WAGES TO FTL-MED-WAGES.
           MOVE WS-TOT-MED-TAX   TO FTL-MED-TAX.
           WRITE QTR-REPORT-REC FROM FICA-TOTAL-LINE
               AFTER ADVANCING 2.
           PERFORM 560-Write-Reconcile-Line.
       520-Write-One-Month.
           IF  MT-REC-COUNT(MT-SUB) > 0
               MOVE MT-SUB TO QDL-MONTH
               MOVE MT-WAGES(MT-SUB) TO QDL-WAGES
               MOVE MT-FED(MT-SUB) TO WS-MON-FED
               COMPUTE WS-MON-STATE ROUNDED =
                   MT-WAGES(MT-SUB) * WS-STATE-TAX-RATE
               COMPUTE WS-MON-LIABILITY = WS-MON-FED + WS-MON-STATE
                   + MT-SS-TAX(MT-SUB) + MT-MED-TAX(MT-SUB)
               MOVE WS-MON-FED       TO QDL-FED
               MOVE WS-MON-STATE     TO QDL-STATE
               MOVE WS-MON-LIABILITY TO QDL-LIABILITY
               WRITE QTR-REPORT-REC FROM QTR-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
       540-Write-One-FICA-Month.
           IF  MT-REC-COUNT(MT-SUB) > 0
               MOVE MT-SUB               TO FDL-MONTH
               MOVE MT-SS-WAGES(MT-SUB)  TO FDL-SS-WAGES
               MOVE MT-SS-TAX(MT-SUB)    TO FDL-SS-TAX
               MOVE MT-MED-WAGES(MT-SUB) TO FDL-MED-WAGES
               MOVE MT-MED-TAX(MT-SUB)   TO FDL-MED-TAX
               WRITE QTR-REPORT-REC FROM FICA-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
       560-Write-Reconcile-Line.
           MOVE WS-CTL-EXPECTED-COUNT TO QRL-EXPECTED.
           MOVE WS-CTL-ACTUAL-COUNT   TO QRL-ACTUAL.
