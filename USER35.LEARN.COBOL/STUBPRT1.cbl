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
      * Deduction calculation - same rates as PAYROL0A.  The state
      * tax now prices through the shared STATEWH table when the
      * check carries a work state the table knows; the old flat
      * rate stays as the fallback.  Federal tax prices through
      * FEDWH from the employee's W-4 the same way.
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
      * Per-employee benefit/401(k) elections - see ELECDED.  When
       01 STUB-FED-LINE.
           05 FILLER    PIC X(12) VALUE 'FEDERAL TAX:'.
           05 SFL-FED   PIC $$$,$$9.99.
       01 STUB-SS-LINE.
           05 FILLER    PIC X(12) VALUE 'SOC SEC:    '.
           05 SSS-SS    PIC $$$,$$9.99.
       01 STUB-MED-LINE.
           05 FILLER    PIC X(12) VALUE 'MEDICARE:   '.
           05 SML-MED   PIC $$$,$$9.99.
       01 STUB-STATE-LINE.
           05 FILLER    PIC X(12) VALUE 'STATE TAX:  '.
           05 SSL-STATE PIC $$$,$$9.99.
               PERFORM 100-Main UNTIL PC-AT-EOF
           END-IF.
           PERFORM 600-Close-Files.
           IF  FW-W4-TABLE-FULL = 'Y'
               DISPLAY 'STUBPRT1 - W-4 TABLE FULL - FEDERAL TAX '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           IF  PC-TYPE-DETAIL
               PERFORM 200-Print-One-Stub
           END-IF.
           IF  PC-TYPE-VOID
               PERFORM 260-Reverse-Void-FICA
           END-IF.
           PERFORM 400-Read-Paycheck.
       200-Print-One-Stub.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           END-IF.
       240-Calculate-Deductions.
           MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY.
           MOVE PC-EMP-ID     TO FW-EMP-ID.
           MOVE PC-PAY-FREQ   TO FW-PAY-FREQ.
           MOVE PC-DATE       TO FW-PAY-DATE.
           MOVE WS-GROSS-PAY  TO FW-GROSS.
           CALL 'FEDWH' USING FEDWH-PARMS.
           IF  FW-FOUND = 'Y'
               MOVE FW-WITHHELD TO WS-FEDERAL-TAX-AMT
           ELSE
               COMPUTE WS-FEDERAL-TAX-AMT ROUNDED =
                    WS-GROSS-PAY * WS-FEDERAL-TAX-RATE
           END-IF.
           MOVE 'C'           TO FI-FUNCTION.
           MOVE PC-EMP-ID     TO FI-EMP-ID.
           MOVE PC-DATE       TO FI-PAY-DATE.
           MOVE WS-GROSS-PAY  TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
           MOVE FI-SS-EE      TO WS-SS-TAX-AMT.
           MOVE FI-MED-EE     TO WS-MED-TAX-AMT.
           MOVE PC-STATE      TO SW-STATE.
           MOVE WS-GROSS-PAY  TO SW-GROSS.
           CALL 'STATEWH' USING STATEWH-PARMS.
               MOVE WS-BENEFITS-DEDUCTION TO WS-BENEFITS-AMT
           END-IF.
           COMPUTE WS-NET-PAY ROUNDED = WS-GROSS-PAY -
                WS-FEDERAL-TAX-AMT - WS-SS-TAX-AMT - WS-MED-TAX-AMT -
                WS-STATE-TAX-AMT - WS-BENEFITS-AMT.
      * A void prints no stub but backs its wages out of the year to
      * date, as PAYROL02 did, so later stubs price the same.
       260-Reverse-Void-FICA.
           MOVE 'R'              TO FI-FUNCTION.
           MOVE PC-EMP-ID        TO FI-EMP-ID.
           MOVE PC-DATE          TO FI-PAY-DATE.
           MOVE PC-GROSS-PAY-NUM TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
       300-Open-Files.
           OPEN INPUT PAYCHECK-FILE.
           OPEN OUTPUT STUB-REPORT.
           MOVE WS-FEDERAL-TAX-AMT TO SFL-FED.
           WRITE STUB-LINE-OUT FROM STUB-FED-LINE
               AFTER ADVANCING 1.
           MOVE WS-SS-TAX-AMT TO SSS-SS.
           WRITE STUB-LINE-OUT FROM STUB-SS-LINE
               AFTER ADVANCING 1.
           MOVE WS-MED-TAX-AMT TO SML-MED.
           WRITE STUB-LINE-OUT FROM STUB-MED-LINE
               AFTER ADVANCING 1.
           MOVE WS-STATE-TAX-AMT TO SSL-STATE.
           WRITE STUB-LINE-OUT FROM STUB-STATE-LINE
               AFTER ADVANCING 1.
