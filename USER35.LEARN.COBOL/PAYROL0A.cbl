           05  PCALC-GROSS-PAY           PIC 9(7)V99.
           05  PCALC-STATUS              PIC X(01).
               88  PCALC-OK                      VALUE '0'.
      * Parameter area for the shared FEDWH federal withholding.
      * The paystub input carries no employee ID, so every stub is
      * withheld the way FEDWH treats an employee with no W-4 on
      * file, as of today's date; the flat rate is the fallback.
       01  FEDWH-PARMS.
           05  FW-EMP-ID                 PIC X(08) VALUE SPACES.
           05  FW-PAY-DATE               PIC X(10) VALUE SPACES.
           05  FW-PAY-FREQ               PIC X(01) VALUE SPACE.
           05  FW-GROSS                  PIC 9(6)V99 VALUE ZEROS.
           05  FW-WITHHELD               PIC 9(6)V99 VALUE ZEROS.
           05  FW-FOUND                  PIC X(01) VALUE 'N'.
           05  FW-W4-TABLE-FULL          PIC X(01) VALUE 'N'.
       01  WS-TODAY                      PIC X(08) VALUE SPACES.
       01  WS-GARNISH-WORK.
           05  WS-CURR-PRIORITY         PIC 9(01) VALUE 0.
           05  WS-PROTECTED-NET-PCT     PIC V999  VALUE .250.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-PROCESS-EMPLOYEES UNTIL PS-END-OF-FILE.
           PERFORM 900-CLOSE-FILES.
           IF  FW-W4-TABLE-FULL = 'Y'
               DISPLAY 'PAYROL0A - W-4 TABLE FULL - FEDERAL TAX '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-HOUSEKEEPING.
           OPEN INPUT PAYSTUB-IN-FILE.
               DISPLAY 'PAYCALC1 REJECTED EMPLOYEE TYPE: ' WS-EMP-TYPE
           END-IF.
       CALCULATE-DEDUCTIONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SPACES TO FW-EMP-ID.
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
                  DELIMITED BY SIZE INTO FW-PAY-DATE.
           MOVE WS-GROSS-PAY TO FW-GROSS.
           CALL 'FEDWH' USING FEDWH-PARMS.
           IF  FW-FOUND = 'Y'
               MOVE FW-WITHHELD TO WS-FEDERAL-TAX-AMT
           ELSE
               COMPUTE WS-FEDERAL-TAX-AMT ROUNDED =
                    WS-GROSS-PAY * WS-FEDERAL-TAX-RATE
           END-IF.
           COMPUTE WS-STATE-TAX-AMT ROUNDED =
                WS-GROSS-PAY * WS-STATE-TAX-RATE.
           COMPUTE WS-NET-PAY ROUNDED = WS-GROSS-PAY -
