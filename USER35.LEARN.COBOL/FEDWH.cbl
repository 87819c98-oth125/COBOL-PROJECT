       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDWH.
      ***** Shared federal income-tax withholding, CALLable the same
      ***** way STATEWH is.  Loads two files on the first call: the
      ***** W4MAST election master - one row per employee per W-4
      ***** on file: filing status, multiple-jobs box, dependents
      ***** credit, other income, extra withholding per check,
      ***** exempt flag and exemption expiry, effective date - and
      ***** the FEDTBL annual bracket table - one row per tax year
      ***** per filing status per bracket: schedule (S standard,
      ***** C multiple-jobs box checked, A the annual allowance row
      ***** carrying the amount in the floor field), bracket floor,
      ***** base tax and rate.  Each call prices one check by the
      ***** percentage method: annualize the pay by the pay
      ***** frequency, add other income, take off the allowance
      ***** unless the multiple-jobs box is checked, tax it from
      ***** the bracket schedule, take off the dependents credit,
      ***** bring it back to one period and add the extra
      ***** withholding.  The newest W-4 effective on or before the
      ***** pay date governs; an employee with none on file, or
      ***** whose exemption has expired, is withheld as single with
      ***** no adjustments.  The table year used is the latest one
      ***** not after the pay date's year.  No bracket rows for that
      ***** year and status comes back not-found so the caller can
      ***** fall back to the flat rate it always used.  W-4 rows
      ***** past the table limit cannot be priced from, so once the
      ***** load overflows every call comes back with the table-full
      ***** flag set and the caller ends its run with RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W4-MASTER ASSIGN TO W4MAST
                  FILE STATUS IS W4-F-STATUS.
           SELECT FED-TAX-TABLE ASSIGN TO FEDTBL
                  FILE STATUS IS FT-F-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  W4-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS W4-REC.
       01  W4-REC.
           05  W4-EMP-ID          PIC X(08).
           05  W4-FILING-STATUS   PIC X(01).
           05  W4-MULTI-JOBS      PIC X(01).
           05  W4-DEPENDENTS-AMT  PIC 9(5)V99.
           05  W4-OTHER-INCOME    PIC 9(7)V99.
           05  W4-EXTRA-WH        PIC 9(5)V99.
           05  W4-EXEMPT          PIC X(01).
           05  W4-EXEMPT-EXPIRES  PIC X(08).
           05  W4-EFFECTIVE       PIC X(08).
           05  FILLER             PIC X(30).
       FD  FED-TAX-TABLE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FED-TAX-REC.
       01  FED-TAX-REC.
           05  FT-TAX-YEAR        PIC X(04).
           05  FT-FILING-STATUS   PIC X(01).
           05  FT-SCHEDULE        PIC X(01).
           05  FT-BRACKET-FLOOR   PIC 9(7)V99.
           05  FT-BASE-TAX        PIC 9(7)V99.
           05  FT-RATE            PIC V999.
           05  FILLER             PIC X(53).
       WORKING-STORAGE SECTION.
       77  W4-F-STATUS            PIC X(02) VALUE SPACES.
           88  W4-OPEN-OK                   VALUE '00'.
       77  W4-EOF                 PIC X(01) VALUE 'N'.
           88  W4-AT-EOF                    VALUE 'Y'.
       77  FT-F-STATUS            PIC X(02) VALUE SPACES.
           88  FT-OPEN-OK                   VALUE '00'.
       77  FT-EOF                 PIC X(01) VALUE 'N'.
           88  FT-AT-EOF                    VALUE 'Y'.
       77  WS-TABLE-LOADED        PIC X(01) VALUE 'N'.
           88  TABLE-IS-LOADED              VALUE 'Y'.
       77  W4-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
           88  W4-TABLE-IS-FULL             VALUE 'Y'.
       01  W4-TABLE-AREA.
           05  W4T-COUNT          PIC 9(4) COMP VALUE 0.
           05  W4T-SUB            PIC 9(4) COMP VALUE 0.
           05  W4T-BEST           PIC 9(4) COMP VALUE 0.
           05  W4-TABLE OCCURS 5000 TIMES.
               10  W4T-EMP-ID         PIC X(08).
               10  W4T-FILING-STATUS  PIC X(01).
               10  W4T-MULTI-JOBS     PIC X(01).
               10  W4T-DEPENDENTS-AMT PIC 9(5)V99.
               10  W4T-OTHER-INCOME   PIC 9(7)V99.
               10  W4T-EXTRA-WH       PIC 9(5)V99.
               10  W4T-EXEMPT         PIC X(01).
               10  W4T-EXEMPT-EXPIRES PIC X(08).
               10  W4T-EFFECTIVE      PIC X(08).
       01  FED-TAX-TABLE-AREA.
           05  FTT-COUNT          PIC 9(4) COMP VALUE 0.
           05  FTT-SUB            PIC 9(4) COMP VALUE 0.
           05  FED-BRACKET-TABLE OCCURS 300 TIMES.
               10  FTT-TAX-YEAR       PIC X(04).
               10  FTT-FILING-STATUS  PIC X(01).
               10  FTT-SCHEDULE       PIC X(01).
               10  FTT-BRACKET-FLOOR  PIC 9(7)V99.
               10  FTT-BASE-TAX       PIC 9(7)V99.
               10  FTT-RATE           PIC V999.
      * The governing election for this check, defaulted to single
      * with no adjustments before the W-4 table is searched.
       01  WS-ELECTION.
           05  WS-FILING-STATUS   PIC X(01)    VALUE 'S'.
               88  STATUS-KNOWN              VALUE 'S' 'M' 'H'.
           05  WS-MULTI-JOBS      PIC X(01)    VALUE 'N'.
               88  MULTI-JOBS-CHECKED        VALUE 'Y'.
           05  WS-DEPENDENTS-AMT  PIC 9(5)V99  VALUE 0.
           05  WS-OTHER-INCOME    PIC 9(7)V99  VALUE 0.
           05  WS-EXTRA-WH        PIC 9(5)V99  VALUE 0.
           05  WS-EXEMPT-SW       PIC X(01)    VALUE 'N'.
               88  EXEMPT-THIS-CHECK         VALUE 'Y'.
           05  WS-BEST-EFFECTIVE  PIC X(08)    VALUE SPACES.
       01  WS-CALC-WORK.
           05  WS-PAY-DATE-YMD    PIC X(08)     VALUE SPACES.
           05  WS-PAY-YEAR        PIC X(04)     VALUE SPACES.
           05  WS-USE-YEAR        PIC X(04)     VALUE SPACES.
           05  WS-SCHEDULE        PIC X(01)     VALUE 'S'.
           05  WS-PERIODS         PIC 9(03)     VALUE 52.
           05  WS-ALLOWANCE       PIC 9(7)V99   VALUE 0.
           05  WS-ANNUAL-WAGE     PIC S9(9)V99  VALUE 0.
           05  WS-ANNUAL-TAX      PIC S9(9)V99  VALUE 0.
           05  WS-PERIOD-TAX      PIC S9(7)V99  VALUE 0.
           05  WS-PERIOD-CREDIT   PIC S9(7)V99  VALUE 0.
           05  WS-BEST-FLOOR      PIC S9(9)V99  VALUE 0.
           05  WS-BEST-BASE       PIC 9(7)V99   VALUE 0.
           05  WS-BEST-RATE       PIC V999      VALUE 0.
           05  WS-ANY-ROW-SW      PIC X(01)     VALUE 'N'.
               88  STATUS-HAS-ROWS            VALUE 'Y'.
       LINKAGE SECTION.
       01  FEDWH-PARMS.
           05  FW-EMP-ID          PIC X(08).
           05  FW-PAY-DATE        PIC X(10).
           05  FW-PAY-FREQ        PIC X(01).
               88  FW-WEEKLY                 VALUE 'W' ' '.
               88  FW-BIWEEKLY               VALUE 'B'.
               88  FW-SEMIMONTHLY            VALUE 'S'.
               88  FW-MONTHLY                VALUE 'M'.
           05  FW-GROSS           PIC 9(6)V99.
           05  FW-WITHHELD        PIC 9(6)V99.
           05  FW-FOUND           PIC X(01).
           05  FW-W4-TABLE-FULL   PIC X(01).
       PROCEDURE DIVISION USING FEDWH-PARMS.
       000-Compute-Withholding.
           IF  NOT TABLE-IS-LOADED
               PERFORM 100-Load-W4-Master
               PERFORM 150-Load-Tax-Table
           END-IF.
           MOVE 'N'   TO FW-FOUND.
           MOVE ZEROS TO FW-WITHHELD.
           MOVE W4-TABLE-FULL-SW TO FW-W4-TABLE-FULL.
           MOVE SPACES TO WS-PAY-DATE-YMD.
           STRING FW-PAY-DATE(1:4) FW-PAY-DATE(6:2)
                  FW-PAY-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-PAY-DATE-YMD.
           MOVE FW-PAY-DATE(1:4) TO WS-PAY-YEAR.
           EVALUATE TRUE
               WHEN FW-BIWEEKLY     MOVE 26 TO WS-PERIODS
               WHEN FW-SEMIMONTHLY  MOVE 24 TO WS-PERIODS
               WHEN FW-MONTHLY      MOVE 12 TO WS-PERIODS
               WHEN OTHER           MOVE 52 TO WS-PERIODS
           END-EVALUATE.
           PERFORM 200-Find-Election.
           PERFORM 300-Find-Table-Year.
           MOVE 'N'   TO WS-ANY-ROW-SW.
           MOVE ZEROS TO WS-ALLOWANCE.
           MOVE -1    TO WS-BEST-FLOOR.
           MOVE ZEROS TO WS-BEST-BASE.
           MOVE ZEROS TO WS-BEST-RATE.
           IF  MULTI-JOBS-CHECKED
               MOVE 'C' TO WS-SCHEDULE
           ELSE
               MOVE 'S' TO WS-SCHEDULE
               PERFORM 320-Find-Allowance
                   VARYING FTT-SUB FROM 1 BY 1
                   UNTIL FTT-SUB > FTT-COUNT
           END-IF.
           COMPUTE WS-ANNUAL-WAGE =
               FW-GROSS * WS-PERIODS + WS-OTHER-INCOME
               - WS-ALLOWANCE.
           IF  WS-ANNUAL-WAGE < ZERO
               MOVE ZEROS TO WS-ANNUAL-WAGE
           END-IF.
           PERFORM 340-Scan-One-Bracket
               VARYING FTT-SUB FROM 1 BY 1
               UNTIL FTT-SUB > FTT-COUNT.
           IF  STATUS-HAS-ROWS
               MOVE 'Y' TO FW-FOUND
               IF  NOT EXEMPT-THIS-CHECK
                   PERFORM 400-Price-Check
               END-IF
           END-IF.
           GOBACK.
      * Newest W-4 effective on or before the pay date wins.  A
      * claimed exemption only holds through its expiry date; after
      * that the employee drops back to the no-W-4 default.
       200-Find-Election.
           MOVE 'S'    TO WS-FILING-STATUS.
           MOVE 'N'    TO WS-MULTI-JOBS.
           MOVE ZEROS  TO WS-DEPENDENTS-AMT.
           MOVE ZEROS  TO WS-OTHER-INCOME.
           MOVE ZEROS  TO WS-EXTRA-WH.
           MOVE 'N'    TO WS-EXEMPT-SW.
           MOVE SPACES TO WS-BEST-EFFECTIVE.
           MOVE ZEROS  TO W4T-BEST.
           PERFORM 220-Check-One-Election
               VARYING W4T-SUB FROM 1 BY 1
               UNTIL W4T-SUB > W4T-COUNT.
           IF  W4T-BEST > ZERO
               IF  W4T-EXEMPT(W4T-BEST) = 'Y'
               AND W4T-EXEMPT-EXPIRES(W4T-BEST) NOT < WS-PAY-DATE-YMD
                   MOVE 'Y' TO WS-EXEMPT-SW
               END-IF
               IF  W4T-EXEMPT(W4T-BEST) NOT = 'Y'
                   MOVE W4T-FILING-STATUS(W4T-BEST)
                       TO WS-FILING-STATUS
                   MOVE W4T-MULTI-JOBS(W4T-BEST)    TO WS-MULTI-JOBS
                   MOVE W4T-DEPENDENTS-AMT(W4T-BEST)
                       TO WS-DEPENDENTS-AMT
                   MOVE W4T-OTHER-INCOME(W4T-BEST)  TO WS-OTHER-INCOME
                   MOVE W4T-EXTRA-WH(W4T-BEST)      TO WS-EXTRA-WH
               END-IF
           END-IF.
           IF  NOT STATUS-KNOWN
               MOVE 'S' TO WS-FILING-STATUS
           END-IF.
       220-Check-One-Election.
           IF  W4T-EMP-ID(W4T-SUB) = FW-EMP-ID
           AND FW-EMP-ID NOT = SPACES
           AND W4T-EFFECTIVE(W4T-SUB) NOT > WS-PAY-DATE-YMD
           AND W4T-EFFECTIVE(W4T-SUB) NOT < WS-BEST-EFFECTIVE
               MOVE W4T-EFFECTIVE(W4T-SUB) TO WS-BEST-EFFECTIVE
               MOVE W4T-SUB                TO W4T-BEST
           END-IF.
      * Latest bracket year on file that is not after the pay year,
      * so a new year's checks keep withholding on last year's
      * table until the new one is loaded.
       300-Find-Table-Year.
           MOVE SPACES TO WS-USE-YEAR.
           PERFORM 310-Check-One-Year
               VARYING FTT-SUB FROM 1 BY 1
               UNTIL FTT-SUB > FTT-COUNT.
       310-Check-One-Year.
           IF  FTT-TAX-YEAR(FTT-SUB) NOT > WS-PAY-YEAR
           AND FTT-TAX-YEAR(FTT-SUB) > WS-USE-YEAR
               MOVE FTT-TAX-YEAR(FTT-SUB) TO WS-USE-YEAR
           END-IF.
       320-Find-Allowance.
           IF  FTT-TAX-YEAR(FTT-SUB)      = WS-USE-YEAR
           AND FTT-FILING-STATUS(FTT-SUB) = WS-FILING-STATUS
           AND FTT-SCHEDULE(FTT-SUB)      = 'A'
               MOVE FTT-BRACKET-FLOOR(FTT-SUB) TO WS-ALLOWANCE
           END-IF.
      * Every bracket whose floor the annual wage reaches can bid,
      * highest floor wins - same rule STATEWH uses.
       340-Scan-One-Bracket.
           IF  FTT-TAX-YEAR(FTT-SUB)      = WS-USE-YEAR
           AND FTT-FILING-STATUS(FTT-SUB) = WS-FILING-STATUS
           AND FTT-SCHEDULE(FTT-SUB)      = WS-SCHEDULE
               MOVE 'Y' TO WS-ANY-ROW-SW
               IF  WS-ANNUAL-WAGE NOT < FTT-BRACKET-FLOOR(FTT-SUB)
               AND FTT-BRACKET-FLOOR(FTT-SUB) > WS-BEST-FLOOR
                   MOVE FTT-BRACKET-FLOOR(FTT-SUB) TO WS-BEST-FLOOR
                   MOVE FTT-BASE-TAX(FTT-SUB)      TO WS-BEST-BASE
                   MOVE FTT-RATE(FTT-SUB)          TO WS-BEST-RATE
               END-IF
           END-IF.
       400-Price-Check.
           MOVE ZEROS TO WS-ANNUAL-TAX.
           IF  WS-BEST-FLOOR NOT < ZERO
               COMPUTE WS-ANNUAL-TAX ROUNDED = WS-BEST-BASE +
                   (WS-ANNUAL-WAGE - WS-BEST-FLOOR) * WS-BEST-RATE
           END-IF.
           COMPUTE WS-PERIOD-TAX ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS.
           COMPUTE WS-PERIOD-CREDIT ROUNDED =
               WS-DEPENDENTS-AMT / WS-PERIODS.
           SUBTRACT WS-PERIOD-CREDIT FROM WS-PERIOD-TAX.
           IF  WS-PERIOD-TAX < ZERO
               MOVE ZEROS TO WS-PERIOD-TAX
           END-IF.
           ADD WS-EXTRA-WH TO WS-PERIOD-TAX.
           IF  WS-PERIOD-TAX > FW-GROSS
               MOVE FW-GROSS TO WS-PERIOD-TAX
           END-IF.
           MOVE WS-PERIOD-TAX TO FW-WITHHELD.
       100-Load-W4-Master.
           MOVE 'Y' TO WS-TABLE-LOADED.
           OPEN INPUT W4-MASTER.
           IF  W4-OPEN-OK
               PERFORM 120-Read-W4-Record
               PERFORM 140-Store-W4-Record UNTIL W4-AT-EOF
               CLOSE W4-MASTER
           ELSE
               DISPLAY 'W-4 MASTER STATUS: ' W4-F-STATUS
               DISPLAY 'NO W-4 MASTER - EVERY EMPLOYEE WITHHELD AS '
                       'SINGLE WITH NO ADJUSTMENTS'
           END-IF.
       120-Read-W4-Record.
           READ W4-MASTER
               AT END MOVE 'Y' TO W4-EOF
           END-READ.
       140-Store-W4-Record.
           IF  W4T-COUNT < 5000
               ADD 1 TO W4T-COUNT
               MOVE W4-EMP-ID         TO W4T-EMP-ID(W4T-COUNT)
               MOVE W4-FILING-STATUS  TO W4T-FILING-STATUS(W4T-COUNT)
               MOVE W4-MULTI-JOBS     TO W4T-MULTI-JOBS(W4T-COUNT)
               MOVE W4-DEPENDENTS-AMT
                   TO W4T-DEPENDENTS-AMT(W4T-COUNT)
               MOVE W4-OTHER-INCOME   TO W4T-OTHER-INCOME(W4T-COUNT)
               MOVE W4-EXTRA-WH       TO W4T-EXTRA-WH(W4T-COUNT)
               MOVE W4-EXEMPT         TO W4T-EXEMPT(W4T-COUNT)
               MOVE W4-EXEMPT-EXPIRES
                   TO W4T-EXEMPT-EXPIRES(W4T-COUNT)
               MOVE W4-EFFECTIVE      TO W4T-EFFECTIVE(W4T-COUNT)
           ELSE
               MOVE 'Y' TO W4-TABLE-FULL-SW
               DISPLAY 'W-4 TABLE FULL - ' W4-EMP-ID ' NOT LOADED'
           END-IF.
           PERFORM 120-Read-W4-Record.
       150-Load-Tax-Table.
           OPEN INPUT FED-TAX-TABLE.
           IF  FT-OPEN-OK
               PERFORM 160-Read-Tax-Record
               PERFORM 170-Store-Tax-Record UNTIL FT-AT-EOF
               CLOSE FED-TAX-TABLE
           ELSE
               DISPLAY 'FEDERAL TAX TABLE STATUS: ' FT-F-STATUS
               DISPLAY 'NO FEDERAL TAX TABLE - CALLERS FALL BACK TO '
                       'FLAT RATES'
           END-IF.
       160-Read-Tax-Record.
           READ FED-TAX-TABLE
               AT END MOVE 'Y' TO FT-EOF
           END-READ.
       170-Store-Tax-Record.
           IF  FTT-COUNT < 300
               ADD 1 TO FTT-COUNT
               MOVE FT-TAX-YEAR       TO FTT-TAX-YEAR(FTT-COUNT)
               MOVE FT-FILING-STATUS  TO FTT-FILING-STATUS(FTT-COUNT)
               MOVE FT-SCHEDULE       TO FTT-SCHEDULE(FTT-COUNT)
               MOVE FT-BRACKET-FLOOR  TO FTT-BRACKET-FLOOR(FTT-COUNT)
               MOVE FT-BASE-TAX       TO FTT-BASE-TAX(FTT-COUNT)
               MOVE FT-RATE           TO FTT-RATE(FTT-COUNT)
           ELSE
               DISPLAY 'FEDERAL TAX TABLE FULL - EXTRA ROWS IGNORED'
           END-IF.
           PERFORM 160-Read-Tax-Record.
