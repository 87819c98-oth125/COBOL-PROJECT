       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMIS01.
      ***** Monthly sales commissions for the band store staff, paid
      ***** through payroll.  Reads the month's FAVIN sales detail,
      ***** prices every sale the way FAVRPTV2 does (catalog price
      ***** as of the sale date from CATPRC01, quantity times
      ***** computed cost, a cost over the ceiling excluded) and
      ***** credits the revenue to the selling employee in
      ***** SALES-EMP-ID, by genre.
      *****
      ***** The COMPLAN commission plan master carries two kinds of
      ***** row:  E rows assign an employee to a plan with a monthly
      ***** draw (recoverable or not) and the name, category and
      ***** work state their earnings post under; R rows give a
      ***** plan's rate by genre and volume tier - the rate on a
      ***** row applies once the month's total sales reach its
      ***** tier-from amount, and the highest tier reached prices
      ***** the whole month.  A blank genre is the plan's rate for
      ***** any genre without a row of its own.
      *****
      ***** Commission earned less any recoverable draw deficit
      ***** carried on the COMLEDG ledger is paid when it covers the
      ***** month's draw; otherwise the draw is paid and, on a
      ***** recoverable draw, the shortfall carries forward.  The
      ***** amount goes to COMPAYW as an adjustment ('A') record in
      ***** the PAYROLL-IN layout, appended to PAYROL02's input
      ***** like TIMECRD1's PAYROLLW, dated the last business day of
      ***** the open pay period on PAYCAL.  COMSTMT prints one
      ***** statement per salesperson showing how the amount was
      ***** built.  A month already settled for an employee is not
      ***** paid again.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     MONTH=2026-10 FREQ=W
      ***** MONTH is required.  FREQ picks the PAYCAL frequency
      ***** (W when not keyed); without a PAYCAL dataset PAYDATE=
      ***** YYYY-MM-DD gives the date the earnings are paid on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAVIN1  ASSIGN TO FAVIN
                          FILE STATUS IS FAVIN-F-STATUS.
           SELECT COMMISSION-PLAN-FILE ASSIGN TO COMPLAN
                          FILE STATUS IS CP-F-STATUS.
           SELECT COMMISSION-LEDGER ASSIGN TO COMLEDG
                          FILE STATUS IS CL-F-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
                          FILE STATUS IS CAL-F-STATUS.
           SELECT COMMISSION-PAY-FILE ASSIGN TO COMPAYW.
           SELECT COMMISSION-STATEMENT ASSIGN TO COMSTMT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  FAVIN1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAVIN-REC.
       01 FAVIN-REC.
          05 ARTIST-NAME                PIC X(30).
          05 NUMBER-OF-MUSICIAN         PIC 9(02).
          05 MUSICAL-GENRE              PIC X(12).
          05 COST.
             10 CD-COST                 PIC 9(3)V99.
             10 SHIPPING-COST           PIC 9(2)V99.
             10 TAX                     PIC 9(2)V99.
          05 BAND-IS-STILL-TOGETHER     PIC X(1).
          05 QUANTITY-SOLD              PIC 9(4).
          05 QUANTITY-SOLD-X REDEFINES QUANTITY-SOLD PIC X(4).
          05 SALES-EMP-ID               PIC X(8).
          05 FAVIN-REC-TYPE             PIC X(1).
             88 FAVIN-RETURN                        VALUE 'R'.
          05 FILLER                     PIC X(1).
          05 SALE-DATE                  PIC X(8).
       FD  COMMISSION-PLAN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMISSION-PLAN-REC COMMISSION-RATE-REC.
      * E row - one per salesperson.
       01  COMMISSION-PLAN-REC.
           05  CP-REC-TYPE        PIC X(01).
               88  CP-EMPLOYEE-ROW        VALUE 'E'.
               88  CP-RATE-ROW            VALUE 'R'.
           05  CP-EMP-ID          PIC X(08).
           05  CP-PLAN            PIC X(04).
           05  CP-DRAW            PIC 9(5)V99.
           05  CP-RECOVERABLE     PIC X(01).
           05  CP-FIRST-NAME      PIC X(10).
           05  CP-LAST-NAME       PIC X(10).
           05  CP-CATEGORY        PIC X(01).
           05  CP-WORK-STATE      PIC X(02).
           05  FILLER             PIC X(36).
      * R row - one per plan, genre and volume tier.
       01  COMMISSION-RATE-REC.
           05  FILLER             PIC X(01).
           05  CR-PLAN            PIC X(04).
           05  CR-GENRE           PIC X(12).
           05  CR-TIER-FROM       PIC 9(7)V99.
           05  CR-RATE            PIC V9(4).
           05  FILLER             PIC X(50).
       FD  COMMISSION-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMISSION-LEDGER-REC.
       01  COMMISSION-LEDGER-REC.
           05  CL-EMP-ID          PIC X(08).
           05  CL-LAST-MONTH      PIC X(07).
           05  CL-DEFICIT         PIC 9(7)V99.
           05  FILLER             PIC X(56).
       FD  PAY-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-CALENDAR-REC.
       01  PAY-CALENDAR-REC.
           05  PCAL-FREQ          PIC X(01).
           05  PCAL-YEAR          PIC 9(04).
           05  PCAL-PERIOD-NO     PIC 9(02).
           05  PCAL-PERIOD-START  PIC X(10).
           05  PCAL-PERIOD-END    PIC X(10).
           05  PCAL-CHECK-DATE    PIC X(10).
           05  PCAL-SCHED-DATE    PIC X(10).
           05  PCAL-STATUS        PIC X(01).
               88  PCAL-PERIOD-PAID      VALUE 'P'.
           05  PCAL-PAID-DATE     PIC X(08).
           05  FILLER             PIC X(24).
       FD  COMMISSION-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMMISSION-PAY-REC.
       01  COMMISSION-PAY-REC  PIC X(80).
       FD  COMMISSION-STATEMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATEMENT-LINE-OUT.
       01  STATEMENT-LINE-OUT  PIC X(80).
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOB-AUDIT-REC.
       01  JOB-AUDIT-REC.
           05  JA-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JA-START-TIME      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JA-END-TIME        PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JA-RECORD-COUNT    PIC 9(7).
           05  FILLER             PIC X(29) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-JOB-START-TIME         PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT       PIC 9(7)  VALUE 0.
       77 FAVIN-F-STATUS            PIC X(02) VALUE SPACES.
           88 FAVIN-OK                        VALUE '00'.
       77 CP-F-STATUS               PIC X(02) VALUE SPACES.
           88 PLAN-OK                         VALUE '00'.
       77 CL-F-STATUS               PIC X(02) VALUE SPACES.
           88 LEDGER-OK                       VALUE '00'.
       77 CAL-F-STATUS              PIC X(02) VALUE SPACES.
           88 CAL-OK                          VALUE '00'.
       77 FAVIN-EOF                 PIC X(01) VALUE 'N'.
           88 FAVIN-AT-EOF                    VALUE 'Y'.
       77 CP-EOF                    PIC X(01) VALUE 'N'.
           88 PLAN-AT-EOF                     VALUE 'Y'.
       77 CL-EOF                    PIC X(01) VALUE 'N'.
           88 LEDGER-AT-EOF                   VALUE 'Y'.
       77 CAL-EOF                   PIC X(01) VALUE 'N'.
           88 CAL-AT-EOF                      VALUE 'Y'.
       77 FAVIN-AVAILABLE           PIC X(01) VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 COMMISSION-WARNING              VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. MONTH=2026-10 FREQ=W
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-OPTIONS.
          05 WS-RUN-MONTH           PIC X(07) VALUE SPACES.
          05 WS-RUN-PAY-FREQ        PIC X(01) VALUE 'W'.
          05 WS-KEYED-PAY-DATE      PIC X(10) VALUE SPACES.
      * Shared date validation - see DATEVAL
       01 DATEVAL-PARMS.
           05  DV-DATE-IN         PIC X(10) VALUE SPACES.
           05  DV-FORMAT          PIC X(1)  VALUE 'I'.
           05  DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
           05  DV-RANGE-TO        PIC X(8)  VALUE SPACES.
           05  DV-VALID           PIC X(1)  VALUE 'N'.
           05  DV-DATE-OUT        PIC X(8)  VALUE SPACES.
           05  DV-FUNCTION        PIC X(1)  VALUE SPACE.
           05  DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
           05  DV-BUSINESS        PIC X(1)  VALUE SPACE.
      * Catalog pricing - see CATPRC01
       01 PRICE-PARMS.
           05 PP-ARTIST-NAME        PIC X(30) VALUE SPACES.
           05 PP-GENRE              PIC X(12) VALUE SPACES.
           05 PP-SALE-DATE          PIC X(08) VALUE SPACES.
           05 PP-DATE-USED          PIC X(08) VALUE SPACES.
           05 PP-RESULT             PIC X(01) VALUE SPACE.
               88 PP-PRICED                   VALUE 'Y'.
           05 PP-LIST-PRICE         PIC 9(3)V99 VALUE ZEROS.
           05 PP-DISCOUNT           PIC 9(3)V99 VALUE ZEROS.
           05 PP-NET-PRICE          PIC 9(3)V99 VALUE ZEROS.
           05 PP-PROMO-ID           PIC X(06) VALUE SPACES.
      * The open pay period and the date the earnings carry.
       01 WS-PERIOD-END             PIC X(10) VALUE SPACES.
       01 WS-EARNINGS-DATE          PIC X(10) VALUE SPACES.
       01 WS-PERIOD-FOUND-SW        PIC X(01) VALUE 'N'.
           88 PERIOD-FOUND                    VALUE 'Y'.
       01 WS-RUN-DATE-ISO.
           05 WS-RUN-ISO-YEAR       PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-MONTH      PIC X(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-DAY        PIC X(02).
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
      * Salespeople - plan terms, ledger balance and the month's
      * revenue by genre, held together per employee.
       01 SALESPERSON-TABLE-AREA.
           05 SP-COUNT              PIC 9(3) COMP VALUE 0.
           05 SP-SUB                PIC 9(3) COMP VALUE 0.
           05 SALESPERSON-TABLE OCCURS 300 TIMES.
               10 SP-EMP-ID         PIC X(08).
               10 SP-PLAN           PIC X(04).
               10 SP-PLANNED-SW     PIC X(01).
                   88 SP-HAS-PLAN             VALUE 'Y'.
               10 SP-DRAW           PIC 9(5)V99.
               10 SP-RECOVERABLE    PIC X(01).
                   88 SP-DRAW-RECOVERABLE     VALUE 'Y'.
               10 SP-NAME.
                   15 SP-FIRST-NAME PIC X(10).
                   15 SP-LAST-NAME  PIC X(10).
               10 SP-CATEGORY       PIC X(01).
               10 SP-WORK-STATE     PIC X(02).
               10 SP-LEDGER-SW      PIC X(01).
                   88 SP-ON-LEDGER            VALUE 'Y'.
               10 SP-LAST-MONTH     PIC X(07).
               10 SP-DEFICIT        PIC 9(7)V99.
               10 SP-VOLUME         PIC 9(7)V99.
               10 SP-GENRE-COUNT    PIC 9(2).
               10 SP-GENRE-ROW OCCURS 20 TIMES.
                   15 SG-GENRE      PIC X(12).
                   15 SG-REVENUE    PIC 9(7)V99.
       01 SALESPERSON-TABLE-FULL    PIC X(01) VALUE 'N'.
           88 SALESPERSON-TABLE-IS-FULL       VALUE 'Y'.
       01 WS-LOOKUP-EMP-ID          PIC X(08) VALUE SPACES.
       01 SALESPERSON-FOUND-SW      PIC X(01) VALUE 'N'.
           88 SALESPERSON-FOUND               VALUE 'Y'.
       77 SG-SUB                    PIC 9(2) COMP VALUE 0.
       01 GENRE-FOUND-SW            PIC X(01) VALUE 'N'.
           88 GENRE-ROW-FOUND                 VALUE 'Y'.
      * Plan rates by genre and volume tier
       01 RATE-TABLE-AREA.
           05 RT-COUNT              PIC 9(3) COMP VALUE 0.
           05 RT-SUB                PIC 9(3) COMP VALUE 0.
           05 RATE-TABLE OCCURS 300 TIMES.
               10 RT-PLAN           PIC X(04).
               10 RT-GENRE          PIC X(12).
               10 RT-TIER-FROM      PIC 9(7)V99.
               10 RT-RATE           PIC V9(4).
       01 RATE-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 RATE-TABLE-IS-FULL              VALUE 'Y'.
      * Pricing and settlement work
       01 WS-COMMISSION-WORK.
           05 WS-UNITS-SOLD         PIC 9(4)    VALUE 0.
           05 WS-COMPUTED-COST      PIC 9(5)V99 VALUE 0.
           05 WS-REVENUE            PIC 9(7)V99 VALUE 0.
           05 WS-MATCH-GENRE        PIC X(12)   VALUE SPACES.
           05 WS-RATE-FOUND-SW      PIC X(01)   VALUE 'N'.
               88 RATE-FOUND                    VALUE 'Y'.
           05 WS-BEST-TIER          PIC 9(7)V99 VALUE 0.
           05 WS-GENRE-RATE         PIC V9(4)   VALUE 0.
           05 WS-GENRE-COMMISSION   PIC 9(7)V99 VALUE 0.
           05 WS-EARNED             PIC 9(7)V99 VALUE 0.
           05 WS-AVAILABLE          PIC S9(7)V99 VALUE 0.
           05 WS-PAYOUT             PIC 9(7)V99 VALUE 0.
           05 WS-NEW-DEFICIT        PIC 9(7)V99 VALUE 0.
           05 WS-SETTLE-NOTE        PIC X(30)   VALUE SPACES.
       77 WS-COST-CEILING           PIC 9(5)V99 VALUE 999.99.
       77 WS-PAY-MAXIMUM            PIC 9(3)V99 VALUE 999.99.
       01 COMMISSION-COUNTERS.
           05 CTR-EXCLUDED-SALES    PIC 9(5)    VALUE 0.
           05 CTR-RETURNS           PIC 9(5)    VALUE 0.
           05 CTR-UNCREDITED-SALES  PIC 9(5)    VALUE 0.
           05 CTR-UNCREDITED-REV    PIC 9(9)V99 VALUE 0.
           05 CTR-STATEMENTS        PIC 9(5)    VALUE 0.
           05 CTR-TOTAL-PAID        PIC 9(9)V99 VALUE 0.
      * Date conversion work
       01 WS-CONV-YMD               PIC 9(8)  VALUE 0.
       01 WS-CONV-YMD-X REDEFINES WS-CONV-YMD.
           05 WS-CONV-YEAR          PIC 9(4).
           05 WS-CONV-MONTH         PIC 9(2).
           05 WS-CONV-DAY           PIC 9(2).
       01 WS-CONV-ISO.
           05 WS-ISO-YEAR           PIC 9(4).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-ISO-MONTH          PIC 9(2).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-ISO-DAY            PIC 9(2).
       01 WS-CONV-ISO-X REDEFINES WS-CONV-ISO PIC X(10).
      * Commission earnings record in the PAYROLL-IN layout
       01 COMMISSION-OUT-REC.
           05 CO-NAME.
               10 CO-FIRST-NAME      PIC X(10).
               10 CO-LAST-NAME       PIC X(10).
           05 CO-DATE                PIC X(10).
           05 CO-HOURLY-RATE         PIC 99V99.
           05 CO-HOURS-WORKED        PIC 9(2).
           05 CO-CATEGORY            PIC X(1).
           05 CO-GROSS-PAY           PIC 999V99.
           05 CO-EMP-ID              PIC X(08).
           05 CO-REC-TYPE            PIC X(01).
           05 CO-WORK-STATE          PIC X(02).
           05 CO-PAY-TYPE            PIC X(01).
           05 CO-ANNUAL-SALARY       PIC 9(6)V99.
           05 CO-PAY-FREQ            PIC X(01).
           05 FILLER                 PIC X(17).
      *    STATEMENT PRINT LINES
       01 STMT-HEADING-LINE.
           05 FILLER  PIC X(30) VALUE
                  'SALES COMMISSION STATEMENTS - '.
           05 SH-MONTH              PIC X(07).
           05 FILLER  PIC X(07) VALUE '  RUN: '.
           05 SH-RUN-DATE           PIC X(10).
           05 FILLER  PIC X(09) VALUE '  PAID ON'.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 SH-PAY-DATE           PIC X(10).
           05 FILLER  PIC X(06) VALUE SPACES.
       01 STMT-EMPLOYEE-LINE.
           05 FILLER  PIC X(10) VALUE 'EMPLOYEE: '.
           05 SEL-EMP-ID            PIC X(08).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 SEL-NAME              PIC X(20).
           05 FILLER  PIC X(08) VALUE '  PLAN: '.
           05 SEL-PLAN              PIC X(04).
           05 FILLER  PIC X(28) VALUE SPACES.
       01 STMT-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  '  GENRE               REVENUE     RATE  '.
           05 FILLER  PIC X(40) VALUE
                  'COMMISSION'.
       01 STMT-GENRE-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SGL-GENRE             PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SGL-REVENUE           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 SGL-RATE              PIC .9999.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SGL-COMMISSION        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SGL-NOTE              PIC X(28).
       01 STMT-AMOUNT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SAL-LABEL             PIC X(30).
           05 SAL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SAL-NOTE              PIC X(33).
       01 STMT-TOTAL-LINE.
           05 FILLER  PIC X(12) VALUE 'STATEMENTS: '.
           05 STL-STATEMENTS        PIC ZZZZ9.
           05 FILLER  PIC X(14) VALUE '  TOTAL PAID: '.
           05 STL-TOTAL-PAID        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(35) VALUE SPACES.
       01 STMT-UNCREDITED-LINE.
           05 FILLER  PIC X(26) VALUE 'SALES WITH NO SALESPERSON:'.
           05 SUL-COUNT             PIC ZZZZ9.
           05 FILLER  PIC X(11) VALUE '  REVENUE: '.
           05 SUL-REVENUE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(24) VALUE SPACES.
       01 STMT-EXCLUDED-LINE.
           05 FILLER  PIC X(35) VALUE
                  'SALES OVER THE COST CEILING - NONE '.
           05 FILLER  PIC X(19) VALUE 'COMMISSIONED:      '.
           05 SXL-COUNT             PIC ZZZZ9.
           05 FILLER  PIC X(21) VALUE SPACES.
       01 STMT-RETURNS-LINE.
           05 FILLER  PIC X(35) VALUE
                  'CUSTOMER RETURNS - NOT SALES, NONE '.
           05 FILLER  PIC X(19) VALUE 'COMMISSIONED:      '.
           05 SRL-COUNT             PIC ZZZZ9.
           05 FILLER  PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  FAVIN-AVAILABLE = 'Y'
                   PERFORM 100-Main UNTIL FAVIN-AT-EOF
               END-IF
      * A full table means sales or ledger rows never made it into
      * core - settling from it would short-pay and the ledger
      * rewrite would drop balances, so nothing is written.
               IF  SALESPERSON-TABLE-IS-FULL
                   DISPLAY 'COMMIS01 - SALESPERSON TABLE FULL - '
                           'NOTHING PAID - RAISE THE TABLE LIMIT'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 500-Write-Statements
               PERFORM 880-Save-Commission-Ledger
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  COMMISSION-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 030-Set-Earnings-Date
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Commission-Plan
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 170-Load-Commission-Ledger
           END-IF.
           IF  NOT RUN-REFUSED
               MOVE WS-RUN-MONTH     TO SH-MONTH
               MOVE WS-RUN-DATE-ISO  TO SH-RUN-DATE
               MOVE WS-EARNINGS-DATE TO SH-PAY-DATE
               WRITE STATEMENT-LINE-OUT FROM STMT-HEADING-LINE
               IF  FAVIN-AVAILABLE = 'Y'
                   PERFORM 400-Read-Favin
               END-IF
           END-IF.
      *    A BAD OR MISSING OPTION ENDS THE RUN WITH CC 8 - NOTHING IS
      *    PAID AND THE LEDGER IS LEFT AS IT WAS.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-RUN-MONTH = SPACES
               DISPLAY 'COMMIS01 - NO MONTH=YYYY-MM ON THE OPTIONS '
                       'CARD'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'MONTH'
                       MOVE SPACES TO DV-DATE-IN
                       STRING WS-OPT-VALUE(1:7) '-01'
                           DELIMITED BY SIZE INTO DV-DATE-IN
                       PERFORM 015-Validate-Date
                       IF  WS-OPT-VALUE(8:3) NOT = SPACES
                           PERFORM 019-Bad-Option
                       END-IF
                       MOVE WS-OPT-VALUE(1:7) TO WS-RUN-MONTH
                   WHEN 'FREQ'
                       IF  WS-OPT-VALUE = 'W' OR 'B' OR 'S' OR 'M'
                           MOVE WS-OPT-VALUE TO WS-RUN-PAY-FREQ
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'PAYDATE'
                       MOVE WS-OPT-VALUE TO DV-DATE-IN
                       PERFORM 015-Validate-Date
                       MOVE WS-OPT-VALUE TO WS-KEYED-PAY-DATE
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       015-Validate-Date.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'COMMIS01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * PAYROL02 pays a detail only on a business day inside the
      * period it is paying, so the earnings are dated the last
      * business day of the open PAYCAL period for the frequency
      * (the row with the next check date - PAYROL02's choice).
       030-Set-Earnings-Date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-ISO-YEAR.
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-ISO-MONTH.
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-ISO-DAY.
           OPEN INPUT PAY-CALENDAR.
           IF  CAL-OK
               PERFORM 032-Read-Calendar-Record
               PERFORM 035-Match-Current-Period
                   UNTIL CAL-AT-EOF OR PERIOD-FOUND
               CLOSE PAY-CALENDAR
               IF  NOT PERIOD-FOUND
                   DISPLAY 'COMMIS01 - NO PAY PERIOD ON THE CALENDAR '
                           'FOR FREQUENCY ' WS-RUN-PAY-FREQ
                           ' PAID ON OR AFTER ' WS-RUN-DATE-ISO
                           ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
               IF  WS-KEYED-PAY-DATE NOT = SPACES
                   DISPLAY 'COMMIS01 - KEYED PAYDATE IGNORED - '
                           'PAY CALENDAR IN USE'
               END-IF
           ELSE
               DISPLAY 'PAY CALENDAR STATUS: ' CAL-F-STATUS
               DISPLAY 'NO PAY CALENDAR - PAY DATE FROM OPTIONS CARD'
               IF  WS-KEYED-PAY-DATE = SPACES
                   DISPLAY 'COMMIS01 - NO PAYDATE=YYYY-MM-DD ON THE '
                           'OPTIONS CARD - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               ELSE
                   MOVE WS-KEYED-PAY-DATE TO WS-PERIOD-END
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               MOVE WS-PERIOD-END TO WS-EARNINGS-DATE
               MOVE WS-PERIOD-END TO DV-DATE-IN
               MOVE 'I'           TO DV-FORMAT
               MOVE 'B'           TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID = 'Y' AND DV-BUSINESS NOT = 'Y'
                   MOVE 'P' TO DV-FUNCTION
                   CALL 'DATEVAL' USING DATEVAL-PARMS
                   MOVE DV-DATE-OUT TO WS-CONV-YMD
                   PERFORM 800-Ymd-To-Iso
                   MOVE WS-CONV-ISO-X TO WS-EARNINGS-DATE
               END-IF
           END-IF.
       032-Read-Calendar-Record.
           READ PAY-CALENDAR
               AT END MOVE 'Y' TO CAL-EOF
           END-READ.
       035-Match-Current-Period.
           IF  PCAL-FREQ = WS-RUN-PAY-FREQ
           AND PCAL-CHECK-DATE NOT < WS-RUN-DATE-ISO
               MOVE 'Y' TO WS-PERIOD-FOUND-SW
               IF  PCAL-PERIOD-PAID
                   DISPLAY 'COMMIS01 - PAY PERIOD ' PCAL-PERIOD-START
                           ' TO ' PCAL-PERIOD-END ' ALREADY PAID ON '
                           PCAL-PAID-DATE ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               ELSE
                   MOVE PCAL-PERIOD-END TO WS-PERIOD-END
               END-IF
           ELSE
               PERFORM 032-Read-Calendar-Record
           END-IF.
      * Every sale in the month is credited to its salesperson by
      * genre.  A sale priced over the cost ceiling is one FAVRPTV2
      * excludes from its revenue, so it earns no commission.  A
      * customer return on FAVIN is not a sale and is only counted.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  QUANTITY-SOLD-X IS NUMERIC
           AND QUANTITY-SOLD > ZERO
               MOVE QUANTITY-SOLD TO WS-UNITS-SOLD
           ELSE
               MOVE 1 TO WS-UNITS-SOLD
           END-IF.
           IF  NOT FAVIN-RETURN
               PERFORM 220-Price-From-Master
           END-IF.
           COMPUTE WS-COMPUTED-COST =
               CD-COST + SHIPPING-COST + TAX.
           COMPUTE WS-REVENUE =
               WS-COMPUTED-COST * WS-UNITS-SOLD.
           EVALUATE TRUE
               WHEN FAVIN-RETURN
                   ADD 1 TO CTR-RETURNS
               WHEN WS-COMPUTED-COST > WS-COST-CEILING
                   ADD 1 TO CTR-EXCLUDED-SALES
               WHEN SALES-EMP-ID = SPACES
                   ADD 1          TO CTR-UNCREDITED-SALES
                   ADD WS-REVENUE TO CTR-UNCREDITED-REV
               WHEN OTHER
                   PERFORM 200-Credit-One-Sale
           END-EVALUATE.
           PERFORM 400-Read-Favin.
       200-Credit-One-Sale.
           MOVE SALES-EMP-ID TO WS-LOOKUP-EMP-ID.
           PERFORM 250-Locate-Salesperson.
           IF  SALESPERSON-FOUND
               ADD WS-REVENUE TO SP-VOLUME(SP-SUB)
               MOVE 'N' TO GENRE-FOUND-SW
               MOVE 1   TO SG-SUB
               PERFORM 210-Match-Genre-Row
                   UNTIL SG-SUB > SP-GENRE-COUNT(SP-SUB)
                      OR GENRE-ROW-FOUND
               IF  NOT GENRE-ROW-FOUND
                   IF  SP-GENRE-COUNT(SP-SUB) < 20
                       ADD 1 TO SP-GENRE-COUNT(SP-SUB)
                       MOVE SP-GENRE-COUNT(SP-SUB) TO SG-SUB
                       MOVE MUSICAL-GENRE TO SG-GENRE(SP-SUB, SG-SUB)
                       MOVE ZEROS TO SG-REVENUE(SP-SUB, SG-SUB)
                       MOVE 'Y' TO GENRE-FOUND-SW
                   ELSE
                       MOVE 'Y' TO SALESPERSON-TABLE-FULL
                       DISPLAY 'COMMIS01 - MORE THAN 20 GENRES FOR '
                               SALES-EMP-ID
                   END-IF
               END-IF
               IF  GENRE-ROW-FOUND
                   ADD WS-REVENUE TO SG-REVENUE(SP-SUB, SG-SUB)
               END-IF
           END-IF.
       210-Match-Genre-Row.
           IF  SG-GENRE(SP-SUB, SG-SUB) = MUSICAL-GENRE
               MOVE 'Y' TO GENRE-FOUND-SW
           ELSE
               ADD 1 TO SG-SUB
           END-IF.
      * Salesperson rows are keyed on EMP-ID, passed in
      * WS-LOOKUP-EMP-ID; one not there yet is added with no plan.
      * A sale is priced from the catalog price master as of its
      * sale date, less any promotion in effect, exactly as FAVRPTV2
      * prices it.  A title not on the master keeps its keyed price.
       220-Price-From-Master.
           MOVE ARTIST-NAME   TO PP-ARTIST-NAME.
           MOVE MUSICAL-GENRE TO PP-GENRE.
           MOVE SALE-DATE     TO PP-SALE-DATE.
           CALL 'CATPRC01' USING PRICE-PARMS.
           IF  PP-PRICED
               MOVE PP-NET-PRICE TO CD-COST
           END-IF.
       250-Locate-Salesperson.
           MOVE 'N' TO SALESPERSON-FOUND-SW.
           MOVE 1   TO SP-SUB.
           PERFORM 255-Match-Salesperson
               UNTIL SP-SUB > SP-COUNT OR SALESPERSON-FOUND.
           IF  NOT SALESPERSON-FOUND
               IF  SP-COUNT < 300
                   ADD 1 TO SP-COUNT
                   MOVE SP-COUNT  TO SP-SUB
                   INITIALIZE SALESPERSON-TABLE(SP-SUB)
                   MOVE WS-LOOKUP-EMP-ID TO SP-EMP-ID(SP-SUB)
                   MOVE 'N'       TO SP-PLANNED-SW(SP-SUB)
                   MOVE 'N'       TO SP-LEDGER-SW(SP-SUB)
                   MOVE 'Y'       TO SALESPERSON-FOUND-SW
               ELSE
                   MOVE 'Y' TO SALESPERSON-TABLE-FULL
                   DISPLAY 'COMMIS01 - SALESPERSON TABLE FULL - '
                           WS-LOOKUP-EMP-ID ' DROPPED'
               END-IF
           END-IF.
       255-Match-Salesperson.
           IF  SP-EMP-ID(SP-SUB) = WS-LOOKUP-EMP-ID
               MOVE 'Y' TO SALESPERSON-FOUND-SW
           ELSE
               ADD 1 TO SP-SUB
           END-IF.
       300-Open-Files.
           OPEN INPUT FAVIN1.
           OPEN OUTPUT COMMISSION-PAY-FILE.
           OPEN OUTPUT COMMISSION-STATEMENT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           IF NOT FAVIN-OK
               DISPLAY 'FAVIN FILE STATUS: ' FAVIN-F-STATUS
               DISPLAY 'NO SALES THIS MONTH - DRAWS ONLY'
               MOVE 'N' TO FAVIN-AVAILABLE
               MOVE 'Y' TO FAVIN-EOF
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
      * Without a plan master there is nothing to pay against.
       150-Load-Commission-Plan.
           OPEN INPUT COMMISSION-PLAN-FILE.
           IF  PLAN-OK
               PERFORM 155-Read-Plan-Record
               PERFORM 160-Store-Plan-Record UNTIL PLAN-AT-EOF
               CLOSE COMMISSION-PLAN-FILE
               IF  RATE-TABLE-IS-FULL OR SALESPERSON-TABLE-IS-FULL
                   DISPLAY 'COMMIS01 - COMMISSION PLAN TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'COMMISSION PLAN FILE STATUS: ' CP-F-STATUS
               DISPLAY 'COMMIS01 - NO COMMISSION PLAN - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       155-Read-Plan-Record.
           READ COMMISSION-PLAN-FILE
               AT END MOVE 'Y' TO CP-EOF
           END-READ.
       160-Store-Plan-Record.
           EVALUATE TRUE
               WHEN CP-EMPLOYEE-ROW
                   MOVE CP-EMP-ID TO WS-LOOKUP-EMP-ID
                   PERFORM 250-Locate-Salesperson
                   IF  SALESPERSON-FOUND
                       MOVE CP-PLAN        TO SP-PLAN(SP-SUB)
                       MOVE 'Y'            TO SP-PLANNED-SW(SP-SUB)
                       MOVE CP-DRAW        TO SP-DRAW(SP-SUB)
                       MOVE CP-RECOVERABLE TO SP-RECOVERABLE(SP-SUB)
                       MOVE CP-FIRST-NAME  TO SP-FIRST-NAME(SP-SUB)
                       MOVE CP-LAST-NAME   TO SP-LAST-NAME(SP-SUB)
                       MOVE CP-CATEGORY    TO SP-CATEGORY(SP-SUB)
                       MOVE CP-WORK-STATE  TO SP-WORK-STATE(SP-SUB)
                   END-IF
               WHEN CP-RATE-ROW
                   IF  RT-COUNT < 300
                       ADD 1 TO RT-COUNT
                       MOVE CR-PLAN      TO RT-PLAN(RT-COUNT)
                       MOVE CR-GENRE     TO RT-GENRE(RT-COUNT)
                       MOVE CR-TIER-FROM TO RT-TIER-FROM(RT-COUNT)
                       MOVE CR-RATE      TO RT-RATE(RT-COUNT)
                   ELSE
                       MOVE 'Y' TO RATE-TABLE-FULL
                   END-IF
               WHEN OTHER
                   DISPLAY 'COMMIS01 - UNKNOWN PLAN ROW TYPE '
                           CP-REC-TYPE ' SKIPPED'
                   MOVE 'Y' TO WS-WARNING-SW
           END-EVALUATE.
           PERFORM 155-Read-Plan-Record.
      * The ledger carries each salesperson's last settled month and
      * recoverable draw deficit across runs.  Rows for anyone no
      * longer on a plan are held so the rewrite keeps them.
       170-Load-Commission-Ledger.
           OPEN INPUT COMMISSION-LEDGER.
           IF  LEDGER-OK
               PERFORM 175-Read-Ledger-Record
               PERFORM 180-Apply-Ledger-Record UNTIL LEDGER-AT-EOF
               CLOSE COMMISSION-LEDGER
               IF  SALESPERSON-TABLE-IS-FULL
                   DISPLAY 'COMMIS01 - SALESPERSON TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'COMMISSION LEDGER FILE STATUS: ' CL-F-STATUS
               DISPLAY 'STARTING A NEW COMMISSION LEDGER'
           END-IF.
       175-Read-Ledger-Record.
           READ COMMISSION-LEDGER
               AT END MOVE 'Y' TO CL-EOF
           END-READ.
       180-Apply-Ledger-Record.
           MOVE CL-EMP-ID TO WS-LOOKUP-EMP-ID.
           PERFORM 250-Locate-Salesperson.
           IF  SALESPERSON-FOUND
               MOVE 'Y'           TO SP-LEDGER-SW(SP-SUB)
               MOVE CL-LAST-MONTH TO SP-LAST-MONTH(SP-SUB)
               MOVE CL-DEFICIT    TO SP-DEFICIT(SP-SUB)
           END-IF.
           PERFORM 175-Read-Ledger-Record.
       400-Read-Favin.
           READ FAVIN1
               AT END MOVE 'Y' TO FAVIN-EOF
           END-READ.
       500-Write-Statements.
           PERFORM 510-Settle-One-Salesperson
               VARYING SP-SUB FROM 1 BY 1 UNTIL SP-SUB > SP-COUNT.
           MOVE CTR-STATEMENTS       TO STL-STATEMENTS.
           MOVE CTR-TOTAL-PAID       TO STL-TOTAL-PAID.
           WRITE STATEMENT-LINE-OUT FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE CTR-UNCREDITED-SALES TO SUL-COUNT.
           MOVE CTR-UNCREDITED-REV   TO SUL-REVENUE.
           WRITE STATEMENT-LINE-OUT FROM STMT-UNCREDITED-LINE
               AFTER ADVANCING 1.
           MOVE CTR-EXCLUDED-SALES   TO SXL-COUNT.
           WRITE STATEMENT-LINE-OUT FROM STMT-EXCLUDED-LINE
               AFTER ADVANCING 1.
           IF  CTR-RETURNS > ZERO
               MOVE CTR-RETURNS      TO SRL-COUNT
               WRITE STATEMENT-LINE-OUT FROM STMT-RETURNS-LINE
                   AFTER ADVANCING 1
           END-IF.
      * One statement per salesperson on a plan, and one for anyone
      * with sales credited but no plan so the plan master gets
      * fixed.  A ledger-only row with neither prints nothing.
       510-Settle-One-Salesperson.
           EVALUATE TRUE
               WHEN SP-HAS-PLAN(SP-SUB)
                   PERFORM 520-Print-Statement-Heading
                   IF  SP-LAST-MONTH(SP-SUB) NOT < WS-RUN-MONTH
                       PERFORM 530-Price-Genres
                       MOVE 'MONTH ALREADY SETTLED ON'
                           TO SAL-LABEL
                       MOVE ZEROS TO SAL-AMOUNT
                       MOVE SP-LAST-MONTH(SP-SUB) TO SAL-NOTE
                       WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
                           AFTER ADVANCING 1
                       MOVE 'Y' TO WS-WARNING-SW
                   ELSE
                       PERFORM 530-Price-Genres
                       PERFORM 550-Settle-Draw
                   END-IF
               WHEN SP-VOLUME(SP-SUB) > ZERO
                   PERFORM 520-Print-Statement-Heading
                   PERFORM 530-Price-Genres
                   MOVE 'NO COMMISSION PLAN ON FILE' TO SAL-LABEL
                   MOVE ZEROS  TO SAL-AMOUNT
                   MOVE 'NOT PAID - FIX THE PLAN MASTER' TO SAL-NOTE
                   WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
                       AFTER ADVANCING 1
                   MOVE 'Y' TO WS-WARNING-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       520-Print-Statement-Heading.
           ADD 1 TO CTR-STATEMENTS.
           MOVE SP-EMP-ID(SP-SUB) TO SEL-EMP-ID.
           MOVE SP-NAME(SP-SUB)   TO SEL-NAME.
           MOVE SP-PLAN(SP-SUB)   TO SEL-PLAN.
           WRITE STATEMENT-LINE-OUT FROM STMT-EMPLOYEE-LINE
               AFTER ADVANCING 2.
           WRITE STATEMENT-LINE-OUT FROM STMT-COLUMN-LINE
               AFTER ADVANCING 1.
      * Each genre's revenue at the plan rate for the tier the
      * month's total volume reached.
       530-Price-Genres.
           MOVE ZEROS TO WS-EARNED.
           PERFORM 535-Price-One-Genre
               VARYING SG-SUB FROM 1 BY 1
               UNTIL SG-SUB > SP-GENRE-COUNT(SP-SUB).
           MOVE 'MONTH SALES VOLUME' TO SAL-LABEL.
           MOVE SP-VOLUME(SP-SUB)    TO SAL-AMOUNT.
           MOVE SPACES               TO SAL-NOTE.
           WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'COMMISSION EARNED'  TO SAL-LABEL.
           MOVE WS-EARNED            TO SAL-AMOUNT.
           WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1.
       535-Price-One-Genre.
           MOVE SPACES TO SGL-NOTE.
           MOVE ZEROS  TO WS-GENRE-RATE.
           IF  SP-HAS-PLAN(SP-SUB)
               MOVE SG-GENRE(SP-SUB, SG-SUB) TO WS-MATCH-GENRE
               PERFORM 540-Find-Tier-Rate
               IF  NOT RATE-FOUND
                   MOVE SPACES TO WS-MATCH-GENRE
                   PERFORM 540-Find-Tier-Rate
               END-IF
               IF  NOT RATE-FOUND
                   MOVE 'NO RATE FOR GENRE ON PLAN' TO SGL-NOTE
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
           COMPUTE WS-GENRE-COMMISSION ROUNDED =
               SG-REVENUE(SP-SUB, SG-SUB) * WS-GENRE-RATE.
           ADD WS-GENRE-COMMISSION TO WS-EARNED.
           MOVE SG-GENRE(SP-SUB, SG-SUB)   TO SGL-GENRE.
           MOVE SG-REVENUE(SP-SUB, SG-SUB) TO SGL-REVENUE.
           MOVE WS-GENRE-RATE              TO SGL-RATE.
           MOVE WS-GENRE-COMMISSION        TO SGL-COMMISSION.
           WRITE STATEMENT-LINE-OUT FROM STMT-GENRE-LINE
               AFTER ADVANCING 1.
       540-Find-Tier-Rate.
           MOVE 'N'   TO WS-RATE-FOUND-SW.
           MOVE ZEROS TO WS-BEST-TIER.
           PERFORM 545-Test-Rate-Row
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT.
       545-Test-Rate-Row.
           IF  RT-PLAN(RT-SUB) = SP-PLAN(SP-SUB)
           AND RT-GENRE(RT-SUB) = WS-MATCH-GENRE
           AND RT-TIER-FROM(RT-SUB) NOT > SP-VOLUME(SP-SUB)
               IF  NOT RATE-FOUND
               OR  RT-TIER-FROM(RT-SUB) > WS-BEST-TIER
                   MOVE 'Y'                  TO WS-RATE-FOUND-SW
                   MOVE RT-TIER-FROM(RT-SUB) TO WS-BEST-TIER
                   MOVE RT-RATE(RT-SUB)      TO WS-GENRE-RATE
               END-IF
           END-IF.
      * Draw against commission.  Earnings net of a recoverable
      * deficit are paid when they cover the draw; otherwise the
      * draw is paid and a recoverable shortfall carries forward.
       550-Settle-Draw.
           IF  SP-DRAW-RECOVERABLE(SP-SUB)
               COMPUTE WS-AVAILABLE = WS-EARNED - SP-DEFICIT(SP-SUB)
               MOVE 'PRIOR DRAW DEFICIT RECOVERED' TO SAL-LABEL
               MOVE SP-DEFICIT(SP-SUB) TO SAL-AMOUNT
               MOVE SPACES TO SAL-NOTE
               WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
                   AFTER ADVANCING 1
           ELSE
               MOVE WS-EARNED TO WS-AVAILABLE
           END-IF.
           MOVE 'MONTHLY DRAW'  TO SAL-LABEL.
           MOVE SP-DRAW(SP-SUB) TO SAL-AMOUNT.
           IF  SP-DRAW-RECOVERABLE(SP-SUB)
               MOVE 'RECOVERABLE' TO SAL-NOTE
           ELSE
               MOVE 'NON-RECOVERABLE' TO SAL-NOTE
           END-IF.
           WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1.
           IF  WS-AVAILABLE NOT < SP-DRAW(SP-SUB)
               MOVE WS-AVAILABLE TO WS-PAYOUT
               MOVE ZEROS        TO WS-NEW-DEFICIT
               MOVE 'COMMISSION COVERS THE DRAW' TO WS-SETTLE-NOTE
           ELSE
               MOVE SP-DRAW(SP-SUB) TO WS-PAYOUT
               IF  SP-DRAW-RECOVERABLE(SP-SUB)
                   COMPUTE WS-NEW-DEFICIT =
                       SP-DRAW(SP-SUB) - WS-AVAILABLE
               ELSE
                   MOVE ZEROS TO WS-NEW-DEFICIT
               END-IF
               MOVE 'DRAW PAID' TO WS-SETTLE-NOTE
           END-IF.
           PERFORM 560-Write-Earnings-Record.
           MOVE 'AMOUNT PAID'  TO SAL-LABEL.
           MOVE WS-PAYOUT      TO SAL-AMOUNT.
           MOVE WS-SETTLE-NOTE TO SAL-NOTE.
           WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'DRAW DEFICIT CARRIED FORWARD' TO SAL-LABEL.
           MOVE WS-NEW-DEFICIT TO SAL-AMOUNT.
           MOVE SPACES         TO SAL-NOTE.
           WRITE STATEMENT-LINE-OUT FROM STMT-AMOUNT-LINE
               AFTER ADVANCING 1.
      * A payout past what the PAYROL02 gross column carries is
      * not written - it is keyed by hand, and the month still
      * settles so it is not paid twice.
       560-Write-Earnings-Record.
           IF  WS-PAYOUT > WS-PAY-MAXIMUM
               MOVE 'OVER MAXIMUM - KEY MANUALLY' TO WS-SETTLE-NOTE
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               IF  WS-PAYOUT > ZERO
                   MOVE SPACES                  TO COMMISSION-OUT-REC
                   MOVE SP-FIRST-NAME(SP-SUB)   TO CO-FIRST-NAME
                   MOVE SP-LAST-NAME(SP-SUB)    TO CO-LAST-NAME
                   MOVE WS-EARNINGS-DATE        TO CO-DATE
                   MOVE ZEROS                   TO CO-HOURLY-RATE
                   MOVE ZEROS                   TO CO-HOURS-WORKED
                   MOVE SP-CATEGORY(SP-SUB)     TO CO-CATEGORY
                   MOVE WS-PAYOUT               TO CO-GROSS-PAY
                   MOVE SP-EMP-ID(SP-SUB)       TO CO-EMP-ID
                   MOVE 'A'                     TO CO-REC-TYPE
                   MOVE SP-WORK-STATE(SP-SUB)   TO CO-WORK-STATE
                   MOVE ZEROS                   TO CO-ANNUAL-SALARY
                   MOVE WS-RUN-PAY-FREQ         TO CO-PAY-FREQ
                   WRITE COMMISSION-PAY-REC FROM COMMISSION-OUT-REC
                   ADD WS-PAYOUT TO CTR-TOTAL-PAID
               END-IF
           END-IF.
           MOVE 'Y'            TO SP-LEDGER-SW(SP-SUB).
           MOVE WS-RUN-MONTH   TO SP-LAST-MONTH(SP-SUB).
           MOVE WS-NEW-DEFICIT TO SP-DEFICIT(SP-SUB).
       880-Save-Commission-Ledger.
           OPEN OUTPUT COMMISSION-LEDGER.
           PERFORM 885-Write-One-Ledger-Row
               VARYING SP-SUB FROM 1 BY 1 UNTIL SP-SUB > SP-COUNT.
           CLOSE COMMISSION-LEDGER.
       885-Write-One-Ledger-Row.
           IF  SP-ON-LEDGER(SP-SUB)
               MOVE SPACES                TO COMMISSION-LEDGER-REC
               MOVE SP-EMP-ID(SP-SUB)     TO CL-EMP-ID
               MOVE SP-LAST-MONTH(SP-SUB) TO CL-LAST-MONTH
               MOVE SP-DEFICIT(SP-SUB)    TO CL-DEFICIT
               WRITE COMMISSION-LEDGER-REC
           END-IF.
       600-Close-Files.
           IF FAVIN-AVAILABLE = 'Y'
               CLOSE FAVIN1
           END-IF.
           CLOSE COMMISSION-PAY-FILE.
           CLOSE COMMISSION-STATEMENT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'COMMIS01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-ISO-DAY.
