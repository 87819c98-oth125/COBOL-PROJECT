       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJPRF01.
      ***** Project profitability - billed revenue against labor
      ***** cost, per EMP-PROJECT, for the month and project to date.
      ***** Revenue is the invoice total on the INVSUMM invoice
      ***** summary FAVS cuts; direct labor is the project debits on
      ***** the LABREXTR extract LABRDIST cuts (the UNASSIGN project
      ***** and the cash offset are not a project's cost).  Both are
      ***** cut fresh every run, so each run posts what they carry
      ***** to the PROFLEDG ledger - one row per project per month,
      ***** carried across runs the one-file load/save way FAVS
      ***** carries PROJACTL - and the report is priced from the
      ***** ledger, so the month and project-to-date columns take in
      ***** every billing and pay run that posted.
      *****
      ***** Loaded cost is direct labor plus the employer-tax and
      ***** benefit burden; gross margin is revenue less loaded
      ***** cost, and margin percent is margin over revenue.  Budget
      ***** is the project's PROJBUDG amount.  A project whose
      ***** margin percent is under the target, or that has cost
      ***** and no revenue, is flagged; so is one whose loaded cost
      ***** to date has passed its budget.  Projects print grouped
      ***** by state office, the EMP-STATE-OFFICE-I most of the
      ***** project's EMPROJ days were worked from (the office the
      ***** ledger last carried when the project has no EMPROJ rows
      ***** this run), with a total per office and for the company.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     MONTH=202610 BURDEN=32 TARGET=15 POST=Y
      ***** MONTH is the month posted to and reported (this month
      ***** when not keyed).  BURDEN is the burden percent on direct
      ***** labor (30 when not keyed) and TARGET the target margin
      ***** percent (15).  POST=N reprints from the ledger without
      ***** posting the run's extracts - posting the same extracts
      ***** twice counts them twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-SUMMARY ASSIGN TO INVSUMM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IS-F-STATUS.
           SELECT LABOR-EXTRACT ASSIGN TO LABREXTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LB-F-STATUS.
           SELECT EMPROJ-FILE ASSIGN TO EMPROJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EP-F-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO PROJBUDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PB-F-STATUS.
           SELECT PROFIT-LEDGER ASSIGN TO PROFLEDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PL-F-STATUS.
           SELECT PROFIT-REPORT ASSIGN TO PROFRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-SUMMARY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-SUMMARY-REC.
       01 INVOICE-SUMMARY-REC.
          05 IS-INVOICE-NBR          PIC 9(6).
          05 FILLER                  PIC X(2).
          05 IS-PROJECT              PIC X(8).
          05 FILLER                  PIC X(2).
          05 IS-INVOICE-TOTAL        PIC 9(9)V99.
          05 FILLER                  PIC X(2).
          05 IS-BUDGET-FLAG          PIC X(12).
          05 FILLER                  PIC X(37).
       FD  LABOR-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LABOR-EXTRACT-REC.
       01  LABOR-EXTRACT-REC.
           05  LBX-DR-CR          PIC X(01).
           05  FILLER             PIC X(02).
           05  LBX-GL-ACCOUNT     PIC X(08).
           05  FILLER             PIC X(01).
           05  LBX-PROJECT        PIC X(08).
           05  FILLER             PIC X(02).
           05  LBX-AMOUNT         PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(02).
           05  LBX-DESCRIPTION    PIC X(25).
           05  FILLER             PIC X(19).
       FD  EMPROJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMP-PROJECT-REC.
       01  EMP-PROJECT-REC.
           05 EMP-NAME-I              PIC X(20).
           05 EMP-PROJECT-I           PIC X(8).
           05 EMP-PROJECT-POSITION-I  PIC X(8).
           05 EMP-STATE-OFFICE-I      PIC X(2).
           05 EMP-NBR-DAYS-ON-PROJ-I  PIC 9(3).
           05 EMP-NBR-OT-HOURS-I      PIC 9(3).
           05 EMP-ON-CALL-I           PIC X(1).
           05 FILLER                  PIC X(35).
       FD  BUDGET-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-MASTER-REC.
       01  BUDGET-MASTER-REC.
           05  PB-PROJECT         PIC X(8).
           05  PB-BUDGET-AMOUNT   PIC 9(9)V99.
           05  FILLER             PIC X(61).
       FD  PROFIT-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROFIT-LEDGER-REC.
      * One row per project per month (YYYYMM); PL-POSTED is the
      * stamp of the run that last added to the row.
       01  PROFIT-LEDGER-REC.
           05  PL-PROJECT         PIC X(08).
           05  PL-MONTH           PIC X(06).
           05  PL-OFFICE          PIC X(02).
           05  PL-REVENUE         PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PL-LABOR           PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  PL-POSTED          PIC X(15).
           05  FILLER             PIC X(25).
       FD  PROFIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(132).
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
       77 IS-F-STATUS               PIC X(02) VALUE SPACES.
           88 IS-OK                           VALUE '00'.
       77 LB-F-STATUS               PIC X(02) VALUE SPACES.
           88 LB-OK                           VALUE '00'.
       77 EP-F-STATUS               PIC X(02) VALUE SPACES.
           88 EP-OK                           VALUE '00'.
       77 PB-F-STATUS               PIC X(02) VALUE SPACES.
           88 PB-OK                           VALUE '00'.
       77 PL-F-STATUS               PIC X(02) VALUE SPACES.
           88 PL-OK                           VALUE '00'.
       77 IS-EOF                    PIC X(01) VALUE 'N'.
           88 IS-AT-EOF                       VALUE 'Y'.
       77 LB-EOF                    PIC X(01) VALUE 'N'.
           88 LB-AT-EOF                       VALUE 'Y'.
       77 EP-EOF                    PIC X(01) VALUE 'N'.
           88 EP-AT-EOF                       VALUE 'Y'.
       77 PB-EOF                    PIC X(01) VALUE 'N'.
           88 PB-AT-EOF                       VALUE 'Y'.
       77 PL-EOF                    PIC X(01) VALUE 'N'.
           88 PL-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. MONTH=202610 BURDEN=32
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       77 WS-OPT-LENGTH             PIC 9(2)  VALUE 0.
       77 WS-OPT-NUMBER             PIC 9(3)  VALUE 0.
       01 WS-RUN-OPTIONS.
          05 WS-RUN-MONTH           PIC X(06) VALUE SPACES.
          05 WS-BURDEN-PCT          PIC 9(3)  VALUE 30.
          05 WS-TARGET-PCT          PIC 9(3)  VALUE 15.
          05 WS-POST-SW             PIC X(01) VALUE 'Y'.
             88 POSTING-RUN                   VALUE 'Y'.
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
       01 WS-RUN-DATE-ISO.
           05 WS-RUN-ISO-YEAR       PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-MONTH      PIC X(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-DAY        PIC X(02).
      * PROFLEDG rows, loaded whole and written back whole
       01 LEDGER-TABLE-AREA.
           05 LG-COUNT              PIC 9(4) COMP VALUE 0.
           05 LG-SUB                PIC 9(4) COMP VALUE 0.
           05 LEDGER-TABLE OCCURS 2000 TIMES.
               10 LG-PROJECT        PIC X(08).
               10 LG-MONTH          PIC X(06).
               10 LG-OFFICE         PIC X(02).
               10 LG-REVENUE        PIC S9(9)V99.
               10 LG-LABOR          PIC S9(9)V99.
               10 LG-POSTED         PIC X(15).
       01 LG-FOUND-SW               PIC X(01) VALUE 'N'.
           88 LEDGER-ROW-FOUND                VALUE 'Y'.
      * Budget per project - the first PROJBUDG row names it, as in
      * FAVS
       01 BUDGET-TABLE-AREA.
           05 BG-COUNT              PIC 9(4) COMP VALUE 0.
           05 BG-SUB                PIC 9(4) COMP VALUE 0.
           05 BUDGET-TABLE OCCURS 300 TIMES.
               10 BG-PROJECT        PIC X(08).
               10 BG-BUDGET         PIC 9(9)V99.
       01 BG-FOUND-SW               PIC X(01) VALUE 'N'.
           88 BUDGET-FOUND                    VALUE 'Y'.
      * EMPROJ days by project and state office
       01 OFFICE-DAYS-AREA.
           05 OD-COUNT              PIC 9(4) COMP VALUE 0.
           05 OD-SUB                PIC 9(4) COMP VALUE 0.
           05 OFFICE-DAYS-TABLE OCCURS 500 TIMES.
               10 OD-PROJECT        PIC X(08).
               10 OD-OFFICE         PIC X(02).
               10 OD-DAYS           PIC 9(5).
       01 OD-FOUND-SW               PIC X(01) VALUE 'N'.
           88 OFFICE-DAYS-FOUND               VALUE 'Y'.
      * One row per project for the report, sorted office/project
       01 PROJECT-TABLE-AREA.
           05 PJ-COUNT              PIC 9(4) COMP VALUE 0.
           05 PJ-SUB                PIC 9(4) COMP VALUE 0.
           05 PJ-SUB2               PIC 9(4) COMP VALUE 0.
           05 PROJECT-TABLE OCCURS 300 TIMES.
               10 PJ-KEY.
                   15 PJ-OFFICE     PIC X(02).
                   15 PJ-PROJECT    PIC X(08).
               10 PJ-OFFICE-DAYS    PIC 9(5).
               10 PJ-LEDGER-MONTH   PIC X(06).
               10 PJ-MTD-REVENUE    PIC S9(9)V99.
               10 PJ-MTD-LABOR      PIC S9(9)V99.
               10 PJ-PTD-REVENUE    PIC S9(9)V99.
               10 PJ-PTD-LABOR      PIC S9(9)V99.
       01 PJ-FOUND-SW               PIC X(01) VALUE 'N'.
           88 PROJECT-FOUND                   VALUE 'Y'.
       01 PJ-SWAP-ROW               PIC X(65) VALUE SPACES.
      * Posting work
       01 WS-POST-WORK.
           05 WS-POST-PROJECT       PIC X(08)    VALUE SPACES.
           05 WS-POST-REVENUE       PIC S9(9)V99 VALUE ZEROS.
           05 WS-POST-LABOR         PIC S9(9)V99 VALUE ZEROS.
       77 WS-UNASSIGNED-PROJECT     PIC X(08) VALUE 'UNASSIGN'.
       77 WS-PROJECT-FLAG-SW        PIC X(01) VALUE 'N'.
      * Line pricing - loaded cost, margin, margin percent, flags
       01 WS-PRICE-WORK.
           05 WS-REVENUE            PIC S9(9)V99 VALUE ZEROS.
           05 WS-LABOR              PIC S9(9)V99 VALUE ZEROS.
           05 WS-LOADED             PIC S9(9)V99 VALUE ZEROS.
           05 WS-MARGIN             PIC S9(9)V99 VALUE ZEROS.
           05 WS-MARGIN-PCT         PIC S9(5)V9  VALUE ZEROS.
           05 WS-BUDGET             PIC 9(9)V99  VALUE ZEROS.
           05 WS-BUDGET-SW          PIC X(01)    VALUE 'N'.
       01 WS-OFFICE-BREAK.
           05 WS-CURR-OFFICE        PIC X(02)    VALUE SPACES.
           05 OF-MTD-REVENUE        PIC S9(9)V99 VALUE ZEROS.
           05 OF-MTD-LABOR          PIC S9(9)V99 VALUE ZEROS.
           05 OF-PTD-REVENUE        PIC S9(9)V99 VALUE ZEROS.
           05 OF-PTD-LABOR          PIC S9(9)V99 VALUE ZEROS.
       01 WS-COMPANY-TOTALS.
           05 CO-MTD-REVENUE        PIC S9(9)V99 VALUE ZEROS.
           05 CO-MTD-LABOR          PIC S9(9)V99 VALUE ZEROS.
           05 CO-PTD-REVENUE        PIC S9(9)V99 VALUE ZEROS.
           05 CO-PTD-LABOR          PIC S9(9)V99 VALUE ZEROS.
       01 WS-RUN-COUNTS.
           05 CT-INVOICES           PIC 9(5)     VALUE ZEROS.
           05 CT-LABOR-LINES        PIC 9(5)     VALUE ZEROS.
           05 CT-REVENUE-POSTED     PIC S9(9)V99 VALUE ZEROS.
           05 CT-LABOR-POSTED       PIC S9(9)V99 VALUE ZEROS.
           05 CT-UNASSIGNED-LABOR   PIC S9(9)V99 VALUE ZEROS.
           05 CT-FLAGGED            PIC 9(5)     VALUE ZEROS.
      *    REPORT PRINT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(30) VALUE
                  'PROJECT PROFITABILITY  MONTH: '.
           05 RH-MONTH              PIC X(06).
           05 FILLER  PIC X(10) VALUE '  BURDEN: '.
           05 RH-BURDEN             PIC ZZ9.
           05 FILLER  PIC X(19) VALUE '%  TARGET MARGIN: '.
           05 RH-TARGET             PIC ZZ9.
           05 FILLER  PIC X(08) VALUE '%  RUN: '.
           05 RH-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(43) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(44) VALUE
                  'PROJECT   OFFICE PERIOD        REVENUE    DI'.
           05 FILLER  PIC X(44) VALUE
                  'RECT LABOR     LOADED COST    GROSS MARGIN  '.
           05 FILLER  PIC X(44) VALUE
                  ' MARGIN%          BUDGET  FLAG'.
       01 RPT-DETAIL-LINE.
           05 RDL-PROJECT           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-OFFICE            PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-PERIOD            PIC X(05).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-REVENUE           PIC ---,---,--9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-LABOR             PIC ---,---,--9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-LOADED            PIC ---,---,--9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-MARGIN            PIC ---,---,--9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-MARGIN-PCT        PIC -----9.9.
           05 RDL-MARGIN-PCT-X REDEFINES RDL-MARGIN-PCT PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-BUDGET            PIC ZZZ,ZZZ,ZZ9.99.
           05 RDL-BUDGET-X REDEFINES RDL-BUDGET PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-FLAG              PIC X(18).
       01 RPT-TOTAL-LINE-1.
           05 FILLER  PIC X(30) VALUE 'INVOICES POSTED:'.
           05 RTL-INVOICES          PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '   REVENUE: '.
           05 RTL-REVENUE-POSTED    PIC ---,---,--9.99.
           05 FILLER                PIC X(71) VALUE SPACES.
       01 RPT-TOTAL-LINE-2.
           05 FILLER  PIC X(30) VALUE 'LABOR LINES POSTED:'.
           05 RTL-LABOR-LINES       PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '   LABOR:   '.
           05 RTL-LABOR-POSTED      PIC ---,---,--9.99.
           05 FILLER  PIC X(22) VALUE '   UNASSIGNED LABOR: '.
           05 RTL-UNASSIGNED        PIC ---,---,--9.99.
           05 FILLER                PIC X(35) VALUE SPACES.
       01 RPT-TOTAL-LINE-3.
           05 FILLER  PIC X(30) VALUE 'PROJECTS FLAGGED:'.
           05 RTL-FLAGGED           PIC ZZZZ9.
           05 FILLER                PIC X(97) VALUE SPACES.
       01 RPT-NO-POST-LINE.
           05 FILLER  PIC X(60) VALUE
                  'POST=N - REPRINTED FROM PROFLEDG, NOTHING POSTED'.
           05 FILLER                PIC X(72) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED AND POSTING-RUN
               PERFORM 200-Post-Invoices
               PERFORM 220-Post-Labor
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 250-Build-Project-Table
               IF  A-TABLE-IS-FULL
                   DISPLAY 'PRJPRF01 - TABLE FULL - RAISE THE TABLE '
                           'LIMIT - NOTHING POSTED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 300-Sort-Projects
               PERFORM 400-Print-Report
               IF  POSTING-RUN
                   PERFORM 680-Save-Ledger
               END-IF
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME(1:4) TO WS-RUN-ISO-YEAR.
           MOVE WS-JOB-START-TIME(5:2) TO WS-RUN-ISO-MONTH.
           MOVE WS-JOB-START-TIME(7:2) TO WS-RUN-ISO-DAY.
           MOVE WS-JOB-START-TIME(1:6) TO WS-RUN-MONTH.
           OPEN OUTPUT PROFIT-REPORT.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Ledger
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 120-Load-Budgets
               PERFORM 140-Load-Office-Days
           END-IF.
      * A table that overflowed would post or report a project
      * short, and the ledger it writes back is the only copy.
           IF  A-TABLE-IS-FULL
               DISPLAY 'PRJPRF01 - TABLE FULL - RAISE THE TABLE '
                       'LIMIT - NOTHING POSTED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS POSTED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'MONTH'
                       PERFORM 015-Validate-Month
                   WHEN 'BURDEN'
                       PERFORM 014-Numeric-Option
                       MOVE WS-OPT-NUMBER TO WS-BURDEN-PCT
                   WHEN 'TARGET'
                       PERFORM 014-Numeric-Option
                       IF  WS-OPT-NUMBER > 100
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-TARGET-PCT
                       END-IF
                   WHEN 'POST'
                       IF  WS-OPT-VALUE = 'Y' OR 'N'
                           MOVE WS-OPT-VALUE TO WS-POST-SW
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       014-Numeric-Option.
           MOVE ZERO TO WS-OPT-LENGTH.
           MOVE ZERO TO WS-OPT-NUMBER.
           INSPECT WS-OPT-VALUE TALLYING WS-OPT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-OPT-LENGTH > ZERO AND WS-OPT-LENGTH < 4
               IF  WS-OPT-VALUE(1:WS-OPT-LENGTH) IS NUMERIC
                   COMPUTE WS-OPT-NUMBER =
                       FUNCTION NUMVAL(WS-OPT-VALUE(1:WS-OPT-LENGTH))
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
      * The month is checked as the first of the month, YYYYMMDD.
       015-Validate-Month.
           MOVE SPACES TO DV-DATE-IN.
           STRING WS-OPT-VALUE(1:6) '01' DELIMITED BY SIZE
               INTO DV-DATE-IN.
           MOVE 'Y'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y' OR WS-OPT-VALUE(7:4) NOT = SPACES
               PERFORM 019-Bad-Option
           ELSE
               MOVE WS-OPT-VALUE(1:6) TO WS-RUN-MONTH
           END-IF.
       019-Bad-Option.
           DISPLAY 'PRJPRF01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * No ledger is the first run - everything starts from zero.
       100-Load-Ledger.
           OPEN INPUT PROFIT-LEDGER.
           IF  PL-OK
               PERFORM 105-Read-Ledger
               PERFORM 110-Store-Ledger-Row UNTIL PL-AT-EOF
               CLOSE PROFIT-LEDGER
           ELSE
               DISPLAY 'PROFLEDG FILE STATUS: ' PL-F-STATUS
               DISPLAY 'PRJPRF01 - NO PROFIT LEDGER - STARTING A '
                       'NEW ONE'
           END-IF.
       105-Read-Ledger.
           READ PROFIT-LEDGER
               AT END MOVE 'Y' TO PL-EOF
           END-READ.
       110-Store-Ledger-Row.
           IF  LG-COUNT < 2000
               ADD 1 TO LG-COUNT
               MOVE PL-PROJECT TO LG-PROJECT(LG-COUNT)
               MOVE PL-MONTH   TO LG-MONTH(LG-COUNT)
               MOVE PL-OFFICE  TO LG-OFFICE(LG-COUNT)
               MOVE PL-REVENUE TO LG-REVENUE(LG-COUNT)
               MOVE PL-LABOR   TO LG-LABOR(LG-COUNT)
               MOVE PL-POSTED  TO LG-POSTED(LG-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
               DISPLAY 'LEDGER TABLE FULL - ' PL-PROJECT ' '
                       PL-MONTH ' DROPPED'
           END-IF.
           PERFORM 105-Read-Ledger.
       120-Load-Budgets.
           OPEN INPUT BUDGET-MASTER.
           IF  PB-OK
               PERFORM 125-Read-Budget
               PERFORM 130-Store-Budget UNTIL PB-AT-EOF
               CLOSE BUDGET-MASTER
           ELSE
               DISPLAY 'PROJBUDG FILE STATUS: ' PB-F-STATUS
               DISPLAY 'PRJPRF01 - NO BUDGET MASTER - NO BUDGETS '
                       'SHOWN'
           END-IF.
       125-Read-Budget.
           READ BUDGET-MASTER
               AT END MOVE 'Y' TO PB-EOF
           END-READ.
       130-Store-Budget.
           MOVE 'N' TO BG-FOUND-SW.
           MOVE 1   TO BG-SUB.
           PERFORM 135-Match-Budget
               UNTIL BG-SUB > BG-COUNT OR BUDGET-FOUND.
           IF  NOT BUDGET-FOUND
               IF  BG-COUNT < 300
                   ADD 1 TO BG-COUNT
                   MOVE PB-PROJECT       TO BG-PROJECT(BG-COUNT)
                   MOVE PB-BUDGET-AMOUNT TO BG-BUDGET(BG-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'BUDGET TABLE FULL - ' PB-PROJECT
                           ' DROPPED'
               END-IF
           END-IF.
           PERFORM 125-Read-Budget.
       135-Match-Budget.
           IF  BG-PROJECT(BG-SUB) = PB-PROJECT
               MOVE 'Y' TO BG-FOUND-SW
           ELSE
               ADD 1 TO BG-SUB
           END-IF.
       140-Load-Office-Days.
           OPEN INPUT EMPROJ-FILE.
           IF  EP-OK
               PERFORM 145-Read-Emproj
               PERFORM 150-Store-Office-Days UNTIL EP-AT-EOF
               CLOSE EMPROJ-FILE
           ELSE
               DISPLAY 'EMPROJ FILE STATUS: ' EP-F-STATUS
               DISPLAY 'PRJPRF01 - NO EMPROJ - OFFICES FROM THE '
                       'LEDGER'
           END-IF.
       145-Read-Emproj.
           READ EMPROJ-FILE
               AT END MOVE 'Y' TO EP-EOF
           END-READ.
       150-Store-Office-Days.
           MOVE 'N' TO OD-FOUND-SW.
           MOVE 1   TO OD-SUB.
           PERFORM 155-Match-Office-Days
               UNTIL OD-SUB > OD-COUNT OR OFFICE-DAYS-FOUND.
           IF  NOT OFFICE-DAYS-FOUND
               IF  OD-COUNT < 500
                   ADD 1 TO OD-COUNT
                   MOVE OD-COUNT           TO OD-SUB
                   MOVE EMP-PROJECT-I      TO OD-PROJECT(OD-SUB)
                   MOVE EMP-STATE-OFFICE-I TO OD-OFFICE(OD-SUB)
                   MOVE ZEROS              TO OD-DAYS(OD-SUB)
                   MOVE 'Y'                TO OD-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'OFFICE TABLE FULL - ' EMP-PROJECT-I
                           ' DROPPED'
               END-IF
           END-IF.
      * A row of no days still names an office, so it counts one.
           IF  OFFICE-DAYS-FOUND
               IF  EMP-NBR-DAYS-ON-PROJ-I IS NUMERIC
               AND EMP-NBR-DAYS-ON-PROJ-I > ZERO
                   ADD EMP-NBR-DAYS-ON-PROJ-I TO OD-DAYS(OD-SUB)
               ELSE
                   ADD 1 TO OD-DAYS(OD-SUB)
               END-IF
           END-IF.
           PERFORM 145-Read-Emproj.
       155-Match-Office-Days.
           IF  OD-PROJECT(OD-SUB) = EMP-PROJECT-I
           AND OD-OFFICE(OD-SUB) = EMP-STATE-OFFICE-I
               MOVE 'Y' TO OD-FOUND-SW
           ELSE
               ADD 1 TO OD-SUB
           END-IF.
      * Each invoice on the summary is revenue to its project in
      * the run month.
       200-Post-Invoices.
           OPEN INPUT INVOICE-SUMMARY.
           IF  IS-OK
               PERFORM 205-Read-Invoice
               PERFORM 210-Post-One-Invoice UNTIL IS-AT-EOF
               CLOSE INVOICE-SUMMARY
           ELSE
               DISPLAY 'INVSUMM FILE STATUS: ' IS-F-STATUS
               DISPLAY 'PRJPRF01 - NO INVOICE SUMMARY - NO REVENUE '
                       'POSTED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       205-Read-Invoice.
           READ INVOICE-SUMMARY
               AT END MOVE 'Y' TO IS-EOF
           END-READ.
       210-Post-One-Invoice.
           IF  IS-INVOICE-TOTAL IS NUMERIC
               ADD 1 TO WS-JOB-RECORD-COUNT
               ADD 1 TO CT-INVOICES
               MOVE IS-PROJECT       TO WS-POST-PROJECT
               MOVE IS-INVOICE-TOTAL TO WS-POST-REVENUE
               MOVE ZEROS            TO WS-POST-LABOR
               PERFORM 240-Post-To-Ledger
               ADD IS-INVOICE-TOTAL TO CT-REVENUE-POSTED
           END-IF.
           PERFORM 205-Read-Invoice.
      * Project debits are direct labor; the UNASSIGN debits are
      * counted but belong to no project.
       220-Post-Labor.
           OPEN INPUT LABOR-EXTRACT.
           IF  LB-OK
               PERFORM 225-Read-Labor
               PERFORM 230-Post-One-Labor-Line UNTIL LB-AT-EOF
               CLOSE LABOR-EXTRACT
           ELSE
               DISPLAY 'LABREXTR FILE STATUS: ' LB-F-STATUS
               DISPLAY 'PRJPRF01 - NO LABOR EXTRACT - NO LABOR '
                       'POSTED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       225-Read-Labor.
           READ LABOR-EXTRACT
               AT END MOVE 'Y' TO LB-EOF
           END-READ.
       230-Post-One-Labor-Line.
           IF  LBX-DR-CR = 'D' AND LBX-AMOUNT IS NUMERIC
               ADD 1 TO WS-JOB-RECORD-COUNT
               IF  LBX-PROJECT = WS-UNASSIGNED-PROJECT
               OR  LBX-PROJECT = SPACES
                   ADD LBX-AMOUNT TO CT-UNASSIGNED-LABOR
               ELSE
                   ADD 1 TO CT-LABOR-LINES
                   MOVE LBX-PROJECT TO WS-POST-PROJECT
                   MOVE ZEROS       TO WS-POST-REVENUE
                   MOVE LBX-AMOUNT  TO WS-POST-LABOR
                   PERFORM 240-Post-To-Ledger
                   ADD LBX-AMOUNT TO CT-LABOR-POSTED
               END-IF
           END-IF.
           PERFORM 225-Read-Labor.
       240-Post-To-Ledger.
           MOVE 'N' TO LG-FOUND-SW.
           MOVE 1   TO LG-SUB.
           PERFORM 245-Match-Ledger-Row
               UNTIL LG-SUB > LG-COUNT OR LEDGER-ROW-FOUND.
           IF  NOT LEDGER-ROW-FOUND
               IF  LG-COUNT < 2000
                   ADD 1 TO LG-COUNT
                   MOVE LG-COUNT        TO LG-SUB
                   MOVE WS-POST-PROJECT TO LG-PROJECT(LG-SUB)
                   MOVE WS-RUN-MONTH    TO LG-MONTH(LG-SUB)
                   MOVE SPACES          TO LG-OFFICE(LG-SUB)
                   MOVE ZEROS           TO LG-REVENUE(LG-SUB)
                   MOVE ZEROS           TO LG-LABOR(LG-SUB)
                   MOVE 'Y'             TO LG-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'LEDGER TABLE FULL - ' WS-POST-PROJECT
                           ' NOT POSTED'
               END-IF
           END-IF.
           IF  LEDGER-ROW-FOUND
               ADD WS-POST-REVENUE   TO LG-REVENUE(LG-SUB)
               ADD WS-POST-LABOR     TO LG-LABOR(LG-SUB)
               MOVE WS-JOB-START-TIME TO LG-POSTED(LG-SUB)
           END-IF.
       245-Match-Ledger-Row.
           IF  LG-PROJECT(LG-SUB) = WS-POST-PROJECT
           AND LG-MONTH(LG-SUB) = WS-RUN-MONTH
               MOVE 'Y' TO LG-FOUND-SW
           ELSE
               ADD 1 TO LG-SUB
           END-IF.
      * Every ledger row up to the run month adds to its project's
      * to-date figures; the run month's row is also the month.
      * The office is the one most EMPROJ days name, else the
      * latest the ledger carried, and goes back on the run month's
      * row so a later month without EMPROJ rows still knows it.
       250-Build-Project-Table.
           PERFORM 255-Add-Ledger-Row-To-Project
               VARYING LG-SUB FROM 1 BY 1 UNTIL LG-SUB > LG-COUNT.
           PERFORM 270-Set-Project-Office
               VARYING PJ-SUB FROM 1 BY 1 UNTIL PJ-SUB > PJ-COUNT.
           PERFORM 280-Stamp-Ledger-Office
               VARYING LG-SUB FROM 1 BY 1 UNTIL LG-SUB > LG-COUNT.
       255-Add-Ledger-Row-To-Project.
           IF  LG-MONTH(LG-SUB) NOT > WS-RUN-MONTH
               PERFORM 260-Find-Project
               IF  PROJECT-FOUND
                   ADD LG-REVENUE(LG-SUB) TO PJ-PTD-REVENUE(PJ-SUB)
                   ADD LG-LABOR(LG-SUB)   TO PJ-PTD-LABOR(PJ-SUB)
                   IF  LG-MONTH(LG-SUB) = WS-RUN-MONTH
                       ADD LG-REVENUE(LG-SUB)
                           TO PJ-MTD-REVENUE(PJ-SUB)
                       ADD LG-LABOR(LG-SUB)
                           TO PJ-MTD-LABOR(PJ-SUB)
                   END-IF
                   IF  LG-OFFICE(LG-SUB) NOT = SPACES
                   AND LG-MONTH(LG-SUB) NOT < PJ-LEDGER-MONTH(PJ-SUB)
                       MOVE LG-OFFICE(LG-SUB) TO PJ-OFFICE(PJ-SUB)
                       MOVE LG-MONTH(LG-SUB)
                           TO PJ-LEDGER-MONTH(PJ-SUB)
                   END-IF
               END-IF
           END-IF.
       260-Find-Project.
           MOVE 'N' TO PJ-FOUND-SW.
           MOVE 1   TO PJ-SUB.
           PERFORM 265-Match-Project
               UNTIL PJ-SUB > PJ-COUNT OR PROJECT-FOUND.
           IF  NOT PROJECT-FOUND
               IF  PJ-COUNT < 300
                   ADD 1 TO PJ-COUNT
                   MOVE PJ-COUNT           TO PJ-SUB
                   MOVE LG-PROJECT(LG-SUB) TO PJ-PROJECT(PJ-SUB)
                   MOVE SPACES             TO PJ-OFFICE(PJ-SUB)
                   MOVE ZEROS              TO PJ-OFFICE-DAYS(PJ-SUB)
                   MOVE SPACES             TO PJ-LEDGER-MONTH(PJ-SUB)
                   MOVE ZEROS              TO PJ-MTD-REVENUE(PJ-SUB)
                   MOVE ZEROS              TO PJ-MTD-LABOR(PJ-SUB)
                   MOVE ZEROS              TO PJ-PTD-REVENUE(PJ-SUB)
                   MOVE ZEROS              TO PJ-PTD-LABOR(PJ-SUB)
                   MOVE 'Y'                TO PJ-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'PROJECT TABLE FULL - '
                           LG-PROJECT(LG-SUB) ' NOT REPORTED'
               END-IF
           END-IF.
       265-Match-Project.
           IF  PJ-PROJECT(PJ-SUB) = LG-PROJECT(LG-SUB)
               MOVE 'Y' TO PJ-FOUND-SW
           ELSE
               ADD 1 TO PJ-SUB
           END-IF.
       270-Set-Project-Office.
           PERFORM 275-Consider-Office-Days
               VARYING OD-SUB FROM 1 BY 1 UNTIL OD-SUB > OD-COUNT.
       275-Consider-Office-Days.
           IF  OD-PROJECT(OD-SUB) = PJ-PROJECT(PJ-SUB)
           AND OD-DAYS(OD-SUB) > PJ-OFFICE-DAYS(PJ-SUB)
               MOVE OD-OFFICE(OD-SUB) TO PJ-OFFICE(PJ-SUB)
               MOVE OD-DAYS(OD-SUB)   TO PJ-OFFICE-DAYS(PJ-SUB)
           END-IF.
       280-Stamp-Ledger-Office.
           IF  LG-MONTH(LG-SUB) = WS-RUN-MONTH
               MOVE 'N' TO PJ-FOUND-SW
               MOVE 1   TO PJ-SUB
               PERFORM 265-Match-Project
                   UNTIL PJ-SUB > PJ-COUNT OR PROJECT-FOUND
               IF  PROJECT-FOUND
                   MOVE PJ-OFFICE(PJ-SUB) TO LG-OFFICE(LG-SUB)
               END-IF
           END-IF.
      * Exchange sort on office then project - the table is small
      * and sorted once per run.
       300-Sort-Projects.
           PERFORM 305-Sort-One-Pass
               VARYING PJ-SUB FROM 1 BY 1 UNTIL PJ-SUB >= PJ-COUNT.
       305-Sort-One-Pass.
           PERFORM 310-Compare-And-Swap
               VARYING PJ-SUB2 FROM PJ-SUB BY 1
               UNTIL PJ-SUB2 > PJ-COUNT.
       310-Compare-And-Swap.
           IF  PJ-KEY(PJ-SUB2) < PJ-KEY(PJ-SUB)
               MOVE PROJECT-TABLE(PJ-SUB)  TO PJ-SWAP-ROW
               MOVE PROJECT-TABLE(PJ-SUB2) TO PROJECT-TABLE(PJ-SUB)
               MOVE PJ-SWAP-ROW            TO PROJECT-TABLE(PJ-SUB2)
           END-IF.
       400-Print-Report.
           MOVE WS-RUN-MONTH   TO RH-MONTH.
           MOVE WS-BURDEN-PCT  TO RH-BURDEN.
           MOVE WS-TARGET-PCT  TO RH-TARGET.
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           IF  NOT POSTING-RUN
               WRITE REPORT-LINE-OUT FROM RPT-NO-POST-LINE
                   AFTER ADVANCING 1
           END-IF.
           WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2.
           IF  PJ-COUNT > ZERO
               MOVE PJ-OFFICE(1) TO WS-CURR-OFFICE
           END-IF.
           PERFORM 410-Print-One-Project
               VARYING PJ-SUB FROM 1 BY 1 UNTIL PJ-SUB > PJ-COUNT.
           IF  PJ-COUNT > ZERO
               PERFORM 450-Print-Office-Total
           END-IF.
           PERFORM 470-Print-Company-Total.
           PERFORM 480-Print-Run-Totals.
       410-Print-One-Project.
           IF  PJ-OFFICE(PJ-SUB) NOT = WS-CURR-OFFICE
               PERFORM 450-Print-Office-Total
               MOVE PJ-OFFICE(PJ-SUB) TO WS-CURR-OFFICE
           END-IF.
           MOVE 'N' TO BG-FOUND-SW.
           MOVE 1   TO BG-SUB.
           PERFORM 415-Match-Project-Budget
               UNTIL BG-SUB > BG-COUNT OR BUDGET-FOUND.
           MOVE SPACES              TO RPT-DETAIL-LINE.
           MOVE PJ-PROJECT(PJ-SUB)  TO RDL-PROJECT.
           IF  PJ-OFFICE(PJ-SUB) = SPACES
               MOVE 'NONE'          TO RDL-OFFICE
           ELSE
               MOVE PJ-OFFICE(PJ-SUB) TO RDL-OFFICE
           END-IF.
           MOVE 'MONTH'                TO RDL-PERIOD.
           MOVE PJ-MTD-REVENUE(PJ-SUB) TO WS-REVENUE.
           MOVE PJ-MTD-LABOR(PJ-SUB)   TO WS-LABOR.
           MOVE 'N'                    TO WS-BUDGET-SW.
           PERFORM 420-Price-And-Print-Line.
           MOVE 'N' TO WS-PROJECT-FLAG-SW.
           IF  RDL-FLAG NOT = SPACES
               MOVE 'Y' TO WS-PROJECT-FLAG-SW
           END-IF.
           MOVE SPACES                 TO RDL-PROJECT.
           MOVE SPACES                 TO RDL-OFFICE.
           MOVE 'TO DT'                TO RDL-PERIOD.
           MOVE PJ-PTD-REVENUE(PJ-SUB) TO WS-REVENUE.
           MOVE PJ-PTD-LABOR(PJ-SUB)   TO WS-LABOR.
           IF  BUDGET-FOUND
               MOVE 'Y'                TO WS-BUDGET-SW
               MOVE BG-BUDGET(BG-SUB)  TO WS-BUDGET
           END-IF.
           PERFORM 420-Price-And-Print-Line.
           IF  RDL-FLAG NOT = SPACES OR WS-PROJECT-FLAG-SW = 'Y'
               ADD 1 TO CT-FLAGGED
           END-IF.
           ADD PJ-MTD-REVENUE(PJ-SUB) TO OF-MTD-REVENUE.
           ADD PJ-MTD-LABOR(PJ-SUB)   TO OF-MTD-LABOR.
           ADD PJ-PTD-REVENUE(PJ-SUB) TO OF-PTD-REVENUE.
           ADD PJ-PTD-LABOR(PJ-SUB)   TO OF-PTD-LABOR.
       415-Match-Project-Budget.
           IF  BG-PROJECT(BG-SUB) = PJ-PROJECT(PJ-SUB)
               MOVE 'Y' TO BG-FOUND-SW
           ELSE
               ADD 1 TO BG-SUB
           END-IF.
      * Loaded cost, margin and margin percent for one line, with
      * the target and budget flags.  A line with neither revenue
      * nor cost has nothing to flag.
       420-Price-And-Print-Line.
           COMPUTE WS-LOADED ROUNDED =
               WS-LABOR + WS-LABOR * WS-BURDEN-PCT / 100.
           COMPUTE WS-MARGIN = WS-REVENUE - WS-LOADED.
           MOVE SPACES TO RDL-FLAG.
           MOVE WS-REVENUE TO RDL-REVENUE.
           MOVE WS-LABOR   TO RDL-LABOR.
           MOVE WS-LOADED  TO RDL-LOADED.
           MOVE WS-MARGIN  TO RDL-MARGIN.
           IF  WS-REVENUE > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-REVENUE
               MOVE WS-MARGIN-PCT TO RDL-MARGIN-PCT
               IF  WS-MARGIN-PCT < WS-TARGET-PCT
                   MOVE 'UNDER TARGET' TO RDL-FLAG
               END-IF
           ELSE
               MOVE SPACES TO RDL-MARGIN-PCT-X
               IF  WS-LOADED NOT = ZERO
                   MOVE 'COST, NO REVENUE' TO RDL-FLAG
               END-IF
           END-IF.
           IF  WS-BUDGET-SW = 'Y'
               MOVE WS-BUDGET TO RDL-BUDGET
               IF  WS-LOADED > WS-BUDGET
                   IF  RDL-FLAG = SPACES
                       MOVE 'OVER BUDGET' TO RDL-FLAG
                   ELSE
                       MOVE SPACES TO RDL-FLAG
                       STRING 'UNDER TGT/OVR BDGT' DELIMITED BY SIZE
                           INTO RDL-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO RDL-BUDGET-X
           END-IF.
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1.
       450-Print-Office-Total.
           MOVE SPACES              TO RPT-DETAIL-LINE.
           MOVE 'OFFICE'            TO RDL-PROJECT.
           IF  WS-CURR-OFFICE = SPACES
               MOVE 'NONE'          TO RDL-OFFICE
           ELSE
               MOVE WS-CURR-OFFICE  TO RDL-OFFICE
           END-IF.
           MOVE 'N'                 TO WS-BUDGET-SW.
           MOVE 'MONTH'             TO RDL-PERIOD.
           MOVE OF-MTD-REVENUE      TO WS-REVENUE.
           MOVE OF-MTD-LABOR        TO WS-LABOR.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
           PERFORM 420-Price-And-Print-Line.
           MOVE SPACES              TO RDL-PROJECT.
           MOVE SPACES              TO RDL-OFFICE.
           MOVE 'TO DT'             TO RDL-PERIOD.
           MOVE OF-PTD-REVENUE      TO WS-REVENUE.
           MOVE OF-PTD-LABOR        TO WS-LABOR.
           PERFORM 420-Price-And-Print-Line.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
           ADD OF-MTD-REVENUE TO CO-MTD-REVENUE.
           ADD OF-MTD-LABOR   TO CO-MTD-LABOR.
           ADD OF-PTD-REVENUE TO CO-PTD-REVENUE.
           ADD OF-PTD-LABOR   TO CO-PTD-LABOR.
           MOVE ZEROS TO OF-MTD-REVENUE.
           MOVE ZEROS TO OF-MTD-LABOR.
           MOVE ZEROS TO OF-PTD-REVENUE.
           MOVE ZEROS TO OF-PTD-LABOR.
       470-Print-Company-Total.
           MOVE SPACES              TO RPT-DETAIL-LINE.
           MOVE 'COMPANY'           TO RDL-PROJECT.
           MOVE 'N'                 TO WS-BUDGET-SW.
           MOVE 'MONTH'             TO RDL-PERIOD.
           MOVE CO-MTD-REVENUE      TO WS-REVENUE.
           MOVE CO-MTD-LABOR        TO WS-LABOR.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
           PERFORM 420-Price-And-Print-Line.
           MOVE SPACES              TO RDL-PROJECT.
           MOVE 'TO DT'             TO RDL-PERIOD.
           MOVE CO-PTD-REVENUE      TO WS-REVENUE.
           MOVE CO-PTD-LABOR        TO WS-LABOR.
           PERFORM 420-Price-And-Print-Line.
       480-Print-Run-Totals.
           MOVE CT-INVOICES         TO RTL-INVOICES.
           MOVE CT-REVENUE-POSTED   TO RTL-REVENUE-POSTED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 3.
           MOVE CT-LABOR-LINES      TO RTL-LABOR-LINES.
           MOVE CT-LABOR-POSTED     TO RTL-LABOR-POSTED.
           MOVE CT-UNASSIGNED-LABOR TO RTL-UNASSIGNED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE CT-FLAGGED          TO RTL-FLAGGED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-3
               AFTER ADVANCING 1.
       680-Save-Ledger.
           OPEN OUTPUT PROFIT-LEDGER.
           PERFORM 685-Write-One-Ledger-Row
               VARYING LG-SUB FROM 1 BY 1 UNTIL LG-SUB > LG-COUNT.
           CLOSE PROFIT-LEDGER.
       685-Write-One-Ledger-Row.
           MOVE SPACES             TO PROFIT-LEDGER-REC.
           MOVE LG-PROJECT(LG-SUB) TO PL-PROJECT.
           MOVE LG-MONTH(LG-SUB)   TO PL-MONTH.
           MOVE LG-OFFICE(LG-SUB)  TO PL-OFFICE.
           MOVE LG-REVENUE(LG-SUB) TO PL-REVENUE.
           MOVE LG-LABOR(LG-SUB)   TO PL-LABOR.
           MOVE LG-POSTED(LG-SUB)  TO PL-POSTED.
           WRITE PROFIT-LEDGER-REC.
       690-Close-Files.
           CLOSE PROFIT-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'PRJPRF01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
