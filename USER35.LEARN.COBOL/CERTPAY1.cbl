       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTPAY1.
      ***** Weekly certified payroll for public-works projects, in
      ***** the WH-347 arrangement the contracting agencies accept.
      ***** A project is public works when its PROJBUDG row carries
      ***** Y in PB-PUBLIC-WORKS; the row's contract number heads
      ***** the project's payroll.  One payroll prints per flagged
      ***** project, listing every worker EMPROJ assigns to it who
      ***** was paid this week:  classification (the worker's
      ***** EMP-PROJECT-POSITION-I), hours for each day of the week
      ***** from the TIMECARD daily detail, total hours, rate paid,
      ***** gross for this project and for all work, the deductions
      ***** and net pay.  Gross, deductions and net come from the
      ***** PAYCHECK detail PAYROL02 cut, priced through the same
      ***** deduction calculation STUBPRT1 prints on the stub, so
      ***** the certified payroll agrees with what the worker was
      ***** handed.
      *****
      ***** EMPROJ carries names only, so a check is matched to its
      ***** assignments on the name normalized to 'FIRST LAST' the
      ***** way LABRDIST does, and a worker on more than one
      ***** project has the hours and gross shared across them in
      ***** proportion to days on project, again as LABRDIST
      ***** charges them.  Deductions and net are for the whole
      ***** check, as the form asks.
      *****
      ***** The PREVWAGE master gives the prevailing hourly rate by
      ***** classification - project, position, effective date
      ***** (YYYYMMDD), base rate and the fringe paid in cash; a
      ***** blank project is the rate for every public-works project
      ***** without a row of its own, and the latest row in effect
      ***** at week end prices the week.  A worker paid less than
      ***** base plus fringe is flagged on the payroll with the
      ***** shortfall - the rate gap times regular hours on the
      ***** project, plus time and a half of the gap on overtime
      ***** hours - and the shortfall goes to CERTMKUP as an
      ***** adjustment ('A') record in the PAYROLL-IN layout,
      ***** appended to PAYROL02's input like COMMIS01's COMPAYW and
      ***** dated the last business day of the open PAYCAL period.
      ***** A shortfall, or a classification with no prevailing
      ***** rate on file, ends the run with CC 4.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     WEEKEND=2026-10-09 FREQ=W
      ***** WEEKEND is the payroll week's last day, defaulting to
      ***** the latest work date on TIMECARD.  FREQ picks the PAYCAL
      ***** frequency (W when not keyed); without a PAYCAL dataset
      ***** PAYDATE=YYYY-MM-DD gives the date make-up pay carries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCHECK-FILE ASSIGN TO PAYCHECK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PC-F-STATUS.
           SELECT TIMECARD-FILE ASSIGN TO TIMECARD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TC-F-STATUS.
           SELECT EMPROJ-FILE ASSIGN TO EMPROJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EP-F-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO PROJBUDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PB-F-STATUS.
           SELECT PREVAILING-WAGE-FILE ASSIGN TO PREVWAGE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PV-F-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CAL-F-STATUS.
           SELECT CERTIFIED-REPORT ASSIGN TO CERTRPT.
           SELECT MAKEUP-PAY-FILE ASSIGN TO CERTMKUP.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYCHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(80).
       FD  TIMECARD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIMECARD-REC.
       01  TIMECARD-REC.
           05  TC-NAME.
               10  TC-FIRST-NAME     PIC X(10).
               10  TC-LAST-NAME      PIC X(10).
           05  TC-EMP-ID             PIC X(08).
           05  TC-WORK-DATE          PIC X(10).
           05  TC-HOURS              PIC 9(02).
           05  TC-HOURS-X REDEFINES TC-HOURS PIC X(02).
           05  TC-HOURLY-RATE        PIC 99V99.
           05  TC-CATEGORY           PIC X(01).
           05  TC-START-TIME         PIC X(04).
           05  TC-STOP-TIME          PIC X(04).
           05  TC-WORK-STATE         PIC X(02).
           05  FILLER                PIC X(25).
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
           05  PB-PERIOD          PIC X(6).
           05  PB-PUBLIC-WORKS    PIC X(1).
               88  PB-IS-PUBLIC-WORKS     VALUE 'Y'.
           05  PB-CONTRACT-NO     PIC X(12).
           05  FILLER             PIC X(42).
       FD  PREVAILING-WAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREVAILING-WAGE-REC.
       01  PREVAILING-WAGE-REC.
           05  PV-PROJECT         PIC X(8).
           05  PV-POSITION        PIC X(8).
           05  PV-EFFECTIVE-FROM  PIC X(8).
           05  PV-BASE-RATE       PIC 99V99.
           05  PV-FRINGE-RATE     PIC 99V99.
           05  PV-TITLE           PIC X(20).
           05  FILLER             PIC X(28).
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
       FD  CERTIFIED-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CERT-LINE-OUT.
       01  CERT-LINE-OUT          PIC X(80).
       FD  MAKEUP-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAKEUP-PAY-REC.
       01  MAKEUP-PAY-REC         PIC X(80).
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
       77 PC-F-STATUS               PIC X(02) VALUE SPACES.
           88 PC-OK                           VALUE '00'.
       77 TC-F-STATUS               PIC X(02) VALUE SPACES.
           88 TC-OK                           VALUE '00'.
       77 EP-F-STATUS               PIC X(02) VALUE SPACES.
           88 EP-OK                           VALUE '00'.
       77 PB-F-STATUS               PIC X(02) VALUE SPACES.
           88 PB-OK                           VALUE '00'.
       77 PV-F-STATUS               PIC X(02) VALUE SPACES.
           88 PV-OK                           VALUE '00'.
       77 CAL-F-STATUS              PIC X(02) VALUE SPACES.
           88 CAL-OK                          VALUE '00'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 TC-EOF                    PIC X(01) VALUE 'N'.
           88 TC-AT-EOF                       VALUE 'Y'.
       77 EP-EOF                    PIC X(01) VALUE 'N'.
           88 EP-AT-EOF                       VALUE 'Y'.
       77 PB-EOF                    PIC X(01) VALUE 'N'.
           88 PB-AT-EOF                       VALUE 'Y'.
       77 PV-EOF                    PIC X(01) VALUE 'N'.
           88 PV-AT-EOF                       VALUE 'Y'.
       77 CAL-EOF                   PIC X(01) VALUE 'N'.
           88 CAL-AT-EOF                      VALUE 'Y'.
       77 TIMECARD-AVAILABLE        PIC X(01) VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. WEEKEND=2026-10-09 FREQ=W
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-OPTIONS.
          05 WS-WEEK-END-ISO        PIC X(10) VALUE SPACES.
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
      * The open pay period and the date make-up pay carries.
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
      * The payroll week - seven days ending WS-WEEK-END-ISO, held
      * as day numbers so a work date finds its column directly.
       01 WS-WEEK-WORK.
           05 WS-WEEK-END-YMD       PIC 9(8)  VALUE 0.
           05 WS-WEEK-END-INT       PIC S9(9) VALUE 0.
           05 WS-CARD-YMD           PIC 9(8)  VALUE 0.
           05 WS-CARD-YMD-X REDEFINES WS-CARD-YMD PIC X(8).
           05 WS-CARD-INT           PIC S9(9) VALUE 0.
           05 WS-DAY-INDEX          PIC S9(9) VALUE 0.
           05 WS-COLUMN-INT         PIC S9(9) VALUE 0.
           05 WS-COLUMN-YMD         PIC 9(8)  VALUE 0.
           05 WS-COLUMN-YMD-X REDEFINES WS-COLUMN-YMD PIC X(8).
           05 WS-WEEKDAY            PIC 9(1)  VALUE 0.
           05 WS-LATEST-WORK-DATE   PIC X(10) VALUE SPACES.
       01 WS-DAY-LETTER-VALUES      PIC X(07) VALUE 'SMTWTFS'.
       01 WS-DAY-LETTERS REDEFINES WS-DAY-LETTER-VALUES.
           05 WS-DAY-LETTER OCCURS 7 TIMES PIC X(01).
       77 DAY-SUB                   PIC 9(1) COMP VALUE 0.
      * Public-works projects - PROJBUDG rows flagged Y, one entry
      * per project however many budget periods it carries.
       01 PROJECT-TABLE-AREA.
           05 PJ-COUNT              PIC 9(3) COMP VALUE 0.
           05 PJ-SUB                PIC 9(3) COMP VALUE 0.
           05 PROJECT-TABLE OCCURS 100 TIMES.
               10 PJ-PROJECT        PIC X(08).
               10 PJ-CONTRACT-NO    PIC X(12).
       01 PROJECT-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 PROJECT-TABLE-IS-FULL           VALUE 'Y'.
      * Prevailing rates by project and classification
       01 PREVAILING-TABLE-AREA.
           05 PV-COUNT              PIC 9(3) COMP VALUE 0.
           05 PV-SUB                PIC 9(3) COMP VALUE 0.
           05 PREVAILING-TABLE OCCURS 300 TIMES.
               10 PT-PROJECT        PIC X(08).
               10 PT-POSITION       PIC X(08).
               10 PT-EFFECTIVE-FROM PIC X(08).
               10 PT-BASE-RATE      PIC 99V99.
               10 PT-FRINGE-RATE    PIC 99V99.
               10 PT-TITLE          PIC X(20).
       01 PREVAILING-TABLE-FULL     PIC X(01) VALUE 'N'.
           88 PREVAILING-TABLE-IS-FULL        VALUE 'Y'.
      * EMPROJ assignments - matched on the 'FIRST LAST' name.
       01 ASSIGN-TABLE-AREA.
           05 AS-COUNT              PIC 9(3) COMP VALUE 0.
           05 AS-SUB                PIC 9(3) COMP VALUE 0.
           05 AS-OTHER-SUB          PIC 9(3) COMP VALUE 0.
           05 ASSIGN-TABLE OCCURS 200 TIMES.
               10 AS-EMP-NAME       PIC X(20).
               10 AS-PROJECT        PIC X(08).
               10 AS-POSITION       PIC X(08).
               10 AS-DAYS           PIC 9(3).
       01 ASSIGN-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 ASSIGN-TABLE-IS-FULL            VALUE 'Y'.
      * Hours per day of the payroll week, per employee
       01 TIMECARD-TABLE-AREA.
           05 TT-COUNT              PIC 9(4) COMP VALUE 0.
           05 TT-SUB                PIC 9(4) COMP VALUE 0.
           05 TIMECARD-TABLE OCCURS 500 TIMES.
               10 TT-EMP-ID         PIC X(08).
               10 TT-HOURLY-RATE    PIC 99V99.
               10 TT-DAY-HOURS OCCURS 7 TIMES PIC 9(3).
       01 TIMECARD-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 TIMECARD-TABLE-IS-FULL          VALUE 'Y'.
      * The week's checks, summed per employee over every PAYCHECK
      * detail the employee was paid on.
       01 EMPLOYEE-TABLE-AREA.
           05 EM-COUNT              PIC 9(4) COMP VALUE 0.
           05 EM-SUB                PIC 9(4) COMP VALUE 0.
           05 EMPLOYEE-TABLE OCCURS 500 TIMES.
               10 EM-EMP-ID         PIC X(08).
               10 EM-NORM-NAME      PIC X(20).
               10 EM-FIRST-NAME     PIC X(10).
               10 EM-LAST-NAME      PIC X(10).
               10 EM-CATEGORY       PIC X(01).
               10 EM-WORK-STATE     PIC X(02).
               10 EM-PAY-FREQ       PIC X(01).
               10 EM-HOURS          PIC 9(3).
               10 EM-GROSS          PIC 9(6)V99.
               10 EM-FEDERAL-TAX    PIC 9(6)V99.
               10 EM-FICA-TAX       PIC 9(6)V99.
               10 EM-STATE-TAX      PIC 9(6)V99.
               10 EM-OTHER-DED      PIC 9(6)V99.
               10 EM-NET-PAY        PIC S9(6)V99.
               10 EM-TC-SUB         PIC 9(4) COMP.
       01 EMPLOYEE-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 EMPLOYEE-TABLE-IS-FULL          VALUE 'Y'.
       01 WS-FOUND-SW               PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND                     VALUE 'Y'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
       01 PC-DETAIL-REC.
           05 PC-NAME.
              10 PC-FIRST-NAME        PIC X(10).
              10 FILLER               PIC XX.
              10 PC-LAST-NAME         PIC X(10).
           05  FILLER                 PIC X(02).
           05  PC-DATE                PIC X(10).
           05  FILLER                 PIC X(02).
           05  PC-HOURLY-RATE         PIC X(05).
           05  FILLER                 PIC X(02).
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
      * Deduction calculation - the same calls and fallbacks as
      * STUBPRT1's 240-Calculate-Deductions.
       01 FEDWH-PARMS.
           05  FW-EMP-ID              PIC X(08)   VALUE SPACES.
           05  FW-PAY-DATE            PIC X(10)   VALUE SPACES.
           05  FW-PAY-FREQ            PIC X(01)   VALUE SPACE.
           05  FW-GROSS               PIC 9(6)V99 VALUE ZEROS.
           05  FW-WITHHELD            PIC 9(6)V99 VALUE ZEROS.
           05  FW-FOUND               PIC X(01)   VALUE 'N'.
           05  FW-W4-TABLE-FULL       PIC X(01)   VALUE 'N'.
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
           05  SW-WITHHELD            PIC 9(6)V99 VALUE ZEROS.
           05  SW-FOUND               PIC X(01)   VALUE 'N'.
       01 ELECDED-PARMS.
           05  ED-EMP-ID          PIC X(08)   VALUE SPACES.
           05  ED-PAY-DATE        PIC X(10)   VALUE SPACES.
           05  ED-GROSS           PIC 9(6)V99 VALUE ZEROS.
           05  ED-FOUND           PIC X(01)   VALUE 'N'.
           05  ED-TOTAL-DEDUCTION PIC 9(6)V99 VALUE ZEROS.
           05  ED-TOTAL-MATCH     PIC 9(6)V99 VALUE ZEROS.
           05  ED-LINE-COUNT      PIC 9(02)   VALUE ZEROS.
           05  ED-LINE OCCURS 10 TIMES.
               10  ED-PLAN-CODE   PIC X(04).
               10  ED-AMOUNT      PIC 9(6)V99.
       01  WS-DEDUCTIONS.
           05  WS-GROSS-PAY                PIC 9(6)V99 VALUE ZEROS.
           05  WS-FEDERAL-TAX-RATE         PIC V999    VALUE .150.
           05  WS-STATE-TAX-RATE           PIC V999    VALUE .050.
           05  WS-BENEFITS-DEDUCTION       PIC 9(3)V99 VALUE 75.00.
           05  WS-FEDERAL-TAX-AMT          PIC 9(6)V99 VALUE ZEROS.
           05  WS-STATE-TAX-AMT            PIC 9(6)V99 VALUE ZEROS.
           05  WS-SS-TAX-AMT               PIC 9(6)V99 VALUE ZEROS.
           05  WS-MED-TAX-AMT              PIC 9(6)V99 VALUE ZEROS.
           05  WS-BENEFITS-AMT             PIC 9(6)V99 VALUE ZEROS.
           05  WS-NET-PAY                  PIC S9(6)V99 VALUE ZEROS.
      * The PAYCHECK hours column is zero-suppressed (PIC ZZ).
       01  WS-HOURS-EDIT.
           05  WS-HOURS-X                  PIC X(02)   VALUE SPACES.
           05  WS-HOURS-NUM                PIC 9(02)   VALUE ZEROS.
       01  WS-NORM-NAME                    PIC X(20)   VALUE SPACES.
      * One worker's share of a project and the prevailing-rate test
       01 WS-WORKER-WORK.
           05 WS-ROW-WEIGHT         PIC 9(5)     VALUE ZEROS.
           05 WS-TOTAL-WEIGHT       PIC 9(5)     VALUE ZEROS.
           05 WS-ASSIGN-ROWS        PIC 9(5)     VALUE ZEROS.
           05 WS-SHARE              PIC 9V9(4)   VALUE ZEROS.
           05 WS-PROJ-HOURS         PIC 9(3)V9   VALUE ZEROS.
           05 WS-REG-HOURS          PIC 9(3)V9   VALUE ZEROS.
           05 WS-OT-HOURS           PIC 9(3)V9   VALUE ZEROS.
           05 WS-STRAIGHT-HOURS     PIC 9(3)V9   VALUE ZEROS.
           05 WS-PROJ-GROSS         PIC 9(6)V99  VALUE ZEROS.
           05 WS-RATE-PAID          PIC 99V99    VALUE ZEROS.
           05 WS-PREVAILING-RATE    PIC 99V99    VALUE ZEROS.
           05 WS-RATE-GAP           PIC 99V99    VALUE ZEROS.
           05 WS-SHORTFALL          PIC 9(6)V99  VALUE ZEROS.
           05 WS-BEST-EFFECTIVE     PIC X(08)    VALUE SPACES.
           05 WS-BEST-EXACT-SW      PIC X(01)    VALUE 'N'.
           05 WS-RATE-FOUND-SW      PIC X(01)    VALUE 'N'.
               88 PREVAILING-RATE-FOUND          VALUE 'Y'.
       77 WS-PAY-MAXIMUM            PIC 9(3)V99 VALUE 999.99.
       01 PROJECT-TOTALS.
           05 PT-WORKERS            PIC 9(5)     VALUE ZEROS.
           05 PT-HOURS              PIC 9(5)V9   VALUE ZEROS.
           05 PT-GROSS              PIC 9(7)V99  VALUE ZEROS.
           05 PT-SHORTFALL          PIC 9(7)V99  VALUE ZEROS.
       01 RUN-COUNTERS.
           05 CTR-PROJECTS          PIC 9(5)     VALUE ZEROS.
           05 CTR-WORKER-LINES      PIC 9(5)     VALUE ZEROS.
           05 CTR-UNDERPAID         PIC 9(5)     VALUE ZEROS.
           05 CTR-NO-RATE           PIC 9(5)     VALUE ZEROS.
           05 CTR-MAKEUP-RECORDS    PIC 9(5)     VALUE ZEROS.
           05 CTR-OUTSIDE-WEEK      PIC 9(5)     VALUE ZEROS.
           05 CTR-TOTAL-SHORTFALL   PIC 9(7)V99  VALUE ZEROS.
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
      * Make-up pay record in the PAYROLL-IN layout
       01 MAKEUP-OUT-REC.
           05 MU-NAME.
               10 MU-FIRST-NAME      PIC X(10).
               10 MU-LAST-NAME       PIC X(10).
           05 MU-DATE                PIC X(10).
           05 MU-HOURLY-RATE         PIC 99V99.
           05 MU-HOURS-WORKED        PIC 9(2).
           05 MU-CATEGORY            PIC X(1).
           05 MU-GROSS-PAY           PIC 999V99.
           05 MU-EMP-ID              PIC X(08).
           05 MU-REC-TYPE            PIC X(01).
           05 MU-WORK-STATE          PIC X(02).
           05 MU-PAY-TYPE            PIC X(01).
           05 MU-ANNUAL-SALARY       PIC 9(6)V99.
           05 MU-PAY-FREQ            PIC X(01).
           05 FILLER                 PIC X(17).
      *    CERTIFIED PAYROLL PRINT LINES
       01 CERT-COMPANY-LINE.
           05 FILLER    PIC X(25) VALUE SPACES.
           05 FILLER    PIC X(30) VALUE 'ACME MANUFACTURING COMPANY'.
       01 CERT-TITLE-LINE.
           05 FILLER    PIC X(14) VALUE SPACES.
           05 FILLER    PIC X(50) VALUE
              'CERTIFIED PAYROLL - PREVAILING WAGE (WH-347 FORM)'.
       01 CERT-PROJECT-LINE.
           05 FILLER    PIC X(09) VALUE 'PROJECT: '.
           05 CPL-PROJECT      PIC X(08).
           05 FILLER    PIC X(15) VALUE '  CONTRACT NO: '.
           05 CPL-CONTRACT-NO  PIC X(12).
           05 FILLER    PIC X(15) VALUE '  WEEK ENDING: '.
           05 CPL-WEEK-END     PIC X(10).
       01 CERT-COLUMN-LINE-1.
           05 FILLER    PIC X(21) VALUE 'WORKER'.
           05 FILLER    PIC X(09) VALUE 'CLASS'.
           05 CC1-DAY-GROUP OCCURS 7 TIMES.
               10 FILLER         PIC X(01).
               10 CC1-DAY-TEXT   PIC X(02).
               10 FILLER         PIC X(02).
           05 FILLER    PIC X(13) VALUE ' TOTAL   RATE'.
       01 CERT-COLUMN-LINE-2.
           05 FILLER    PIC X(30) VALUE '  EMP ID'.
           05 CC2-DAY-GROUP OCCURS 7 TIMES.
               10 FILLER         PIC X(01).
               10 CC2-DAY-TEXT   PIC X(02).
               10 FILLER         PIC X(02).
           05 FILLER    PIC X(13) VALUE ' HOURS   PAID'.
       01 CERT-COLUMN-LINE-3.
           05 FILLER    PIC X(11) VALUE SPACES.
           05 FILLER    PIC X(18) VALUE ' PROJ GRS ALL WORK'.
           05 FILLER    PIC X(18) VALUE '   FED WH     FICA'.
           05 FILLER    PIC X(18) VALUE ' STATE WH    OTHER'.
           05 FILLER    PIC X(10) VALUE '   NET PAY'.
       01 CERT-DETAIL-LINE-1.
           05 CD1-NAME         PIC X(20).
           05 FILLER           PIC X(01).
           05 CD1-CLASS        PIC X(08).
           05 FILLER           PIC X(01).
           05 CD1-DAY-GROUP OCCURS 7 TIMES.
               10 FILLER       PIC X(01).
               10 CD1-DAY      PIC Z9.9.
           05 FILLER           PIC X(01).
           05 CD1-TOTAL        PIC ZZ9.9.
           05 FILLER           PIC X(02).
           05 CD1-RATE         PIC ZZ.99.
       01 CERT-DETAIL-LINE-2.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CD2-EMP-ID       PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CD2-PROJ-GROSS   PIC ZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CD2-ALL-GROSS    PIC ZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CD2-FED          PIC ZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CD2-FICA         PIC ZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CD2-STATE        PIC ZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CD2-OTHER        PIC ZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CD2-NET          PIC ZZZZ9.99-.
       01 CERT-SHORT-LINE.
           05 FILLER    PIC X(27) VALUE '  ** BELOW PREVAILING RATE '.
           05 CSL-PREVAILING   PIC ZZ.99.
           05 FILLER    PIC X(13) VALUE ' - SHORTFALL '.
           05 CSL-SHORTFALL    PIC $$,$$9.99.
           05 FILLER    PIC X(01) VALUE SPACE.
           05 CSL-ACTION       PIC X(24).
       01 CERT-NO-RATE-LINE.
           05 FILLER    PIC X(40) VALUE
              '  ** NO PREVAILING RATE ON PREVWAGE FOR '.
           05 FILLER    PIC X(19) VALUE 'THIS CLASSIFICATION'.
       01 CERT-NO-WORKERS-LINE.
           05 FILLER    PIC X(40) VALUE
              'NO WORKERS PAID ON THIS PROJECT THIS WEE'.
           05 FILLER    PIC X(01) VALUE 'K'.
       01 CERT-TOTAL-LINE.
           05 FILLER    PIC X(16) VALUE 'PROJECT TOTALS  '.
           05 FILLER    PIC X(09) VALUE 'WORKERS: '.
           05 CTL-WORKERS      PIC ZZZZ9.
           05 FILLER    PIC X(09) VALUE '  HOURS: '.
           05 CTL-HOURS        PIC ZZZZ9.9.
           05 FILLER    PIC X(09) VALUE '  GROSS: '.
           05 CTL-GROSS        PIC $$,$$$,$$9.99.
       01 CERT-SHORT-TOTAL-LINE.
           05 FILLER    PIC X(25) VALUE SPACES.
           05 FILLER    PIC X(29) VALUE
              'SHORTFALL TO BE MADE UP:     '.
           05 CSTL-SHORTFALL   PIC $$,$$$,$$9.99.
       01 CERT-STATEMENT-LINES.
           05 FILLER    PIC X(40) VALUE
              'STATEMENT OF COMPLIANCE'.
           05 FILLER    PIC X(40) VALUE SPACES.
           05 FILLER    PIC X(35) VALUE
              'THE UNDERSIGNED CERTIFIES THAT THE '.
           05 FILLER    PIC X(45) VALUE
              'PAYROLL ABOVE IS CORRECT AND COMPLETE,'.
           05 FILLER    PIC X(40) VALUE
              'THAT EACH WORKER HAS BEEN PAID NOT LESS '.
           05 FILLER    PIC X(40) VALUE
              'THAN THE PREVAILING WAGE RATE FOR'.
           05 FILLER    PIC X(37) VALUE
              'THE CLASSIFICATION EXCEPT AS FLAGGED '.
           05 FILLER    PIC X(43) VALUE
              'ABOVE, AND THAT EVERY SHORTFALL'.
           05 FILLER    PIC X(39) VALUE
              'FLAGGED IS BEING PAID TO THE WORKER AS '.
           05 FILLER    PIC X(41) VALUE
              'MAKE-UP PAY.'.
       01 CERT-STATEMENT-TABLE REDEFINES CERT-STATEMENT-LINES.
           05 CERT-STATEMENT-LINE OCCURS 5 TIMES PIC X(80).
       77 ST-SUB                    PIC 9(1) COMP VALUE 0.
       01 CERT-SIGNATURE-LINE.
           05 FILLER    PIC X(40) VALUE
              'SIGNATURE: ______________________  TITLE'.
           05 FILLER    PIC X(31) VALUE
              ': ______________  DATE: _______'.
       01 SUMMARY-TITLE-LINE.
           05 FILLER    PIC X(20) VALUE SPACES.
           05 FILLER    PIC X(40) VALUE
              'CERTIFIED PAYROLL RUN SUMMARY'.
       01 SUMMARY-COUNT-LINE.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 SCL-LABEL        PIC X(40).
           05 SCL-COUNT        PIC ZZ,ZZ9.
       01 SUMMARY-AMOUNT-LINE.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 SAL-LABEL        PIC X(40).
           05 SAL-AMOUNT       PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Read-Paycheck
               PERFORM 210-Price-One-Check UNTIL PC-AT-EOF
               CLOSE PAYCHECK-FILE
               IF  EMPLOYEE-TABLE-IS-FULL
                   DISPLAY 'CERTPAY1 - EMPLOYEE TABLE FULL - RAISE '
                           'THE TABLE LIMIT - NOTHING CERTIFIED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 400-Print-One-Project
                   VARYING PJ-SUB FROM 1 BY 1 UNTIL PJ-SUB > PJ-COUNT
               PERFORM 600-Write-Run-Summary
           END-IF.
           PERFORM 690-Close-Files.
           IF  FW-W4-TABLE-FULL = 'Y'
               DISPLAY 'CERTPAY1 - W-4 TABLE FULL - FEDERAL TAX '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
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
           OPEN OUTPUT CERTIFIED-REPORT.
           OPEN OUTPUT MAKEUP-PAY-FILE.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 030-Set-Earnings-Date
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Projects
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 120-Load-Prevailing-Wages
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 140-Load-Assignments
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 160-Load-Timecards
           END-IF.
      * A table that overflowed would drop workers from a payroll
      * the company signs as complete.
           IF  PROJECT-TABLE-IS-FULL OR PREVAILING-TABLE-IS-FULL
            OR ASSIGN-TABLE-IS-FULL OR TIMECARD-TABLE-IS-FULL
               DISPLAY 'CERTPAY1 - TABLE FULL - RAISE THE TABLE '
                       'LIMIT - NOTHING CERTIFIED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN INPUT PAYCHECK-FILE
               IF  NOT PC-OK
                   DISPLAY 'PAYCHECK FILE STATUS: ' PC-F-STATUS
                   DISPLAY 'CERTPAY1 - NO PAYCHECK DETAIL - RUN '
                           'REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS CERTIFIED
      *    AND NO MAKE-UP PAY IS WRITTEN.
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
                   WHEN 'WEEKEND'
                       MOVE WS-OPT-VALUE TO DV-DATE-IN
                       PERFORM 015-Validate-Date
                       MOVE WS-OPT-VALUE TO WS-WEEK-END-ISO
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
           DISPLAY 'CERTPAY1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * PAYROL02 pays a detail only on a business day inside the
      * period it is paying, so make-up pay is dated the last
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
                   DISPLAY 'CERTPAY1 - NO PAY PERIOD ON THE CALENDAR '
                           'FOR FREQUENCY ' WS-RUN-PAY-FREQ
                           ' PAID ON OR AFTER ' WS-RUN-DATE-ISO
                           ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
               IF  WS-KEYED-PAY-DATE NOT = SPACES
                   DISPLAY 'CERTPAY1 - KEYED PAYDATE IGNORED - '
                           'PAY CALENDAR IN USE'
               END-IF
           ELSE
               DISPLAY 'PAY CALENDAR STATUS: ' CAL-F-STATUS
               DISPLAY 'NO PAY CALENDAR - PAY DATE FROM OPTIONS CARD'
               IF  WS-KEYED-PAY-DATE = SPACES
                   DISPLAY 'CERTPAY1 - NO PAYDATE=YYYY-MM-DD ON THE '
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
               MOVE SPACE TO DV-FUNCTION
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
                   DISPLAY 'CERTPAY1 - PAY PERIOD ' PCAL-PERIOD-START
                           ' TO ' PCAL-PERIOD-END ' ALREADY PAID ON '
                           PCAL-PAID-DATE ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               ELSE
                   MOVE PCAL-PERIOD-END TO WS-PERIOD-END
               END-IF
           ELSE
               PERFORM 032-Read-Calendar-Record
           END-IF.
      * Without the flags there is nothing to certify - the run is
      * refused rather than printing an empty payroll.
       100-Load-Projects.
           OPEN INPUT BUDGET-MASTER.
           IF  PB-OK
               PERFORM 105-Read-Budget
               PERFORM 110-Store-Project UNTIL PB-AT-EOF
               CLOSE BUDGET-MASTER
               IF  PJ-COUNT = ZERO
                   DISPLAY 'CERTPAY1 - NO PUBLIC-WORKS PROJECT FLAGGED '
                           'ON PROJBUDG'
               END-IF
           ELSE
               DISPLAY 'CERTPAY1 - PROJBUDG FILE STATUS: ' PB-F-STATUS
               DISPLAY 'CERTPAY1 - NO PROJECT BUDGET MASTER - RUN '
                       'REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Budget.
           READ BUDGET-MASTER
               AT END MOVE 'Y' TO PB-EOF
           END-READ.
       110-Store-Project.
           IF  PB-IS-PUBLIC-WORKS
               MOVE 'N' TO WS-FOUND-SW
               PERFORM 115-Match-Project
                   VARYING PJ-SUB FROM 1 BY 1
                   UNTIL PJ-SUB > PJ-COUNT OR ENTRY-FOUND
               IF  NOT ENTRY-FOUND
                   IF  PJ-COUNT < 100
                       ADD 1 TO PJ-COUNT
                       MOVE PB-PROJECT     TO PJ-PROJECT(PJ-COUNT)
                       MOVE PB-CONTRACT-NO TO PJ-CONTRACT-NO(PJ-COUNT)
                   ELSE
                       MOVE 'Y' TO PROJECT-TABLE-FULL
                   END-IF
               END-IF
           END-IF.
           PERFORM 105-Read-Budget.
       115-Match-Project.
           IF  PJ-PROJECT(PJ-SUB) = PB-PROJECT
               MOVE 'Y' TO WS-FOUND-SW
               IF  PJ-CONTRACT-NO(PJ-SUB) = SPACES
                   MOVE PB-CONTRACT-NO TO PJ-CONTRACT-NO(PJ-SUB)
               END-IF
           END-IF.
       120-Load-Prevailing-Wages.
           OPEN INPUT PREVAILING-WAGE-FILE.
           IF  PV-OK
               PERFORM 125-Read-Prevailing-Wage
               PERFORM 130-Store-Prevailing-Wage UNTIL PV-AT-EOF
               CLOSE PREVAILING-WAGE-FILE
           ELSE
               DISPLAY 'CERTPAY1 - PREVWAGE FILE STATUS: ' PV-F-STATUS
               DISPLAY 'CERTPAY1 - NO PREVAILING WAGE TABLE - RUN '
                       'REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Prevailing-Wage.
           READ PREVAILING-WAGE-FILE
               AT END MOVE 'Y' TO PV-EOF
           END-READ.
       130-Store-Prevailing-Wage.
           IF  PV-COUNT < 300
               ADD 1 TO PV-COUNT
               MOVE PV-PROJECT        TO PT-PROJECT(PV-COUNT)
               MOVE PV-POSITION       TO PT-POSITION(PV-COUNT)
               MOVE PV-EFFECTIVE-FROM TO PT-EFFECTIVE-FROM(PV-COUNT)
               MOVE PV-BASE-RATE      TO PT-BASE-RATE(PV-COUNT)
               MOVE PV-FRINGE-RATE    TO PT-FRINGE-RATE(PV-COUNT)
               MOVE PV-TITLE          TO PT-TITLE(PV-COUNT)
           ELSE
               MOVE 'Y' TO PREVAILING-TABLE-FULL
           END-IF.
           PERFORM 125-Read-Prevailing-Wage.
       140-Load-Assignments.
           OPEN INPUT EMPROJ-FILE.
           IF  EP-OK
               PERFORM 145-Read-Assignment
               PERFORM 150-Store-Assignment UNTIL EP-AT-EOF
               CLOSE EMPROJ-FILE
           ELSE
               DISPLAY 'CERTPAY1 - EMPROJ FILE STATUS: ' EP-F-STATUS
               DISPLAY 'CERTPAY1 - NO PROJECT ASSIGNMENTS - RUN '
                       'REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       145-Read-Assignment.
           READ EMPROJ-FILE
               AT END MOVE 'Y' TO EP-EOF
           END-READ.
       150-Store-Assignment.
           IF  AS-COUNT < 200
               ADD 1 TO AS-COUNT
               MOVE EMP-NAME-I             TO AS-EMP-NAME(AS-COUNT)
               MOVE EMP-PROJECT-I          TO AS-PROJECT(AS-COUNT)
               MOVE EMP-PROJECT-POSITION-I TO AS-POSITION(AS-COUNT)
               IF  EMP-NBR-DAYS-ON-PROJ-I IS NUMERIC
                   MOVE EMP-NBR-DAYS-ON-PROJ-I TO AS-DAYS(AS-COUNT)
               ELSE
                   MOVE ZEROS TO AS-DAYS(AS-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO ASSIGN-TABLE-FULL
           END-IF.
           PERFORM 145-Read-Assignment.
      * The week ends on the keyed WEEKEND date or, without one, on
      * the latest work date on the file - found on a first pass.
      * A salaried worker keys no timecards; the day columns print
      * blank and the hours come from the check.
       160-Load-Timecards.
           IF  WS-WEEK-END-ISO = SPACES
               OPEN INPUT TIMECARD-FILE
               IF  TC-OK
                   PERFORM 165-Read-Timecard
                   PERFORM 168-Note-Latest-Date UNTIL TC-AT-EOF
                   CLOSE TIMECARD-FILE
                   MOVE 'N' TO TC-EOF
                   MOVE WS-LATEST-WORK-DATE TO WS-WEEK-END-ISO
               END-IF
           END-IF.
           IF  WS-WEEK-END-ISO = SPACES
               DISPLAY 'CERTPAY1 - NO WEEKEND= AND NO TIMECARDS TO '
                       'DATE THE WEEK - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE WS-WEEK-END-ISO TO DV-DATE-IN
               PERFORM 185-Iso-To-Day-Number
               MOVE WS-CARD-YMD TO WS-WEEK-END-YMD
               MOVE WS-CARD-INT TO WS-WEEK-END-INT
               OPEN INPUT TIMECARD-FILE
               IF  TC-OK
                   PERFORM 165-Read-Timecard
                   PERFORM 170-Store-Timecard UNTIL TC-AT-EOF
                   CLOSE TIMECARD-FILE
               ELSE
                   DISPLAY 'CERTPAY1 - TIMECARD FILE STATUS: '
                           TC-F-STATUS
                   DISPLAY 'CERTPAY1 - NO TIMECARDS - DAILY HOURS '
                           'NOT SHOWN'
                   MOVE 'N' TO TIMECARD-AVAILABLE
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
       165-Read-Timecard.
           READ TIMECARD-FILE
               AT END MOVE 'Y' TO TC-EOF
           END-READ.
       168-Note-Latest-Date.
           IF  TC-WORK-DATE > WS-LATEST-WORK-DATE
               MOVE TC-WORK-DATE TO WS-LATEST-WORK-DATE
           END-IF.
           PERFORM 165-Read-Timecard.
      * Hours TIMECRD1 would reject (not numeric, over 24) are left
      * out here too; a card dated outside the week is counted on
      * the summary.
       170-Store-Timecard.
           IF  TC-HOURS-X IS NUMERIC AND TC-HOURS NOT > 24
               MOVE TC-WORK-DATE TO DV-DATE-IN
               PERFORM 185-Iso-To-Day-Number
               COMPUTE WS-DAY-INDEX =
                   WS-CARD-INT - WS-WEEK-END-INT + 7
               IF  WS-DAY-INDEX < 1 OR WS-DAY-INDEX > 7
                   ADD 1 TO CTR-OUTSIDE-WEEK
               ELSE
                   PERFORM 175-Find-Timecard-Entry
                   IF  TT-SUB > 0
                       ADD TC-HOURS
                           TO TT-DAY-HOURS(TT-SUB, WS-DAY-INDEX)
                       IF  TC-HOURLY-RATE IS NUMERIC
                           MOVE TC-HOURLY-RATE
                               TO TT-HOURLY-RATE(TT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 165-Read-Timecard.
       175-Find-Timecard-Entry.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO TT-SUB.
           PERFORM 178-Match-Timecard-Entry
               UNTIL TT-SUB > TT-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
               IF  TT-COUNT < 500
                   ADD 1 TO TT-COUNT
                   MOVE TT-COUNT  TO TT-SUB
                   MOVE TC-EMP-ID TO TT-EMP-ID(TT-SUB)
                   MOVE ZEROS     TO TT-HOURLY-RATE(TT-SUB)
                   PERFORM 179-Clear-One-Day
                       VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7
               ELSE
                   MOVE 'Y' TO TIMECARD-TABLE-FULL
                   MOVE 0   TO TT-SUB
               END-IF
           END-IF.
       178-Match-Timecard-Entry.
           IF  TT-EMP-ID(TT-SUB) = TC-EMP-ID
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO TT-SUB
           END-IF.
       179-Clear-One-Day.
           MOVE ZEROS TO TT-DAY-HOURS(TT-SUB, DAY-SUB).
      * ISO date in DV-DATE-IN to YYYYMMDD and its day number; a
      * date that is not one leaves day number zero, which falls
      * outside any week.
       185-Iso-To-Day-Number.
           MOVE ZEROS TO WS-CARD-YMD.
           MOVE ZEROS TO WS-CARD-INT.
           MOVE 'I'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
               MOVE DV-DATE-OUT TO WS-CARD-YMD-X
               COMPUTE WS-CARD-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CARD-YMD)
           END-IF.
       200-Read-Paycheck.
           READ PAYCHECK-FILE
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
      * Every check is priced, on the projects or not, so FICAWH's
      * year to date runs the same as it did on the stubs.
       210-Price-One-Check.
           MOVE PAYCHECK-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL
               ADD 1 TO WS-JOB-RECORD-COUNT
               PERFORM 220-Calculate-Deductions
               PERFORM 240-Accumulate-Employee
           END-IF.
           IF  PC-TYPE-VOID
               PERFORM 260-Reverse-Void-FICA
           END-IF.
           PERFORM 200-Read-Paycheck.
       220-Calculate-Deductions.
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
           IF  SW-FOUND = 'Y'
               MOVE SW-WITHHELD TO WS-STATE-TAX-AMT
           ELSE
               COMPUTE WS-STATE-TAX-AMT ROUNDED =
                    WS-GROSS-PAY * WS-STATE-TAX-RATE
           END-IF.
           MOVE PC-EMP-ID    TO ED-EMP-ID.
           MOVE PC-DATE      TO ED-PAY-DATE.
           MOVE WS-GROSS-PAY TO ED-GROSS.
           CALL 'ELECDED' USING ELECDED-PARMS.
           IF  ED-FOUND = 'Y'
               MOVE ED-TOTAL-DEDUCTION TO WS-BENEFITS-AMT
           ELSE
               MOVE WS-BENEFITS-DEDUCTION TO WS-BENEFITS-AMT
           END-IF.
           COMPUTE WS-NET-PAY ROUNDED = WS-GROSS-PAY -
                WS-FEDERAL-TAX-AMT - WS-SS-TAX-AMT - WS-MED-TAX-AMT -
                WS-STATE-TAX-AMT - WS-BENEFITS-AMT.
      * Hours come only from the checks that carried hours, so an
      * adjustment adds its gross without diluting the rate.
       240-Accumulate-Employee.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 245-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
               IF  EM-COUNT < 500
                   ADD 1 TO EM-COUNT
                   MOVE EM-COUNT TO EM-SUB
                   PERFORM 250-Add-Employee
               ELSE
                   MOVE 'Y' TO EMPLOYEE-TABLE-FULL
                   MOVE 0   TO EM-SUB
               END-IF
           END-IF.
           IF  EM-SUB > 0
               MOVE PC-HOURS-WORKED TO WS-HOURS-X
               INSPECT WS-HOURS-X REPLACING LEADING ' ' BY '0'
               IF  WS-HOURS-X IS NUMERIC
                   MOVE WS-HOURS-X TO WS-HOURS-NUM
               ELSE
                   MOVE ZEROS      TO WS-HOURS-NUM
               END-IF
               IF  WS-HOURS-NUM > ZERO
                   ADD WS-HOURS-NUM   TO EM-HOURS(EM-SUB)
                   MOVE PC-CATEGORY   TO EM-CATEGORY(EM-SUB)
               END-IF
               ADD WS-GROSS-PAY       TO EM-GROSS(EM-SUB)
               ADD WS-FEDERAL-TAX-AMT TO EM-FEDERAL-TAX(EM-SUB)
               ADD WS-SS-TAX-AMT      TO EM-FICA-TAX(EM-SUB)
               ADD WS-MED-TAX-AMT     TO EM-FICA-TAX(EM-SUB)
               ADD WS-STATE-TAX-AMT   TO EM-STATE-TAX(EM-SUB)
               ADD WS-BENEFITS-AMT    TO EM-OTHER-DED(EM-SUB)
               ADD WS-NET-PAY         TO EM-NET-PAY(EM-SUB)
           END-IF.
       245-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = PC-EMP-ID
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
       250-Add-Employee.
           MOVE PC-EMP-ID     TO EM-EMP-ID(EM-SUB).
           MOVE SPACES        TO WS-NORM-NAME.
           STRING PC-FIRST-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  PC-LAST-NAME  DELIMITED BY SIZE
                  INTO WS-NORM-NAME.
           MOVE WS-NORM-NAME  TO EM-NORM-NAME(EM-SUB).
           MOVE PC-FIRST-NAME TO EM-FIRST-NAME(EM-SUB).
           MOVE PC-LAST-NAME  TO EM-LAST-NAME(EM-SUB).
           MOVE PC-CATEGORY   TO EM-CATEGORY(EM-SUB).
           MOVE PC-STATE      TO EM-WORK-STATE(EM-SUB).
           MOVE PC-PAY-FREQ   TO EM-PAY-FREQ(EM-SUB).
           MOVE ZEROS         TO EM-HOURS(EM-SUB)
                                 EM-GROSS(EM-SUB)
                                 EM-FEDERAL-TAX(EM-SUB)
                                 EM-FICA-TAX(EM-SUB)
                                 EM-STATE-TAX(EM-SUB)
                                 EM-OTHER-DED(EM-SUB)
                                 EM-NET-PAY(EM-SUB).
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO TT-SUB.
           PERFORM 255-Match-Check-Timecards
               UNTIL TT-SUB > TT-COUNT OR ENTRY-FOUND.
           IF  ENTRY-FOUND
               MOVE TT-SUB TO EM-TC-SUB(EM-SUB)
           ELSE
               MOVE 0      TO EM-TC-SUB(EM-SUB)
           END-IF.
           MOVE 'Y' TO WS-FOUND-SW.
       255-Match-Check-Timecards.
           IF  TT-EMP-ID(TT-SUB) = PC-EMP-ID
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO TT-SUB
           END-IF.
      * A void prints nothing but backs its wages out of the year
      * to date, as PAYROL02 did.
       260-Reverse-Void-FICA.
           MOVE 'R'              TO FI-FUNCTION.
           MOVE PC-EMP-ID        TO FI-EMP-ID.
           MOVE PC-DATE          TO FI-PAY-DATE.
           MOVE PC-GROSS-PAY-NUM TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
      * One payroll per public-works project, on its own page.
       400-Print-One-Project.
           ADD 1 TO CTR-PROJECTS.
           INITIALIZE PROJECT-TOTALS.
           MOVE PJ-PROJECT(PJ-SUB)     TO CPL-PROJECT.
           MOVE PJ-CONTRACT-NO(PJ-SUB) TO CPL-CONTRACT-NO.
           MOVE WS-WEEK-END-ISO        TO CPL-WEEK-END.
           PERFORM 405-Set-Day-Headings
               VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7.
           WRITE CERT-LINE-OUT FROM CERT-COMPANY-LINE
               AFTER ADVANCING PAGE.
           WRITE CERT-LINE-OUT FROM CERT-TITLE-LINE
               AFTER ADVANCING 1.
           WRITE CERT-LINE-OUT FROM CERT-PROJECT-LINE
               AFTER ADVANCING 2.
           WRITE CERT-LINE-OUT FROM CERT-COLUMN-LINE-1
               AFTER ADVANCING 2.
           WRITE CERT-LINE-OUT FROM CERT-COLUMN-LINE-2
               AFTER ADVANCING 1.
           WRITE CERT-LINE-OUT FROM CERT-COLUMN-LINE-3
               AFTER ADVANCING 1.
           PERFORM 420-Print-One-Worker
               VARYING AS-SUB FROM 1 BY 1 UNTIL AS-SUB > AS-COUNT.
           IF  PT-WORKERS = ZERO
               WRITE CERT-LINE-OUT FROM CERT-NO-WORKERS-LINE
                   AFTER ADVANCING 2
           END-IF.
           MOVE PT-WORKERS TO CTL-WORKERS.
           MOVE PT-HOURS   TO CTL-HOURS.
           MOVE PT-GROSS   TO CTL-GROSS.
           WRITE CERT-LINE-OUT FROM CERT-TOTAL-LINE
               AFTER ADVANCING 2.
           IF  PT-SHORTFALL > ZERO
               MOVE PT-SHORTFALL TO CSTL-SHORTFALL
               WRITE CERT-LINE-OUT FROM CERT-SHORT-TOTAL-LINE
                   AFTER ADVANCING 1
           END-IF.
           PERFORM 490-Print-Statement-Line
               VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 5.
           WRITE CERT-LINE-OUT FROM CERT-SIGNATURE-LINE
               AFTER ADVANCING 3.
      * Each day column is headed by its weekday letter and day of
      * the month; day number MOD 7 is 0 on a Sunday.
       405-Set-Day-Headings.
           COMPUTE WS-COLUMN-INT = WS-WEEK-END-INT - 7 + DAY-SUB.
           COMPUTE WS-COLUMN-YMD =
               FUNCTION DATE-OF-INTEGER(WS-COLUMN-INT).
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-COLUMN-INT, 7).
           MOVE SPACES TO CC1-DAY-TEXT(DAY-SUB).
           MOVE WS-DAY-LETTER(WS-WEEKDAY + 1)
               TO CC1-DAY-TEXT(DAY-SUB)(2:1).
           MOVE WS-COLUMN-YMD-X(7:2) TO CC2-DAY-TEXT(DAY-SUB).
       420-Print-One-Worker.
           IF  AS-PROJECT(AS-SUB) = PJ-PROJECT(PJ-SUB)
               MOVE 'N' TO WS-FOUND-SW
               MOVE 1   TO EM-SUB
               PERFORM 422-Match-Worker-Name
                   UNTIL EM-SUB > EM-COUNT OR ENTRY-FOUND
               IF  ENTRY-FOUND
                   PERFORM 430-Share-Worker-Week
                   PERFORM 440-Test-Prevailing-Rate
                   PERFORM 460-Write-Worker-Lines
               END-IF
           END-IF.
       422-Match-Worker-Name.
           IF  EM-NORM-NAME(EM-SUB) = AS-EMP-NAME(AS-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
      * The worker's share of this project is the days on it over
      * the days on all the worker's assignments; with no days
      * keyed on any of them each assignment counts equally.
      * The rate paid is the hourly rate keyed on the worker's
      * timecards - the PAYCHECK rate column holds only one dollar
      * digit.  A worker with no timecards is rated at the
      * straight-time equivalent of the gross, overtime hours
      * counted at time and a half.
       430-Share-Worker-Week.
           MOVE ZEROS TO WS-TOTAL-WEIGHT.
           MOVE ZEROS TO WS-ASSIGN-ROWS.
           PERFORM 432-Add-Assignment-Days
               VARYING AS-OTHER-SUB FROM 1 BY 1
               UNTIL AS-OTHER-SUB > AS-COUNT.
           IF  WS-TOTAL-WEIGHT = ZERO
               MOVE 1              TO WS-ROW-WEIGHT
               MOVE WS-ASSIGN-ROWS TO WS-TOTAL-WEIGHT
           ELSE
               MOVE AS-DAYS(AS-SUB) TO WS-ROW-WEIGHT
           END-IF.
           COMPUTE WS-SHARE ROUNDED = WS-ROW-WEIGHT / WS-TOTAL-WEIGHT.
           COMPUTE WS-PROJ-HOURS ROUNDED =
               EM-HOURS(EM-SUB) * WS-SHARE.
           IF  EM-HOURS(EM-SUB) > 40
               COMPUTE WS-REG-HOURS ROUNDED = 40 * WS-SHARE
               COMPUTE WS-OT-HOURS =
                   WS-PROJ-HOURS - WS-REG-HOURS
           ELSE
               MOVE WS-PROJ-HOURS TO WS-REG-HOURS
               MOVE ZEROS         TO WS-OT-HOURS
           END-IF.
           COMPUTE WS-PROJ-GROSS ROUNDED =
               EM-GROSS(EM-SUB) * WS-SHARE.
           MOVE ZEROS TO WS-RATE-PAID.
           IF  EM-TC-SUB(EM-SUB) > 0
               MOVE EM-TC-SUB(EM-SUB) TO TT-SUB
               MOVE TT-HOURLY-RATE(TT-SUB) TO WS-RATE-PAID
           END-IF.
           IF  WS-RATE-PAID = ZERO AND EM-HOURS(EM-SUB) > ZERO
               MOVE EM-HOURS(EM-SUB) TO WS-STRAIGHT-HOURS
               IF  EM-HOURS(EM-SUB) > 40
                   COMPUTE WS-STRAIGHT-HOURS = EM-HOURS(EM-SUB) - 40
                   MULTIPLY 1.5 BY WS-STRAIGHT-HOURS
                   ADD 40 TO WS-STRAIGHT-HOURS
               END-IF
               DIVIDE EM-GROSS(EM-SUB) BY WS-STRAIGHT-HOURS
                   GIVING WS-RATE-PAID ROUNDED
           END-IF.
       432-Add-Assignment-Days.
           IF  AS-EMP-NAME(AS-OTHER-SUB) = AS-EMP-NAME(AS-SUB)
               ADD AS-DAYS(AS-OTHER-SUB) TO WS-TOTAL-WEIGHT
               ADD 1                     TO WS-ASSIGN-ROWS
           END-IF.
      * The latest row in effect at week end for the project and
      * classification; a row for this project outranks the blank
      * project row that covers all public works.
       440-Test-Prevailing-Rate.
           MOVE 'N'    TO WS-RATE-FOUND-SW.
           MOVE 'N'    TO WS-BEST-EXACT-SW.
           MOVE SPACES TO WS-BEST-EFFECTIVE.
           MOVE ZEROS  TO WS-PREVAILING-RATE.
           MOVE ZEROS  TO WS-SHORTFALL.
           PERFORM 445-Consider-Rate-Row
               VARYING PV-SUB FROM 1 BY 1 UNTIL PV-SUB > PV-COUNT.
           IF  PREVAILING-RATE-FOUND
               IF  WS-RATE-PAID < WS-PREVAILING-RATE
                   COMPUTE WS-RATE-GAP =
                       WS-PREVAILING-RATE - WS-RATE-PAID
                   COMPUTE WS-SHORTFALL ROUNDED = WS-RATE-GAP *
                       (WS-REG-HOURS + WS-OT-HOURS * 1.5)
               END-IF
           ELSE
               ADD 1   TO CTR-NO-RATE
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       445-Consider-Rate-Row.
           IF  PT-POSITION(PV-SUB) = AS-POSITION(AS-SUB)
           AND PT-EFFECTIVE-FROM(PV-SUB) NOT > WS-WEEK-END-YMD
               IF  PT-PROJECT(PV-SUB) = PJ-PROJECT(PJ-SUB)
                   IF  WS-BEST-EXACT-SW = 'N'
                    OR PT-EFFECTIVE-FROM(PV-SUB) > WS-BEST-EFFECTIVE
                       PERFORM 448-Take-Rate-Row
                       MOVE 'Y' TO WS-BEST-EXACT-SW
                   END-IF
               ELSE
                   IF  PT-PROJECT(PV-SUB) = SPACES
                   AND WS-BEST-EXACT-SW = 'N'
                   AND PT-EFFECTIVE-FROM(PV-SUB) > WS-BEST-EFFECTIVE
                       PERFORM 448-Take-Rate-Row
                   END-IF
               END-IF
           END-IF.
       448-Take-Rate-Row.
           MOVE 'Y' TO WS-RATE-FOUND-SW.
           MOVE PT-EFFECTIVE-FROM(PV-SUB) TO WS-BEST-EFFECTIVE.
           COMPUTE WS-PREVAILING-RATE =
               PT-BASE-RATE(PV-SUB) + PT-FRINGE-RATE(PV-SUB).
       460-Write-Worker-Lines.
           ADD 1 TO PT-WORKERS.
           ADD 1 TO CTR-WORKER-LINES.
           ADD WS-PROJ-HOURS TO PT-HOURS.
           ADD WS-PROJ-GROSS TO PT-GROSS.
           MOVE SPACES              TO CERT-DETAIL-LINE-1.
           MOVE AS-EMP-NAME(AS-SUB) TO CD1-NAME.
           MOVE AS-POSITION(AS-SUB) TO CD1-CLASS.
           IF  EM-TC-SUB(EM-SUB) > 0
               MOVE EM-TC-SUB(EM-SUB) TO TT-SUB
               PERFORM 465-Set-Day-Hours
                   VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 7
           END-IF.
           MOVE WS-PROJ-HOURS       TO CD1-TOTAL.
           MOVE WS-RATE-PAID        TO CD1-RATE.
           WRITE CERT-LINE-OUT FROM CERT-DETAIL-LINE-1
               AFTER ADVANCING 2.
           MOVE EM-EMP-ID(EM-SUB)      TO CD2-EMP-ID.
           MOVE WS-PROJ-GROSS          TO CD2-PROJ-GROSS.
           MOVE EM-GROSS(EM-SUB)       TO CD2-ALL-GROSS.
           MOVE EM-FEDERAL-TAX(EM-SUB) TO CD2-FED.
           MOVE EM-FICA-TAX(EM-SUB)    TO CD2-FICA.
           MOVE EM-STATE-TAX(EM-SUB)   TO CD2-STATE.
           MOVE EM-OTHER-DED(EM-SUB)   TO CD2-OTHER.
           MOVE EM-NET-PAY(EM-SUB)     TO CD2-NET.
           WRITE CERT-LINE-OUT FROM CERT-DETAIL-LINE-2
               AFTER ADVANCING 1.
           IF  NOT PREVAILING-RATE-FOUND
               WRITE CERT-LINE-OUT FROM CERT-NO-RATE-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF  WS-SHORTFALL > ZERO
               PERFORM 470-Write-Makeup-Pay
           END-IF.
      * The week's hours on a day, shared to this project
       465-Set-Day-Hours.
           IF  TT-DAY-HOURS(TT-SUB, DAY-SUB) > ZERO
               COMPUTE CD1-DAY(DAY-SUB) ROUNDED =
                   TT-DAY-HOURS(TT-SUB, DAY-SUB) * WS-SHARE
           END-IF.
      * A shortfall past what the PAYROL02 gross column carries is
      * flagged for manual keying instead of written.
       470-Write-Makeup-Pay.
           ADD 1 TO CTR-UNDERPAID.
           MOVE 'Y' TO WS-WARNING-SW.
           ADD WS-SHORTFALL TO PT-SHORTFALL.
           ADD WS-SHORTFALL TO CTR-TOTAL-SHORTFALL.
           IF  WS-SHORTFALL > WS-PAY-MAXIMUM
               MOVE 'OVER MAX - KEY MANUALLY' TO CSL-ACTION
           ELSE
               MOVE SPACES                  TO MAKEUP-OUT-REC
               MOVE EM-FIRST-NAME(EM-SUB)   TO MU-FIRST-NAME
               MOVE EM-LAST-NAME(EM-SUB)    TO MU-LAST-NAME
               MOVE WS-EARNINGS-DATE        TO MU-DATE
               MOVE WS-PREVAILING-RATE      TO MU-HOURLY-RATE
               MOVE ZEROS                   TO MU-HOURS-WORKED
               MOVE EM-CATEGORY(EM-SUB)     TO MU-CATEGORY
               MOVE WS-SHORTFALL            TO MU-GROSS-PAY
               MOVE EM-EMP-ID(EM-SUB)       TO MU-EMP-ID
               MOVE 'A'                     TO MU-REC-TYPE
               MOVE EM-WORK-STATE(EM-SUB)   TO MU-WORK-STATE
               MOVE 'H'                     TO MU-PAY-TYPE
               MOVE ZEROS                   TO MU-ANNUAL-SALARY
               MOVE EM-PAY-FREQ(EM-SUB)     TO MU-PAY-FREQ
               WRITE MAKEUP-PAY-REC FROM MAKEUP-OUT-REC
               ADD 1 TO CTR-MAKEUP-RECORDS
               MOVE 'MAKE-UP PAY WRITTEN'   TO CSL-ACTION
           END-IF.
           MOVE WS-PREVAILING-RATE TO CSL-PREVAILING.
           MOVE WS-SHORTFALL       TO CSL-SHORTFALL.
           WRITE CERT-LINE-OUT FROM CERT-SHORT-LINE
               AFTER ADVANCING 1.
       490-Print-Statement-Line.
           IF  ST-SUB = 1
               WRITE CERT-LINE-OUT FROM CERT-STATEMENT-LINE(ST-SUB)
                   AFTER ADVANCING 3
           ELSE
               WRITE CERT-LINE-OUT FROM CERT-STATEMENT-LINE(ST-SUB)
                   AFTER ADVANCING 1
           END-IF.
       600-Write-Run-Summary.
           WRITE CERT-LINE-OUT FROM CERT-COMPANY-LINE
               AFTER ADVANCING PAGE.
           WRITE CERT-LINE-OUT FROM SUMMARY-TITLE-LINE
               AFTER ADVANCING 1.
           MOVE 'PUBLIC-WORKS PROJECTS CERTIFIED'  TO SCL-LABEL.
           MOVE CTR-PROJECTS                       TO SCL-COUNT.
           WRITE CERT-LINE-OUT FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 2.
           MOVE 'WORKER LINES PRINTED'             TO SCL-LABEL.
           MOVE CTR-WORKER-LINES                   TO SCL-COUNT.
           WRITE CERT-LINE-OUT FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'PAID BELOW PREVAILING RATE'       TO SCL-LABEL.
           MOVE CTR-UNDERPAID                      TO SCL-COUNT.
           WRITE CERT-LINE-OUT FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'MAKE-UP PAY RECORDS WRITTEN'      TO SCL-LABEL.
           MOVE CTR-MAKEUP-RECORDS                 TO SCL-COUNT.
           WRITE CERT-LINE-OUT FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'CLASSIFICATIONS WITH NO PREVAILING RATE'
                                                   TO SCL-LABEL.
           MOVE CTR-NO-RATE                        TO SCL-COUNT.
           WRITE CERT-LINE-OUT FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'TIMECARD DAYS OUTSIDE THE WEEK'   TO SCL-LABEL.
           MOVE CTR-OUTSIDE-WEEK                   TO SCL-COUNT.
           WRITE CERT-LINE-OUT FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'TOTAL SHORTFALL'                  TO SAL-LABEL.
           MOVE CTR-TOTAL-SHORTFALL                TO SAL-AMOUNT.
           WRITE CERT-LINE-OUT FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 2.
       690-Close-Files.
           CLOSE CERTIFIED-REPORT.
           CLOSE MAKEUP-PAY-FILE.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'CERTPAY1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-ISO-DAY.
