       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACR01.
      ***** Month-end payroll accrual.  GLPOST01 posts wages when
      ***** they are paid, so a pay period still open at month end
      ***** leaves the month short the days already worked.  This
      ***** run finds, on the PAYCAL pay-period calendar, every
      ***** period that has started by the last day of the month but
      ***** whose check date falls after it, and takes the share of
      ***** the period's working days (Monday to Friday) that fall in
      ***** the month.  Each employee's gross by pay category on the
      ***** latest check in PAYCHECK - concatenate the last run of
      ***** each pay frequency on the DD - is priced at that share for
      ***** the employee's frequency, and the employer tax load
      ***** (LOAD= percent, default 7.65 - the employer FICA) is
      ***** added on top.  Adjustments ('ADJ') and voids are one-off
      ***** and are not accrued.
      *****
      ***** The accrual is written to GLACCR in GLPOST01's
      ***** GL-EXTRACT layout, dated the last day of the month: a
      ***** debit per pay category through GLMAP, the tax load to
      ***** GLMAP category T, and the credits to accrued wages and
      ***** accrued payroll tax.  The auto-reversal is the same entry
      ***** with debits and credits swapped, dated the first of the
      ***** next month, on GLACRV - posted with the next month's
      ***** GLPOST01 extract it takes the accrued days back out of
      ***** the full period GLPOST01 posts when the checks are paid.
      *****
      ***** The month is the one before the run date unless a
      ***** MONTH=YYYY-MM option is keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CAL-F-STATUS.
           SELECT PAYCHECK-FILE ASSIGN TO PAYCHECK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PC-F-STATUS.
           SELECT GL-ACCOUNT-MAP ASSIGN TO GLMAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GM-F-STATUS.
           SELECT ACCRUAL-EXTRACT ASSIGN TO GLACCR.
           SELECT REVERSAL-EXTRACT ASSIGN TO GLACRV.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT ACCRUAL-REPORT ASSIGN TO ACCRRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-CALENDAR-REC.
      * PAYCAL01's pay-period calendar
       01  PAY-CALENDAR-REC.
           05  PCAL-FREQ          PIC X(01).
           05  PCAL-YEAR          PIC 9(04).
           05  PCAL-PERIOD-NO     PIC 9(02).
           05  PCAL-PERIOD-START  PIC X(10).
           05  PCAL-PERIOD-END    PIC X(10).
           05  PCAL-CHECK-DATE    PIC X(10).
           05  PCAL-SCHED-DATE    PIC X(10).
           05  PCAL-STATUS        PIC X(01).
           05  PCAL-PAID-DATE     PIC X(08).
           05  FILLER             PIC X(24).
       FD  PAYCHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(80).
       FD  GL-ACCOUNT-MAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GL-MAP-REC.
       01  GL-MAP-REC.
           05  GM-CATEGORY        PIC X(01).
           05  GM-GL-ACCOUNT      PIC X(08).
           05  GM-DESCRIPTION     PIC X(25).
           05  FILLER             PIC X(06).
       FD  ACCRUAL-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCRUAL-EXTRACT-REC.
       01  ACCRUAL-EXTRACT-REC    PIC X(80).
       FD  REVERSAL-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVERSAL-EXTRACT-REC.
       01  REVERSAL-EXTRACT-REC   PIC X(80).
       FD  CYCLE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-CONTROL-REC.
      * Hand-off control line - every producer writes what it cut
      * per interface, every consumer what it actually read, and
      * CYCBAL1 proves the pairs agree across the whole cycle.
       01  CYCLE-CONTROL-REC.
           05  CC-INTERFACE       PIC X(8).
           05  CC-ROLE            PIC X(1).
           05  CC-JOB             PIC X(8).
           05  CC-STAMP           PIC X(15).
           05  CC-COUNT           PIC 9(7).
           05  CC-AMOUNT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(27).
       FD  ACCRUAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(80).
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
       77 CAL-F-STATUS              PIC X(02) VALUE SPACES.
           88 CAL-OK                          VALUE '00'.
       77 PC-F-STATUS               PIC X(02) VALUE SPACES.
           88 PC-OK                           VALUE '00'.
       77 GM-F-STATUS               PIC X(02) VALUE SPACES.
           88 GM-OK                           VALUE '00'.
       77 CAL-EOF                   PIC X(01) VALUE 'N'.
           88 CAL-AT-EOF                      VALUE 'Y'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 GM-EOF                    PIC X(01) VALUE 'N'.
           88 GM-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 ACCRUAL-WARNING                 VALUE 'Y'.
       77 WS-OUTPUT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 OUTPUT-IS-OPEN                  VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. MONTH=2026-09 LOAD=7.65
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 4 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-LOAD-SPLIT.
          05 WS-LOAD-WHOLE          PIC X(03) VALUE SPACES.
          05 WS-LOAD-FRACTION       PIC X(03) VALUE SPACES.
          05 WS-LOAD-WHOLE-LEN      PIC 9(02) VALUE 0.
          05 WS-LOAD-FRACTION-LEN   PIC 9(02) VALUE 0.
      *    EMPLOYER TAX LOAD IN PERCENT OF ACCRUED WAGES
       01 WS-TAX-LOAD-PCT           PIC 9(02)V99 VALUE 7.65.
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
      * The month being closed - first and last day YYYYMMDD, the
      * last day and the first of the next month as YYYY-MM-DD
       01 WS-MONTH-ISO.
           05 WS-MONTH-YEAR         PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-MONTH-MONTH        PIC 9(02).
           05 FILLER                PIC X(03) VALUE '-01'.
       01 WS-MONTH-ISO-X REDEFINES WS-MONTH-ISO PIC X(10).
       01 WS-MONTH-FIRST-YMD        PIC X(08) VALUE SPACES.
       01 WS-MONTH-LAST-YMD         PIC X(08) VALUE SPACES.
       01 WS-MONTH-LAST-ISO         PIC X(10) VALUE SPACES.
       01 WS-REVERSAL-ISO           PIC X(10) VALUE SPACES.
       01 WS-MONTH-END-DAY          PIC S9(9) VALUE 0.
       01 WS-NEXT-MONTH-DAY         PIC S9(9) VALUE 0.
      * Pay-period calendar, dates held as YYYYMMDD
       01 CALENDAR-TABLE-AREA.
           05 CT-COUNT              PIC 9(4) COMP VALUE 0.
           05 CT-SUB                PIC 9(4) COMP VALUE 0.
           05 CALENDAR-TABLE OCCURS 600 TIMES.
               10 CT-FREQ           PIC X(01).
               10 CT-START-YMD      PIC X(08).
               10 CT-END-YMD        PIC X(08).
               10 CT-CHECK-YMD      PIC X(08).
               10 CT-START-ISO      PIC X(10).
               10 CT-END-ISO        PIC X(10).
               10 CT-CHECK-ISO      PIC X(10).
       01 CALENDAR-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 CALENDAR-TABLE-IS-FULL          VALUE 'Y'.
      * Share of a period's pay earned in the month, by frequency,
      * summed over every period still unpaid at month end
       01 FREQUENCY-VALUES.
           05 FILLER                PIC X(01) VALUE 'W'.
           05 FILLER                PIC X(01) VALUE 'B'.
           05 FILLER                PIC X(01) VALUE 'S'.
           05 FILLER                PIC X(01) VALUE 'M'.
       01 FREQUENCY-CODES REDEFINES FREQUENCY-VALUES.
           05 FQ-CODE               PIC X(01) OCCURS 4 TIMES.
       01 FREQUENCY-SHARE-AREA.
           05 FQ-SUB                PIC 9     COMP VALUE 0.
           05 FQ-SHARE              PIC 9V9999 OCCURS 4 TIMES
                                    VALUE ZERO.
       01 FREQUENCY-FOUND-SW        PIC X(01) VALUE 'N'.
           88 FREQUENCY-FOUND                 VALUE 'Y'.
       01 WS-LOOKUP-FREQ            PIC X(01) VALUE SPACE.
      * Working days counted between two day numbers.  Day one of
      * the integer calendar (1601-01-01) was a Monday, so the
      * remainder over seven is 1 Monday through 5 Friday.
       01 WS-WEEKDAY-WORK.
           05 WS-DAY-FROM           PIC S9(9) VALUE 0.
           05 WS-DAY-TO             PIC S9(9) VALUE 0.
           05 WS-DAY-NUMBER         PIC S9(9) VALUE 0.
           05 WS-DAY-QUOTIENT       PIC S9(9) VALUE 0.
           05 WS-DAY-REMAINDER      PIC S9(1) VALUE 0.
           05 WS-WEEKDAYS           PIC 9(03) VALUE 0.
           05 WS-PERIOD-WEEKDAYS    PIC 9(03) VALUE 0.
           05 WS-EARNED-WEEKDAYS    PIC 9(03) VALUE 0.
           05 WS-PERIOD-SHARE       PIC 9V9999 VALUE 0.
      * Latest check per employee and pay category
       01 PAYCHECK-TABLE-AREA.
           05 PK-COUNT              PIC 9(4) COMP VALUE 0.
           05 PK-SUB                PIC 9(4) COMP VALUE 0.
           05 PAYCHECK-TABLE OCCURS 2000 TIMES.
               10 PK-EMP-ID         PIC X(08).
               10 PK-NAME           PIC X(22).
               10 PK-CATEGORY       PIC X(01).
               10 PK-FREQ           PIC X(01).
               10 PK-DATE           PIC X(10).
               10 PK-GROSS          PIC S9(7)V99.
       01 PAYCHECK-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 PAYCHECK-TABLE-IS-FULL          VALUE 'Y'.
       01 PAYCHECK-FOUND-SW         PIC X(01) VALUE 'N'.
           88 PAYCHECK-FOUND                  VALUE 'Y'.
       01 WS-GROSS-PAY-NUM          PIC S9(5)V99 VALUE ZEROS.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * PAYROLL-OUT lays it out
       01 PC-DETAIL-REC.
           05 PC-NAME              PIC X(22).
           05 FILLER               PIC X(02).
           05 PC-DATE              PIC X(10).
           05 FILLER               PIC X(02).
           05 PC-HOURLY-RATE       PIC X(05).
           05 FILLER               PIC X(02).
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
           05 PC-PAY-FREQ          PIC X(01).
           05 PC-REC-FLAG          PIC X(05).
               88 PC-FLAG-ADJUSTMENT      VALUE 'ADJ  '.
           05 PC-STATE             PIC X(02).
           05 PC-REC-TYPE          PIC X(01).
               88 PC-TYPE-DETAIL          VALUE 'D'.
      * Account-map table loaded from GLMAP, with the accrued
      * wages per category
       01 GL-MAP-TABLE-AREA.
           05 GMT-ENTRY-COUNT       PIC 9(2) COMP VALUE 0.
           05 GMT-SUB               PIC 9(2) COMP VALUE 0.
           05 GL-MAP-TABLE OCCURS 10 TIMES.
               10 GMT-CATEGORY      PIC X(01).
               10 GMT-GL-ACCOUNT    PIC X(08).
               10 GMT-DESCRIPTION   PIC X(25).
               10 GMT-ACCRUED       PIC S9(9)V99.
       01 GL-MAP-FOUND-SW           PIC X(01) VALUE 'N'.
           88 GL-MAP-FOUND                    VALUE 'Y'.
       01 WS-MAP-CATEGORY           PIC X(01) VALUE SPACE.
      *    EMPLOYER TAX LOAD POSTS THROUGH GLMAP UNDER ITS OWN
      *    CATEGORY THE WAY ELECDED1'S MATCH COST DOES.
       77 WS-TAX-CATEGORY           PIC X(01) VALUE 'T'.
       77 WS-SUSPENSE-ACCOUNT       PIC X(08) VALUE 'SUSPENSE'.
       77 WS-ACCRUED-WAGES-ACCOUNT  PIC X(08) VALUE 'ACCRWAGE'.
       77 WS-ACCRUED-TAX-ACCOUNT    PIC X(08) VALUE 'ACCRTAX '.
       01 ACCRUAL-TOTALS.
           05 WS-WAGE-SUSPENSE      PIC S9(9)V99 VALUE ZEROS.
           05 WS-TOTAL-WAGES        PIC S9(9)V99 VALUE ZEROS.
           05 WS-TOTAL-TAX          PIC S9(9)V99 VALUE ZEROS.
           05 WS-EMP-ACCRUED        PIC S9(7)V99 VALUE ZEROS.
           05 WS-EMP-TAX            PIC S9(7)V99 VALUE ZEROS.
           05 WS-ENTRY-DEBITS       PIC S9(9)V99 VALUE ZEROS.
           05 WS-ENTRY-CREDITS      PIC S9(9)V99 VALUE ZEROS.
           05 WS-ENTRY-LINES        PIC 9(7)     VALUE ZEROS.
       01 ACCRUAL-COUNTERS.
           05 CTR-ACCRUED           PIC 9(5)  VALUE 0.
           05 CTR-NO-FREQUENCY      PIC 9(5)  VALUE 0.
           05 CTR-LINES-WRITTEN     PIC 9(5)  VALUE 0.
      * One posting line in GLPOST01's GL-EXTRACT layout.  The
      * trailing filler there carries the effective date and the
      * entry kind here - GLPOST01's own lines leave it blank and
      * post on the day they are run.
       01 GL-EXTRACT-LINE.
           05  GLX-DR-CR          PIC X(01).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  GLX-GL-ACCOUNT     PIC X(08).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  GLX-AMOUNT         PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  GLX-DESCRIPTION    PIC X(25).
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  GLX-EFFECTIVE-DATE PIC X(10).
           05  FILLER             PIC X(01)  VALUE SPACE.
           05  GLX-ENTRY-KIND     PIC X(08).
           05  FILLER             PIC X(07)  VALUE SPACES.
      * Which entry is being written - A the accrual, R the reversal
       01 WS-ENTRY-SW               PIC X(01) VALUE 'A'.
           88 WRITING-ACCRUAL                 VALUE 'A'.
           88 WRITING-REVERSAL                VALUE 'R'.
       01 WS-POST-SIDE              PIC X(01) VALUE SPACE.
      * Date conversion work
       01 WS-CONV-YMD               PIC 9(8)  VALUE 0.
       01 WS-CONV-YMD-X REDEFINES WS-CONV-YMD.
           05 WS-CONV-YEAR          PIC 9(4).
           05 WS-CONV-MONTH         PIC 9(2).
           05 WS-CONV-DAY           PIC 9(2).
       01 WS-CONV-ISO.
           05 WS-CONV-ISO-YEAR      PIC 9(4).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-CONV-ISO-MONTH     PIC 9(2).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-CONV-ISO-DAY       PIC 9(2).
       01 WS-CONV-ISO-X REDEFINES WS-CONV-ISO PIC X(10).
      *    REPORT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'PAYROLL ACCRUAL FOR THE MONTH ENDING    '.
           05 RH-MONTH-END          PIC X(10).
           05 FILLER  PIC X(12) VALUE '  TAX LOAD: '.
           05 RH-TAX-LOAD           PIC Z9.99.
           05 FILLER  PIC X(01) VALUE '%'.
           05 FILLER                PIC X(12) VALUE SPACES.
       01 RPT-PERIOD-HEADING.
           05 FILLER  PIC X(40) VALUE
                  'PERIODS UNPAID AT MONTH END:            '.
           05 FILLER                PIC X(40) VALUE SPACES.
       01 RPT-PERIOD-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPL-FREQ              PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPL-START             PIC X(10).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 RPL-END               PIC X(10).
           05 FILLER                PIC X(08) VALUE '  CHECK '.
           05 RPL-CHECK             PIC X(10).
           05 FILLER                PIC X(08) VALUE '  DAYS: '.
           05 RPL-EARNED            PIC Z9.
           05 FILLER                PIC X(01) VALUE '/'.
           05 RPL-PERIOD-DAYS       PIC Z9.
           05 FILLER                PIC X(09) VALUE '  SHARE: '.
           05 RPL-SHARE             PIC 9.9999.
           05 FILLER                PIC X(05) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'EMP ID   NAME             C  F  LAST CHK'.
           05 FILLER  PIC X(40) VALUE
                  '       GROSS  SHARE    ACCRUED       TAX'.
       01 RPT-DETAIL-LINE.
           05 RDL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-NAME              PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-CATEGORY          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-FREQ              PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-DATE              PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-GROSS             PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-SHARE             PIC 9.9999.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-ACCRUED           PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-TAX               PIC ZZ,ZZ9.99.
       01 RPT-NOTE-LINE.
           05 RNL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RNL-NAME              PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RNL-CATEGORY          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RNL-FREQ              PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RNL-NOTE              PIC X(48).
       01 RPT-TOTAL-LINE.
           05 RTL-LABEL             PIC X(40).
           05 RTL-AMOUNT            PIC ---,---,--9.99.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 RPT-COUNT-LINE.
           05 RCL-LABEL             PIC X(40).
           05 RCL-COUNT             PIC ZZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               OPEN OUTPUT ACCRUAL-REPORT
               OPEN OUTPUT ACCRUAL-EXTRACT
               OPEN OUTPUT REVERSAL-EXTRACT
               MOVE 'Y' TO WS-OUTPUT-OPEN-SW
               PERFORM 200-Write-Report-Heading
               PERFORM 210-Share-One-Period
                   VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
                   AFTER ADVANCING 2
               PERFORM 300-Accrue-One-Employee
                   VARYING PK-SUB FROM 1 BY 1 UNTIL PK-SUB > PK-COUNT
               MOVE 'A' TO WS-ENTRY-SW
               PERFORM 500-Write-Entry
               PERFORM 560-Write-Cycle-Control
               MOVE 'R' TO WS-ENTRY-SW
               PERFORM 500-Write-Entry
               PERFORM 560-Write-Cycle-Control
               PERFORM 600-Write-Report-Totals
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  ACCRUAL-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 020-Find-Month-Dates
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Account-Map
               PERFORM 120-Load-Calendar
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 140-Load-Paychecks
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS WRITTEN.
       010-Parse-Run-Options.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONV-YMD.
           IF  WS-CONV-MONTH = 1
               COMPUTE WS-MONTH-YEAR = WS-CONV-YEAR - 1
               MOVE 12 TO WS-MONTH-MONTH
           ELSE
               MOVE WS-CONV-YEAR TO WS-MONTH-YEAR
               COMPUTE WS-MONTH-MONTH = WS-CONV-MONTH - 1
           END-IF.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 4.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'MONTH'
                       IF  WS-OPT-VALUE(1:4) IS NUMERIC
                       AND WS-OPT-VALUE(5:1) = '-'
                       AND WS-OPT-VALUE(6:2) IS NUMERIC
                       AND WS-OPT-VALUE(8:3) = SPACES
                           MOVE WS-OPT-VALUE(1:4) TO WS-MONTH-YEAR
                           MOVE WS-OPT-VALUE(6:2) TO WS-MONTH-MONTH
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'LOAD'
                       PERFORM 014-Load-Option
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
      * One or two whole digits and up to two decimals - 7.65, 10.
       014-Load-Option.
           MOVE SPACES TO WS-LOAD-WHOLE.
           MOVE SPACES TO WS-LOAD-FRACTION.
           MOVE ZERO   TO WS-LOAD-WHOLE-LEN.
           MOVE ZERO   TO WS-LOAD-FRACTION-LEN.
           UNSTRING WS-OPT-VALUE DELIMITED BY '.' OR ' '
               INTO WS-LOAD-WHOLE    COUNT IN WS-LOAD-WHOLE-LEN
                    WS-LOAD-FRACTION COUNT IN WS-LOAD-FRACTION-LEN.
           IF  WS-LOAD-WHOLE-LEN > ZERO AND WS-LOAD-WHOLE-LEN < 3
           AND WS-LOAD-FRACTION-LEN < 3
               IF  WS-LOAD-WHOLE(1:WS-LOAD-WHOLE-LEN) IS NUMERIC
               AND (WS-LOAD-FRACTION-LEN = ZERO OR
                    WS-LOAD-FRACTION(1:WS-LOAD-FRACTION-LEN)
                        IS NUMERIC)
                   COMPUTE WS-TAX-LOAD-PCT =
                       FUNCTION NUMVAL(WS-OPT-VALUE)
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'PAYACR01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * The last day is the day before the first of next month,
      * which is the date the reversal carries.
       020-Find-Month-Dates.
           MOVE WS-MONTH-ISO-X TO DV-DATE-IN.
           MOVE 'I'            TO DV-FORMAT.
           MOVE SPACE          TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
               MOVE DV-DATE-OUT TO WS-MONTH-FIRST-YMD
               MOVE DV-DATE-OUT TO WS-CONV-YMD
               IF  WS-CONV-MONTH = 12
                   ADD 1 TO WS-CONV-YEAR
                   MOVE 1 TO WS-CONV-MONTH
               ELSE
                   ADD 1 TO WS-CONV-MONTH
               END-IF
               PERFORM 800-Ymd-To-Iso
               MOVE WS-CONV-ISO-X TO WS-REVERSAL-ISO
               COMPUTE WS-NEXT-MONTH-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
               COMPUTE WS-MONTH-END-DAY = WS-NEXT-MONTH-DAY - 1
               COMPUTE WS-CONV-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-MONTH-END-DAY)
               MOVE WS-CONV-YMD TO WS-MONTH-LAST-YMD
               PERFORM 800-Ymd-To-Iso
               MOVE WS-CONV-ISO-X TO WS-MONTH-LAST-ISO
           ELSE
               DISPLAY 'PAYACR01 - BAD RUN OPTION: '
                       WS-OPTIONS-CARD(1:40)
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      * No map sends every category to suspense, as GLPOST01 does.
       100-Load-Account-Map.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF  GM-OK
               PERFORM 105-Read-Map-Record
               PERFORM 110-Store-Map-Entry UNTIL GM-AT-EOF
               CLOSE GL-ACCOUNT-MAP
           ELSE
               DISPLAY 'GL ACCOUNT MAP FILE STATUS: ' GM-F-STATUS
               DISPLAY 'NO ACCOUNT MAP - ALL POSTINGS GO TO SUSPENSE'
           END-IF.
       105-Read-Map-Record.
           READ GL-ACCOUNT-MAP
               AT END MOVE 'Y' TO GM-EOF
           END-READ.
       110-Store-Map-Entry.
           IF  GMT-ENTRY-COUNT < 10
               ADD 1 TO GMT-ENTRY-COUNT
               MOVE GM-CATEGORY    TO GMT-CATEGORY(GMT-ENTRY-COUNT)
               MOVE GM-GL-ACCOUNT  TO GMT-GL-ACCOUNT(GMT-ENTRY-COUNT)
               MOVE GM-DESCRIPTION TO GMT-DESCRIPTION(GMT-ENTRY-COUNT)
               MOVE ZEROS          TO GMT-ACCRUED(GMT-ENTRY-COUNT)
           ELSE
               DISPLAY 'GL MAP TABLE FULL - UNABLE TO ADD '
                       GM-CATEGORY
           END-IF.
           PERFORM 105-Read-Map-Record.
       120-Load-Calendar.
           OPEN INPUT PAY-CALENDAR.
           IF  CAL-OK
               PERFORM 125-Read-Calendar-Record
               PERFORM 130-Store-Calendar-Entry UNTIL CAL-AT-EOF
               CLOSE PAY-CALENDAR
               IF  CALENDAR-TABLE-IS-FULL
                   DISPLAY 'PAYACR01 - CALENDAR TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'PAY CALENDAR FILE STATUS: ' CAL-F-STATUS
               DISPLAY 'PAYACR01 - NO PAY CALENDAR - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Calendar-Record.
           READ PAY-CALENDAR
               AT END MOVE 'Y' TO CAL-EOF
           END-READ.
       130-Store-Calendar-Entry.
           IF  CT-COUNT < 600
               ADD 1 TO CT-COUNT
               MOVE PCAL-FREQ         TO CT-FREQ(CT-COUNT)
               MOVE PCAL-PERIOD-START TO CT-START-ISO(CT-COUNT)
               MOVE PCAL-PERIOD-END   TO CT-END-ISO(CT-COUNT)
               MOVE PCAL-CHECK-DATE   TO CT-CHECK-ISO(CT-COUNT)
               MOVE SPACES TO CT-START-YMD(CT-COUNT)
               STRING PCAL-PERIOD-START(1:4) PCAL-PERIOD-START(6:2)
                      PCAL-PERIOD-START(9:2) DELIMITED BY SIZE
                      INTO CT-START-YMD(CT-COUNT)
               MOVE SPACES TO CT-END-YMD(CT-COUNT)
               STRING PCAL-PERIOD-END(1:4) PCAL-PERIOD-END(6:2)
                      PCAL-PERIOD-END(9:2) DELIMITED BY SIZE
                      INTO CT-END-YMD(CT-COUNT)
               MOVE SPACES TO CT-CHECK-YMD(CT-COUNT)
               STRING PCAL-CHECK-DATE(1:4) PCAL-CHECK-DATE(6:2)
                      PCAL-CHECK-DATE(9:2) DELIMITED BY SIZE
                      INTO CT-CHECK-YMD(CT-COUNT)
           ELSE
               MOVE 'Y' TO CALENDAR-TABLE-FULL
           END-IF.
           PERFORM 125-Read-Calendar-Record.
       140-Load-Paychecks.
           OPEN INPUT PAYCHECK-FILE.
           IF  PC-OK
               PERFORM 145-Read-Paycheck
               PERFORM 150-Store-Paycheck UNTIL PC-AT-EOF
               CLOSE PAYCHECK-FILE
               IF  PAYCHECK-TABLE-IS-FULL
                   DISPLAY 'PAYACR01 - PAYCHECK TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'PAYCHECK FILE STATUS: ' PC-F-STATUS
               DISPLAY 'PAYACR01 - NO PAYCHECK TO PRICE FROM - RUN '
                       'REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       145-Read-Paycheck.
           READ PAYCHECK-FILE
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
      * Keep the latest check date's gross for each employee and
      * category; a second check on that same date adds to it.
       150-Store-Paycheck.
           MOVE PAYCHECK-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL AND NOT PC-FLAG-ADJUSTMENT
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY-NUM
               PERFORM 155-Find-Paycheck-Entry
               EVALUATE TRUE
                   WHEN NOT PAYCHECK-FOUND
                       PERFORM 160-Add-Paycheck-Entry
                   WHEN PC-DATE > PK-DATE(PK-SUB)
                       MOVE PC-DATE          TO PK-DATE(PK-SUB)
                       MOVE PC-PAY-FREQ      TO PK-FREQ(PK-SUB)
                       MOVE WS-GROSS-PAY-NUM TO PK-GROSS(PK-SUB)
                   WHEN PC-DATE = PK-DATE(PK-SUB)
                       ADD WS-GROSS-PAY-NUM  TO PK-GROSS(PK-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 145-Read-Paycheck.
       155-Find-Paycheck-Entry.
           MOVE 'N' TO PAYCHECK-FOUND-SW.
           MOVE 1   TO PK-SUB.
           PERFORM 157-Match-Paycheck-Entry
               UNTIL PK-SUB > PK-COUNT OR PAYCHECK-FOUND.
       157-Match-Paycheck-Entry.
           IF  PK-EMP-ID(PK-SUB)   = PC-EMP-ID
           AND PK-CATEGORY(PK-SUB) = PC-CATEGORY
               MOVE 'Y' TO PAYCHECK-FOUND-SW
           ELSE
               ADD 1 TO PK-SUB
           END-IF.
       160-Add-Paycheck-Entry.
           IF  PK-COUNT < 2000
               ADD 1 TO PK-COUNT
               MOVE PC-EMP-ID        TO PK-EMP-ID(PK-COUNT)
               MOVE PC-NAME          TO PK-NAME(PK-COUNT)
               MOVE PC-CATEGORY      TO PK-CATEGORY(PK-COUNT)
               MOVE PC-PAY-FREQ      TO PK-FREQ(PK-COUNT)
               MOVE PC-DATE          TO PK-DATE(PK-COUNT)
               MOVE WS-GROSS-PAY-NUM TO PK-GROSS(PK-COUNT)
           ELSE
               MOVE 'Y' TO PAYCHECK-TABLE-FULL
           END-IF.
       200-Write-Report-Heading.
           MOVE WS-MONTH-LAST-ISO TO RH-MONTH-END.
           MOVE WS-TAX-LOAD-PCT   TO RH-TAX-LOAD.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM RPT-PERIOD-HEADING
               AFTER ADVANCING 2.
      * A period started by month end but paid after it: the share
      * of its working days inside the month is earned and unpaid.
       210-Share-One-Period.
           IF  CT-START-YMD(CT-SUB) NOT > WS-MONTH-LAST-YMD
           AND CT-CHECK-YMD(CT-SUB) > WS-MONTH-LAST-YMD
               MOVE CT-FREQ(CT-SUB) TO WS-LOOKUP-FREQ
               PERFORM 215-Find-Frequency
               IF  FREQUENCY-FOUND
                   MOVE CT-START-YMD(CT-SUB) TO WS-CONV-YMD
                   COMPUTE WS-DAY-FROM =
                       FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
                   MOVE CT-END-YMD(CT-SUB) TO WS-CONV-YMD
                   COMPUTE WS-DAY-TO =
                       FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
                   PERFORM 250-Count-Weekdays
                   MOVE WS-WEEKDAYS TO WS-PERIOD-WEEKDAYS
                   IF  WS-DAY-TO > WS-MONTH-END-DAY
                       MOVE WS-MONTH-END-DAY TO WS-DAY-TO
                   END-IF
                   PERFORM 250-Count-Weekdays
                   MOVE WS-WEEKDAYS TO WS-EARNED-WEEKDAYS
                   MOVE ZERO TO WS-PERIOD-SHARE
                   IF  WS-PERIOD-WEEKDAYS > ZERO
                       COMPUTE WS-PERIOD-SHARE ROUNDED =
                           WS-EARNED-WEEKDAYS / WS-PERIOD-WEEKDAYS
                   END-IF
                   ADD WS-PERIOD-SHARE TO FQ-SHARE(FQ-SUB)
                   MOVE CT-FREQ(CT-SUB)      TO RPL-FREQ
                   MOVE CT-START-ISO(CT-SUB) TO RPL-START
                   MOVE CT-END-ISO(CT-SUB)   TO RPL-END
                   MOVE CT-CHECK-ISO(CT-SUB) TO RPL-CHECK
                   MOVE WS-EARNED-WEEKDAYS   TO RPL-EARNED
                   MOVE WS-PERIOD-WEEKDAYS   TO RPL-PERIOD-DAYS
                   MOVE WS-PERIOD-SHARE      TO RPL-SHARE
                   WRITE REPORT-LINE-OUT FROM RPT-PERIOD-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.
       215-Find-Frequency.
           MOVE 'N' TO FREQUENCY-FOUND-SW.
           MOVE 1   TO FQ-SUB.
           PERFORM 217-Match-Frequency
               UNTIL FQ-SUB > 4 OR FREQUENCY-FOUND.
       217-Match-Frequency.
           IF  FQ-CODE(FQ-SUB) = WS-LOOKUP-FREQ
               MOVE 'Y' TO FREQUENCY-FOUND-SW
           ELSE
               ADD 1 TO FQ-SUB
           END-IF.
      * Weekdays from WS-DAY-FROM through WS-DAY-TO inclusive.
       250-Count-Weekdays.
           MOVE ZERO TO WS-WEEKDAYS.
           PERFORM 255-Test-One-Day
               VARYING WS-DAY-NUMBER FROM WS-DAY-FROM BY 1
               UNTIL WS-DAY-NUMBER > WS-DAY-TO.
       255-Test-One-Day.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-QUOTIENT
               REMAINDER WS-DAY-REMAINDER.
           IF  WS-DAY-REMAINDER > 0 AND WS-DAY-REMAINDER < 6
               ADD 1 TO WS-WEEKDAYS
           END-IF.
      * Price the latest gross at the frequency's unpaid share and
      * load the employer tax on it.
       300-Accrue-One-Employee.
           IF  PK-FREQ(PK-SUB) = SPACE
               MOVE 'W' TO PK-FREQ(PK-SUB)
           END-IF.
           MOVE PK-FREQ(PK-SUB) TO WS-LOOKUP-FREQ.
           PERFORM 215-Find-Frequency.
           IF  FREQUENCY-FOUND
               IF  FQ-SHARE(FQ-SUB) > ZERO
                   PERFORM 310-Post-Employee-Accrual
               END-IF
           ELSE
               ADD 1 TO CTR-NO-FREQUENCY
               MOVE 'Y' TO WS-WARNING-SW
               MOVE PK-EMP-ID(PK-SUB)   TO RNL-EMP-ID
               MOVE PK-NAME(PK-SUB)     TO RNL-NAME
               MOVE PK-CATEGORY(PK-SUB) TO RNL-CATEGORY
               MOVE PK-FREQ(PK-SUB)     TO RNL-FREQ
               MOVE 'UNKNOWN PAY FREQUENCY - NOT ACCRUED'
                   TO RNL-NOTE
               WRITE REPORT-LINE-OUT FROM RPT-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       310-Post-Employee-Accrual.
           ADD 1 TO CTR-ACCRUED.
           COMPUTE WS-EMP-ACCRUED ROUNDED =
               PK-GROSS(PK-SUB) * FQ-SHARE(FQ-SUB).
           COMPUTE WS-EMP-TAX ROUNDED =
               WS-EMP-ACCRUED * WS-TAX-LOAD-PCT / 100.
           ADD WS-EMP-ACCRUED TO WS-TOTAL-WAGES.
           ADD WS-EMP-TAX     TO WS-TOTAL-TAX.
           MOVE PK-CATEGORY(PK-SUB) TO WS-MAP-CATEGORY.
           PERFORM 350-Search-Account-Map.
           IF  GL-MAP-FOUND
               ADD WS-EMP-ACCRUED TO GMT-ACCRUED(GMT-SUB)
           ELSE
               ADD WS-EMP-ACCRUED TO WS-WAGE-SUSPENSE
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           MOVE PK-EMP-ID(PK-SUB)   TO RDL-EMP-ID.
           MOVE PK-NAME(PK-SUB)     TO RDL-NAME.
           MOVE PK-CATEGORY(PK-SUB) TO RDL-CATEGORY.
           MOVE PK-FREQ(PK-SUB)     TO RDL-FREQ.
           MOVE PK-DATE(PK-SUB)     TO RDL-DATE.
           MOVE PK-GROSS(PK-SUB)    TO RDL-GROSS.
           MOVE FQ-SHARE(FQ-SUB)    TO RDL-SHARE.
           MOVE WS-EMP-ACCRUED      TO RDL-ACCRUED.
           MOVE WS-EMP-TAX          TO RDL-TAX.
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1.
       350-Search-Account-Map.
           MOVE 'N' TO GL-MAP-FOUND-SW.
           MOVE 1   TO GMT-SUB.
           PERFORM 355-Check-Map-Entry
               UNTIL GMT-SUB > GMT-ENTRY-COUNT OR GL-MAP-FOUND.
       355-Check-Map-Entry.
           IF  GMT-CATEGORY(GMT-SUB) = WS-MAP-CATEGORY
               MOVE 'Y' TO GL-MAP-FOUND-SW
           ELSE
               ADD 1 TO GMT-SUB
           END-IF.
      * One entry - the accrual or its reversal.  A debit per mapped
      * category, suspense for anything unmapped, the tax load, and
      * the two accrued-liability credits; the reversal swaps every
      * side so each entry balances on its own.
       500-Write-Entry.
           MOVE ZEROS TO WS-ENTRY-DEBITS.
           MOVE ZEROS TO WS-ENTRY-CREDITS.
           MOVE ZEROS TO WS-ENTRY-LINES.
           MOVE 'D' TO WS-POST-SIDE.
           PERFORM 510-Write-Category-Line
               VARYING GMT-SUB FROM 1 BY 1
               UNTIL GMT-SUB > GMT-ENTRY-COUNT.
           IF  WS-WAGE-SUSPENSE NOT = ZERO
               MOVE WS-SUSPENSE-ACCOUNT TO GLX-GL-ACCOUNT
               MOVE WS-WAGE-SUSPENSE    TO GLX-AMOUNT
               MOVE 'UNMAPPED PAY CATEGORY' TO GLX-DESCRIPTION
               PERFORM 550-Write-Posting-Line
           END-IF.
           IF  WS-TOTAL-TAX NOT = ZERO
               MOVE WS-TAX-CATEGORY TO WS-MAP-CATEGORY
               PERFORM 350-Search-Account-Map
               IF  GL-MAP-FOUND
                   MOVE GMT-GL-ACCOUNT(GMT-SUB) TO GLX-GL-ACCOUNT
               ELSE
                   MOVE WS-SUSPENSE-ACCOUNT     TO GLX-GL-ACCOUNT
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
               MOVE WS-TOTAL-TAX TO GLX-AMOUNT
               MOVE 'EMPLOYER PAYROLL TAX LOAD' TO GLX-DESCRIPTION
               PERFORM 550-Write-Posting-Line
           END-IF.
           MOVE 'C' TO WS-POST-SIDE.
           IF  WS-TOTAL-WAGES NOT = ZERO
               MOVE WS-ACCRUED-WAGES-ACCOUNT TO GLX-GL-ACCOUNT
               MOVE WS-TOTAL-WAGES           TO GLX-AMOUNT
               MOVE 'ACCRUED WAGES PAYABLE'  TO GLX-DESCRIPTION
               PERFORM 550-Write-Posting-Line
           END-IF.
           IF  WS-TOTAL-TAX NOT = ZERO
               MOVE WS-ACCRUED-TAX-ACCOUNT   TO GLX-GL-ACCOUNT
               MOVE WS-TOTAL-TAX             TO GLX-AMOUNT
               MOVE 'ACCRUED PAYROLL TAXES'  TO GLX-DESCRIPTION
               PERFORM 550-Write-Posting-Line
           END-IF.
           IF  WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
               DISPLAY 'PAYACR01 - ENTRY OUT OF BALANCE - DEBITS '
                       WS-ENTRY-DEBITS ' CREDITS ' WS-ENTRY-CREDITS
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       510-Write-Category-Line.
           IF  GMT-ACCRUED(GMT-SUB) NOT = ZERO
               MOVE GMT-GL-ACCOUNT(GMT-SUB)  TO GLX-GL-ACCOUNT
               MOVE GMT-ACCRUED(GMT-SUB)     TO GLX-AMOUNT
               MOVE GMT-DESCRIPTION(GMT-SUB) TO GLX-DESCRIPTION
               PERFORM 550-Write-Posting-Line
           END-IF.
       550-Write-Posting-Line.
           IF  WS-POST-SIDE = 'D'
               ADD GLX-AMOUNT TO WS-ENTRY-DEBITS
           ELSE
               ADD GLX-AMOUNT TO WS-ENTRY-CREDITS
           END-IF.
           IF  WRITING-ACCRUAL
               MOVE WS-POST-SIDE      TO GLX-DR-CR
               MOVE WS-MONTH-LAST-ISO TO GLX-EFFECTIVE-DATE
               MOVE 'ACCRUAL'         TO GLX-ENTRY-KIND
               WRITE ACCRUAL-EXTRACT-REC FROM GL-EXTRACT-LINE
           ELSE
               IF  WS-POST-SIDE = 'D'
                   MOVE 'C' TO GLX-DR-CR
               ELSE
                   MOVE 'D' TO GLX-DR-CR
               END-IF
               MOVE WS-REVERSAL-ISO   TO GLX-EFFECTIVE-DATE
               MOVE 'REVERSAL'        TO GLX-ENTRY-KIND
               WRITE REVERSAL-EXTRACT-REC FROM GL-EXTRACT-LINE
           END-IF.
           ADD 1 TO CTR-LINES-WRITTEN.
           ADD 1 TO WS-ENTRY-LINES.
      * Producer line for the entry just cut - the reversal's debit
      * lines are the accrual's credit lines turned round.
       560-Write-Cycle-Control.
           OPEN EXTEND CYCLE-CONTROL.
           IF  WRITING-ACCRUAL
               MOVE 'GLACCR'         TO CC-INTERFACE
               MOVE WS-ENTRY-DEBITS  TO CC-AMOUNT
           ELSE
               MOVE 'GLACRV'         TO CC-INTERFACE
               MOVE WS-ENTRY-CREDITS TO CC-AMOUNT
           END-IF.
           MOVE 'P'                  TO CC-ROLE.
           MOVE 'PAYACR01'           TO CC-JOB.
           MOVE WS-JOB-START-TIME    TO CC-STAMP.
           MOVE WS-ENTRY-LINES       TO CC-COUNT.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       600-Write-Report-Totals.
           MOVE 'ACCRUED WAGES:' TO RTL-LABEL.
           MOVE WS-TOTAL-WAGES   TO RTL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE 'EMPLOYER TAX LOAD:' TO RTL-LABEL.
           MOVE WS-TOTAL-TAX         TO RTL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'OF WHICH UNMAPPED, TO SUSPENSE:'
               TO RTL-LABEL.
           MOVE WS-WAGE-SUSPENSE TO RTL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'EMPLOYEE/CATEGORY LINES ACCRUED:' TO RCL-LABEL.
           MOVE CTR-ACCRUED TO RCL-COUNT.
           WRITE REPORT-LINE-OUT FROM RPT-COUNT-LINE
               AFTER ADVANCING 2.
           MOVE 'LINES WITH AN UNKNOWN PAY FREQUENCY:' TO RCL-LABEL.
           MOVE CTR-NO-FREQUENCY TO RCL-COUNT.
           WRITE REPORT-LINE-OUT FROM RPT-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO RCL-LABEL.
           STRING 'GL LINES - REVERSAL DATED ' WS-REVERSAL-ISO
                  ':' DELIMITED BY SIZE INTO RCL-LABEL.
           MOVE CTR-LINES-WRITTEN TO RCL-COUNT.
           WRITE REPORT-LINE-OUT FROM RPT-COUNT-LINE
               AFTER ADVANCING 1.
       690-Close-Files.
           IF  OUTPUT-IS-OPEN
               CLOSE ACCRUAL-REPORT
               CLOSE ACCRUAL-EXTRACT
               CLOSE REVERSAL-EXTRACT
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'PAYACR01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-CONV-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-CONV-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-CONV-ISO-DAY.
