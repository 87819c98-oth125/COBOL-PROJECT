       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLPAY01.
      ***** Automatic holiday pay for hourly employees.  Runs after
      ***** TIMECRD1 and ahead of PAYROL02, against the same daily
      ***** timecard detail.  Every company holiday on the HOLIDAYS
      ***** calendar that falls inside the pay period is checked for
      ***** each employee with timecards in the period (the hourly
      ***** population - salaried pay never comes through the time
      ***** clock):
      *****   - employed at least MINDAYS calendar days on the
      *****     holiday, from EMP-HIRE-DATE on the employee master;
      *****   - worked the scheduled business day before and the
      *****     scheduled business day after the holiday (DATEVAL's P
      *****     and A functions, so a weekend or a second holiday is
      *****     stepped over).  A day that falls outside the period
      *****     has no timecards here and is not tested.
      ***** An eligible employee earns HOURS of holiday pay at
      ***** straight time.  Anyone who actually worked the holiday
      ***** also earns the PREMIUM percent of the rate for each hour
      ***** worked on it - the hours themselves are already on the
      ***** weekly record from TIMECRD1.
      ***** Both are written as adjustment ('A') records in the
      ***** PAYROLL-IN layout, exactly like TIMECRD1's shift
      ***** differential, so they carry their amount in the gross
      ***** column and never count toward the 40-hour overtime
      ***** threshold.  They are dated the last business day of the
      ***** period, the latest date PAYROL02 will pay them on; the
      ***** report shows the holiday.  HOLPAYW is appended to the
      ***** payroll input with TIMECRD1's PAYROLLW.  The rate is the
      ***** one PAYROL02 prices by: the category rate, or the keyed
      ***** timecard rate for a category it does not know.
      *****
      ***** The pay period is the one PAYROL02 will pay - the open
      ***** PAYCAL row for the frequency with the next check date.
      ***** Without a PAYCAL dataset the period comes from START and
      ***** END on the options card.  Run options, all optional:
      *****     FREQ=W HOURS=8 MINDAYS=30 PREMIUM=50
      *****     START=YYYY-MM-DD END=YYYY-MM-DD
      ***** A bad option, no period, or a period already paid ends
      ***** the run with CC 8 and nothing written.  No timecards or
      ***** no holiday calendar is CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO TIMECARD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TC-F-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS HO-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EMP-F-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CAL-F-STATUS.
           SELECT HOLIDAY-PAY-FILE ASSIGN TO HOLPAYW.
           SELECT HOLIDAY-PAY-REPORT ASSIGN TO HOLPAYRP.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  HOLIDAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLIDAY-REC.
       01  HOLIDAY-REC.
           05  HO-DATE               PIC X(08).
           05  FILLER                PIC X(72).
       FD  EMPLOYEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-NAME           PIC X(20).
           05  EMPLOYEE-PHONE-TAB OCCURS 3 TIMES.
                   10  PHONE           PIC X(13).
           05  EMP-ID                  PIC X(08).
           05  EMP-DEPT                PIC X(04).
           05  EMP-HIRE-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
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
       FD  HOLIDAY-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLIDAY-PAY-REC.
       01  HOLIDAY-PAY-REC  PIC X(80).
       FD  HOLIDAY-PAY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLIDAY-REPORT-REC.
       01  HOLIDAY-REPORT-REC  PIC X(80).
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
       77 TC-F-STATUS               PIC X(02) VALUE SPACES.
           88 TC-OK                           VALUE '00'.
       77 TC-EOF                    PIC X(01) VALUE 'N'.
           88 TC-AT-EOF                       VALUE 'Y'.
       77 TIMECARD-AVAILABLE        PIC X(01) VALUE 'Y'.
       77 HO-F-STATUS               PIC X(02) VALUE SPACES.
           88 HO-OK                           VALUE '00'.
       77 HO-EOF                    PIC X(01) VALUE 'N'.
           88 HO-AT-EOF                       VALUE 'Y'.
       77 EMP-F-STATUS              PIC X(02) VALUE SPACES.
           88 EMP-OK                          VALUE '00'.
       77 EMP-EOF                   PIC X(01) VALUE 'N'.
           88 EMP-AT-EOF                      VALUE 'Y'.
       77 CAL-F-STATUS              PIC X(02) VALUE SPACES.
           88 CAL-OK                          VALUE '00'.
       77 CAL-EOF                   PIC X(01) VALUE 'N'.
           88 CAL-AT-EOF                      VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 HOLIDAY-PAY-WARNING             VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. FREQ=W HOURS=8 MINDAYS=30
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
          05 WS-RUN-PAY-FREQ        PIC X(01) VALUE 'W'.
          05 WS-HOLIDAY-HOURS       PIC 9(02) VALUE 8.
          05 WS-MIN-DAYS            PIC 9(03) VALUE 30.
          05 WS-PREMIUM-PCT         PIC 9(03) VALUE 50.
          05 WS-KEYED-START         PIC X(10) VALUE SPACES.
          05 WS-KEYED-END           PIC X(10) VALUE SPACES.
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
      * The pay period being paid and the run date, both ISO.
       01 WS-PERIOD-START           PIC X(10) VALUE SPACES.
       01 WS-PERIOD-END             PIC X(10) VALUE SPACES.
       01 WS-CHECK-DATE             PIC X(10) VALUE SPACES.
       01 WS-EARNINGS-DATE          PIC X(10) VALUE SPACES.
       01 WS-CALENDAR-IN-USE        PIC X(01) VALUE 'N'.
           88 PAY-CALENDAR-IN-USE             VALUE 'Y'.
       01 WS-PERIOD-FOUND-SW        PIC X(01) VALUE 'N'.
           88 PERIOD-FOUND                    VALUE 'Y'.
       01 WS-RUN-DATE-ISO.
           05 WS-RUN-ISO-YEAR       PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-MONTH      PIC X(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-DAY        PIC X(02).
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
      * Company holidays inside the period, each with the scheduled
      * business day either side of it.
       01 HOLIDAY-TABLE-AREA.
           05 HL-COUNT              PIC 9(2) COMP VALUE 0.
           05 HL-SUB                PIC 9(2) COMP VALUE 0.
           05 HOLIDAY-TABLE OCCURS 10 TIMES.
               10 HL-DATE           PIC X(10).
               10 HL-DAY-NUMBER     PIC 9(7).
               10 HL-BEFORE-DATE    PIC X(10).
               10 HL-AFTER-DATE     PIC X(10).
               10 HL-BEFORE-TESTED  PIC X(01).
                   88 HL-BEFORE-IN-PERIOD     VALUE 'Y'.
               10 HL-AFTER-TESTED   PIC X(01).
                   88 HL-AFTER-IN-PERIOD      VALUE 'Y'.
      * Employee master hire dates, as day numbers for the
      * length-of-service test.  Zero is no usable hire date.
       01 EMPLOYEE-TABLE-AREA.
           05 EM-COUNT              PIC 9(4) COMP VALUE 0.
           05 EM-SUB                PIC 9(4) COMP VALUE 0.
           05 EMPLOYEE-TABLE OCCURS 1000 TIMES.
               10 EM-EMP-ID         PIC X(08).
               10 EM-HIRE-DAY       PIC 9(7).
       01 EMPLOYEE-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 EMPLOYEE-TABLE-IS-FULL          VALUE 'Y'.
       01 EMPLOYEE-FOUND-SW         PIC X(01) VALUE 'N'.
           88 EMPLOYEE-IS-FOUND               VALUE 'Y'.
      * One row per employee with timecards: hours worked on each
      * holiday and on the scheduled days either side of it.
       01 EMP-HOLIDAY-AREA.
           05 EH-COUNT              PIC 9(4) COMP VALUE 0.
           05 EH-SUB                PIC 9(4) COMP VALUE 0.
           05 EMP-HOLIDAY-TABLE OCCURS 500 TIMES.
               10 EH-EMP-ID         PIC X(08).
               10 EH-NAME.
                   15 EH-FIRST-NAME PIC X(10).
                   15 EH-LAST-NAME  PIC X(10).
               10 EH-HOURLY-RATE    PIC 99V99.
               10 EH-CATEGORY       PIC X(01).
               10 EH-WORK-STATE     PIC X(02).
               10 EH-HOLIDAY-HOURS OCCURS 10 TIMES.
                   15 EH-BEFORE-HOURS   PIC 9(3).
                   15 EH-ON-HOURS       PIC 9(3).
                   15 EH-AFTER-HOURS    PIC 9(3).
       01 EMP-HOLIDAY-FULL          PIC X(01) VALUE 'N'.
           88 EMP-HOLIDAY-IS-FULL             VALUE 'Y'.
       01 EH-FOUND-SW               PIC X(01) VALUE 'N'.
           88 EH-ENTRY-FOUND                  VALUE 'Y'.
      * Category rates - the same table PAYROL02 prices hours by.
       01  CATEGORY-RATE-VALUES.
           05  FILLER   PIC X(6)  VALUE '101550'.
           05  FILLER   PIC X(6)  VALUE '202250'.
           05  FILLER   PIC X(6)  VALUE '303000'.
           05  FILLER   PIC X(6)  VALUE '403750'.
       01  CATEGORY-RATE-TABLE REDEFINES CATEGORY-RATE-VALUES.
           05  CATEGORY-RATE-ENTRY OCCURS 4 TIMES.
               10  CR-CATEGORY-CODE    PIC X(1).
               10  CR-CATEGORY-RATE    PIC 9(3)V99.
       01  CR-SUB                      PIC 9(2)  VALUE 0.
       01  CATEGORY-FOUND-SW           PIC X(01) VALUE 'N'.
           88  CATEGORY-IS-FOUND                 VALUE 'Y'.
      * Pricing work
       01 WS-PAY-WORK.
           05 WS-PAY-RATE           PIC 9(3)V99 VALUE 0.
           05 WS-PAY-AMOUNT         PIC 9(5)V99 VALUE 0.
           05 WS-PAY-HOURS          PIC 9(3)    VALUE 0.
           05 WS-DENIAL-REASON      PIC X(22)   VALUE SPACES.
           05 WS-PAY-NOTE           PIC X(22)   VALUE SPACES.
       77 WS-PAY-MAXIMUM            PIC 9(3)V99 VALUE 999.99.
       01 HOLIDAY-PAY-COUNTERS.
           05 CTR-HOLIDAY-PAID      PIC 9(5)    VALUE 0.
           05 CTR-PREMIUM-PAID      PIC 9(5)    VALUE 0.
           05 CTR-NOT-PAID          PIC 9(5)    VALUE 0.
           05 CTR-TOTAL-AMOUNT      PIC 9(7)V99 VALUE 0.
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
      * Holiday earnings record in the PAYROLL-IN layout of PAYROL02
       01 HOLIDAY-PAY-OUT-REC.
           05 HP-NAME.
               10 HP-FIRST-NAME      PIC X(10).
               10 HP-LAST-NAME       PIC X(10).
           05 HP-DATE                PIC X(10).
           05 HP-HOURLY-RATE         PIC 99V99.
           05 HP-HOURS-WORKED        PIC 9(2).
           05 HP-CATEGORY            PIC X(1).
           05 HP-GROSS-PAY           PIC 999V99.
           05 HP-EMP-ID              PIC X(08).
           05 HP-REC-TYPE            PIC X(01).
           05 HP-WORK-STATE          PIC X(02).
           05 HP-PAY-TYPE            PIC X(01).
           05 HP-ANNUAL-SALARY       PIC 9(6)V99.
           05 HP-PAY-FREQ            PIC X(01).
           05 FILLER                 PIC X(17).
      *    REPORT LINES
       01 HOLIDAY-HEADING-1.
           05 FILLER   PIC X(20) VALUE 'HOLIDAY PAY - PERIOD'.
           05 FILLER   PIC X(01) VALUE SPACE.
           05 HH1-PERIOD-START      PIC X(10).
           05 FILLER   PIC X(04) VALUE ' TO '.
           05 HH1-PERIOD-END        PIC X(10).
           05 FILLER   PIC X(07) VALUE '  RUN: '.
           05 HH1-RUN-DATE          PIC X(10).
           05 FILLER   PIC X(18) VALUE SPACES.
       01 HOLIDAY-DATE-LINE.
           05 FILLER   PIC X(08) VALUE 'HOLIDAY '.
           05 HDL-HOLIDAY           PIC X(10).
           05 FILLER   PIC X(13) VALUE '  DAY BEFORE '.
           05 HDL-BEFORE            PIC X(10).
           05 HDL-BEFORE-FLAG       PIC X(01).
           05 FILLER   PIC X(12) VALUE '  DAY AFTER '.
           05 HDL-AFTER             PIC X(10).
           05 HDL-AFTER-FLAG        PIC X(01).
           05 FILLER   PIC X(15) VALUE SPACES.
       01 HOLIDAY-FOOTNOTE-LINE.
           05 FILLER   PIC X(40) VALUE
                  '* OUTSIDE THE PAY PERIOD - NOT TESTED'.
           05 FILLER   PIC X(40) VALUE SPACES.
       01 HOLIDAY-NONE-LINE.
           05 FILLER   PIC X(40) VALUE
                  'NO COMPANY HOLIDAY IN THE PAY PERIOD'.
           05 FILLER   PIC X(40) VALUE SPACES.
       01 HOLIDAY-HEADING-2.
           05 FILLER   PIC X(40) VALUE
                  'EMP ID    NAME                  HOLIDAY '.
           05 FILLER   PIC X(40) VALUE
                  '     HRS   AMOUNT  NOTE'.
       01 HOLIDAY-DETAIL-LINE.
           05 HDT-EMP-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HDT-NAME              PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HDT-HOLIDAY           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HDT-HOURS             PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HDT-AMOUNT            PIC ZZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HDT-NOTE              PIC X(22).
       01 HOLIDAY-TOTAL-LINE-1.
           05 FILLER   PIC X(14) VALUE 'HOLIDAY PAID: '.
           05 HTL-HOLIDAY-PAID      PIC ZZZZ9.
           05 FILLER   PIC X(12) VALUE '  PREMIUMS: '.
           05 HTL-PREMIUM-PAID      PIC ZZZZ9.
           05 FILLER   PIC X(12) VALUE '  NOT PAID: '.
           05 HTL-NOT-PAID          PIC ZZZZ9.
           05 FILLER   PIC X(27) VALUE SPACES.
       01 HOLIDAY-TOTAL-LINE-2.
           05 FILLER   PIC X(14) VALUE 'TOTAL AMOUNT: '.
           05 HTL-TOTAL-AMOUNT      PIC ZZZZZZ9.99.
           05 FILLER   PIC X(56) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  HL-COUNT = ZERO
                   WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-NONE-LINE
                       AFTER ADVANCING 2
               ELSE
                   PERFORM 100-Main UNTIL TC-AT-EOF
                   PERFORM 500-Write-Holiday-Pay
               END-IF
               PERFORM 590-Write-Report-Totals
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  HOLIDAY-PAY-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 030-Select-Pay-Period
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Holidays
           END-IF.
           IF  NOT RUN-REFUSED AND HL-COUNT > ZERO
               PERFORM 040-Set-Earnings-Date
               PERFORM 160-Load-Employee-Master
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 320-Write-Report-Headings
               IF  TIMECARD-AVAILABLE = 'Y'
                   PERFORM 400-Read-Timecard
               END-IF
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS WRITTEN.
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
                   WHEN 'FREQ'
                       IF  WS-OPT-VALUE = 'W' OR 'B' OR 'S' OR 'M'
                           MOVE WS-OPT-VALUE TO WS-RUN-PAY-FREQ
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'HOURS'
                       PERFORM 014-Numeric-Option
                       IF  WS-OPT-NUMBER > 24 OR WS-OPT-NUMBER = ZERO
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-HOLIDAY-HOURS
                       END-IF
                   WHEN 'MINDAYS'
                       PERFORM 014-Numeric-Option
                       MOVE WS-OPT-NUMBER TO WS-MIN-DAYS
                   WHEN 'PREMIUM'
                       PERFORM 014-Numeric-Option
                       MOVE WS-OPT-NUMBER TO WS-PREMIUM-PCT
                   WHEN 'START'
                       PERFORM 015-Validate-Period-Date
                       MOVE WS-OPT-VALUE TO WS-KEYED-START
                   WHEN 'END'
                       PERFORM 015-Validate-Period-Date
                       MOVE WS-OPT-VALUE TO WS-KEYED-END
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
      * One to three digits; anything else is a bad option.
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
       015-Validate-Period-Date.
           MOVE WS-OPT-VALUE TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'HOLPAY01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * The period PAYROL02 will pay: the first row for the
      * frequency whose check date is today or later.  A keyed
      * START/END is only used when there is no calendar.
       030-Select-Pay-Period.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-ISO-YEAR.
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-ISO-MONTH.
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-ISO-DAY.
           OPEN INPUT PAY-CALENDAR.
           IF  CAL-OK
               MOVE 'Y' TO WS-CALENDAR-IN-USE
               PERFORM 182-Read-Calendar-Record
               PERFORM 035-Match-Current-Period
                   UNTIL CAL-AT-EOF OR PERIOD-FOUND
               CLOSE PAY-CALENDAR
               IF  NOT PERIOD-FOUND
                   DISPLAY 'HOLPAY01 - NO PAY PERIOD ON THE CALENDAR '
                           'FOR FREQUENCY ' WS-RUN-PAY-FREQ
                           ' PAID ON OR AFTER ' WS-RUN-DATE-ISO
                           ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
               IF  WS-KEYED-START NOT = SPACES
               OR  WS-KEYED-END NOT = SPACES
                   DISPLAY 'HOLPAY01 - KEYED PERIOD IGNORED - '
                           'PAY CALENDAR IN USE'
               END-IF
           ELSE
               DISPLAY 'PAY CALENDAR STATUS: ' CAL-F-STATUS
               DISPLAY 'NO PAY CALENDAR - PERIOD FROM OPTIONS CARD'
               PERFORM 038-Use-Keyed-Period
           END-IF.
           IF  NOT RUN-REFUSED
               DISPLAY 'HOLPAY01 - HOLIDAY PAY FOR PERIOD '
                       WS-PERIOD-START ' TO ' WS-PERIOD-END
           END-IF.
       035-Match-Current-Period.
           IF  PCAL-FREQ = WS-RUN-PAY-FREQ
           AND PCAL-CHECK-DATE NOT < WS-RUN-DATE-ISO
               MOVE 'Y' TO WS-PERIOD-FOUND-SW
               IF  PCAL-PERIOD-PAID
                   DISPLAY 'HOLPAY01 - PAY PERIOD ' PCAL-PERIOD-START
                           ' TO ' PCAL-PERIOD-END ' ALREADY PAID ON '
                           PCAL-PAID-DATE ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               ELSE
                   MOVE PCAL-PERIOD-START TO WS-PERIOD-START
                   MOVE PCAL-PERIOD-END   TO WS-PERIOD-END
                   MOVE PCAL-CHECK-DATE   TO WS-CHECK-DATE
               END-IF
           ELSE
               PERFORM 182-Read-Calendar-Record
           END-IF.
       038-Use-Keyed-Period.
           IF  WS-KEYED-START = SPACES OR WS-KEYED-END = SPACES
           OR  WS-KEYED-START > WS-KEYED-END
               DISPLAY 'HOLPAY01 - NO PAY PERIOD - KEY START= AND '
                       'END= ON THE OPTIONS CARD - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE WS-KEYED-START TO WS-PERIOD-START
               MOVE WS-KEYED-END   TO WS-PERIOD-END
           END-IF.
      * PAYROL02 only pays a detail dated on a business day inside
      * the period, so the earnings carry the last business day of
      * the period rather than the holiday itself.
       040-Set-Earnings-Date.
           MOVE WS-PERIOD-END TO WS-EARNINGS-DATE.
           MOVE WS-PERIOD-END TO DV-DATE-IN.
           MOVE 'I'           TO DV-FORMAT.
           MOVE 'B'           TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y' AND DV-BUSINESS NOT = 'Y'
               MOVE 'P' TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               MOVE DV-DATE-OUT TO WS-CONV-YMD
               PERFORM 800-Ymd-To-Iso
               MOVE WS-CONV-ISO-X TO WS-EARNINGS-DATE
           END-IF.
      * Company holidays dated inside the period.  The file is read
      * and closed here, before DATEVAL opens it for the business
      * days either side of each holiday.
       150-Load-Holidays.
           OPEN INPUT HOLIDAY-FILE.
           IF  HO-OK
               PERFORM 152-Read-Holiday-Record
               PERFORM 154-Store-Period-Holiday UNTIL HO-AT-EOF
               CLOSE HOLIDAY-FILE
               PERFORM 156-Find-Scheduled-Days
                   VARYING HL-SUB FROM 1 BY 1 UNTIL HL-SUB > HL-COUNT
           ELSE
               DISPLAY 'HOLIDAY CALENDAR STATUS: ' HO-F-STATUS
               DISPLAY 'NO HOLIDAY CALENDAR - NO HOLIDAY PAY'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       152-Read-Holiday-Record.
           READ HOLIDAY-FILE
               AT END MOVE 'Y' TO HO-EOF
           END-READ.
       154-Store-Period-Holiday.
           MOVE 'N' TO DV-VALID.
           IF  HO-DATE IS NUMERIC
               MOVE HO-DATE TO DV-DATE-IN
               MOVE 'Y'     TO DV-FORMAT
               MOVE SPACE   TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
           END-IF.
           IF  DV-VALID = 'Y'
               MOVE HO-DATE TO WS-CONV-YMD
               PERFORM 800-Ymd-To-Iso
               IF  WS-CONV-ISO-X NOT < WS-PERIOD-START
               AND WS-CONV-ISO-X NOT > WS-PERIOD-END
                   IF  HL-COUNT < 10
                       ADD 1 TO HL-COUNT
                       MOVE WS-CONV-ISO-X TO HL-DATE(HL-COUNT)
                       COMPUTE HL-DAY-NUMBER(HL-COUNT) =
                           FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
                   ELSE
                       DISPLAY 'HOLPAY01 - MORE THAN 10 HOLIDAYS IN '
                               'THE PERIOD - ' WS-CONV-ISO-X
                               ' NOT PAID'
                       MOVE 'Y' TO WS-WARNING-SW
                   END-IF
               END-IF
           END-IF.
           PERFORM 152-Read-Holiday-Record.
       156-Find-Scheduled-Days.
           MOVE HL-DATE(HL-SUB) TO DV-DATE-IN.
           MOVE 'I'             TO DV-FORMAT.
           MOVE 'P'             TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT     TO WS-CONV-YMD.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X   TO HL-BEFORE-DATE(HL-SUB).
           MOVE HL-DATE(HL-SUB) TO DV-DATE-IN.
           MOVE 'A'             TO DV-FUNCTION.
           MOVE 1               TO DV-DAY-COUNT.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT     TO WS-CONV-YMD.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X   TO HL-AFTER-DATE(HL-SUB).
           MOVE 'N' TO HL-BEFORE-TESTED(HL-SUB).
           MOVE 'N' TO HL-AFTER-TESTED(HL-SUB).
           IF  HL-BEFORE-DATE(HL-SUB) NOT < WS-PERIOD-START
               MOVE 'Y' TO HL-BEFORE-TESTED(HL-SUB)
           END-IF.
           IF  HL-AFTER-DATE(HL-SUB) NOT > WS-PERIOD-END
               MOVE 'Y' TO HL-AFTER-TESTED(HL-SUB)
           END-IF.
      * Hire dates off the employee master.  A full table would
      * deny holiday pay to everyone past the limit, so the run
      * stops instead.
       160-Load-Employee-Master.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EMP-OK
               PERFORM 162-Read-Employee
               PERFORM 164-Store-Employee UNTIL EMP-AT-EOF
               CLOSE EMPLOYEE-FILE
               IF  EMPLOYEE-TABLE-IS-FULL
                   DISPLAY 'HOLPAY01 - EMPLOYEE TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE MASTER STATUS: ' EMP-F-STATUS
               DISPLAY 'HOLPAY01 - NO EMPLOYEE MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       162-Read-Employee.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO EMP-EOF
           END-READ.
       164-Store-Employee.
           IF  EM-COUNT < 1000
               ADD 1 TO EM-COUNT
               MOVE EMP-ID TO EM-EMP-ID(EM-COUNT)
               MOVE ZERO   TO EM-HIRE-DAY(EM-COUNT)
               IF  EMP-HIRE-DATE IS NUMERIC
                   MOVE EMP-HIRE-DATE TO DV-DATE-IN
                   MOVE 'Y'           TO DV-FORMAT
                   MOVE SPACE         TO DV-FUNCTION
                   CALL 'DATEVAL' USING DATEVAL-PARMS
                   IF  DV-VALID = 'Y'
                       MOVE EMP-HIRE-DATE TO WS-CONV-YMD
                       COMPUTE EM-HIRE-DAY(EM-COUNT) =
                           FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO EMPLOYEE-TABLE-FULL
           END-IF.
           PERFORM 162-Read-Employee.
      * Timecard days that TIMECRD1 rejects (hours not numeric or
      * over 24) are skipped here too - its exceptions cover them.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  TC-HOURS-X IS NUMERIC
           AND TC-HOURS NOT > 24
               PERFORM 200-Locate-Employee-Row
               IF  EH-ENTRY-FOUND
                   PERFORM 220-Tally-One-Holiday
                       VARYING HL-SUB FROM 1 BY 1
                       UNTIL HL-SUB > HL-COUNT
               END-IF
           END-IF.
           PERFORM 400-Read-Timecard.
       200-Locate-Employee-Row.
           MOVE 'N' TO EH-FOUND-SW.
           MOVE 1   TO EH-SUB.
           PERFORM 205-Search-Employee-Row
               UNTIL EH-SUB > EH-COUNT OR EH-ENTRY-FOUND.
           IF  NOT EH-ENTRY-FOUND
               PERFORM 210-Add-Employee-Row
           END-IF.
       205-Search-Employee-Row.
           IF  EH-EMP-ID(EH-SUB) = TC-EMP-ID
               MOVE 'Y' TO EH-FOUND-SW
           ELSE
               ADD 1 TO EH-SUB
           END-IF.
       210-Add-Employee-Row.
           IF  EH-COUNT < 500
               ADD 1 TO EH-COUNT
               MOVE EH-COUNT TO EH-SUB
               INITIALIZE EMP-HOLIDAY-TABLE(EH-SUB)
               MOVE TC-EMP-ID      TO EH-EMP-ID(EH-SUB)
               MOVE TC-FIRST-NAME  TO EH-FIRST-NAME(EH-SUB)
               MOVE TC-LAST-NAME   TO EH-LAST-NAME(EH-SUB)
               MOVE TC-HOURLY-RATE TO EH-HOURLY-RATE(EH-SUB)
               MOVE TC-CATEGORY    TO EH-CATEGORY(EH-SUB)
               MOVE TC-WORK-STATE  TO EH-WORK-STATE(EH-SUB)
               MOVE 'Y' TO EH-FOUND-SW
           ELSE
               IF  NOT EMP-HOLIDAY-IS-FULL
                   DISPLAY 'HOLPAY01 - EMPLOYEE TABLE FULL - NO '
                           'HOLIDAY PAY FROM ' TC-EMP-ID
               END-IF
               MOVE 'Y' TO EMP-HOLIDAY-FULL
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       220-Tally-One-Holiday.
           IF  TC-WORK-DATE = HL-BEFORE-DATE(HL-SUB)
               ADD TC-HOURS TO EH-BEFORE-HOURS(EH-SUB, HL-SUB)
           END-IF.
           IF  TC-WORK-DATE = HL-DATE(HL-SUB)
               ADD TC-HOURS TO EH-ON-HOURS(EH-SUB, HL-SUB)
           END-IF.
           IF  TC-WORK-DATE = HL-AFTER-DATE(HL-SUB)
               ADD TC-HOURS TO EH-AFTER-HOURS(EH-SUB, HL-SUB)
           END-IF.
       300-Open-Files.
           OPEN INPUT TIMECARD-FILE.
           OPEN OUTPUT HOLIDAY-PAY-FILE.
           OPEN OUTPUT HOLIDAY-PAY-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           IF NOT TC-OK
               DISPLAY 'TIMECARD FILE STATUS: ' TC-F-STATUS
               DISPLAY 'NO INPUT TODAY - TIMECARD FILE NOT AVAILABLE'
               MOVE 'N' TO TIMECARD-AVAILABLE
               MOVE 'Y' TO TC-EOF
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       320-Write-Report-Headings.
           MOVE WS-PERIOD-START TO HH1-PERIOD-START.
           MOVE WS-PERIOD-END   TO HH1-PERIOD-END.
           MOVE WS-RUN-DATE-ISO TO HH1-RUN-DATE.
           WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-HEADING-1.
           PERFORM 325-Write-Holiday-Date-Line
               VARYING HL-SUB FROM 1 BY 1 UNTIL HL-SUB > HL-COUNT.
           IF  HL-COUNT > ZERO
               WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-FOOTNOTE-LINE
                   AFTER ADVANCING 1
               WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-HEADING-2
                   AFTER ADVANCING 2
           END-IF.
       325-Write-Holiday-Date-Line.
           MOVE HL-DATE(HL-SUB)        TO HDL-HOLIDAY.
           MOVE HL-BEFORE-DATE(HL-SUB) TO HDL-BEFORE.
           MOVE HL-AFTER-DATE(HL-SUB)  TO HDL-AFTER.
           MOVE SPACE TO HDL-BEFORE-FLAG.
           MOVE SPACE TO HDL-AFTER-FLAG.
           IF  NOT HL-BEFORE-IN-PERIOD(HL-SUB)
               MOVE '*' TO HDL-BEFORE-FLAG
           END-IF.
           IF  NOT HL-AFTER-IN-PERIOD(HL-SUB)
               MOVE '*' TO HDL-AFTER-FLAG
           END-IF.
           WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-DATE-LINE
               AFTER ADVANCING 1.
       400-Read-Timecard.
           READ TIMECARD-FILE
               AT END MOVE 'Y' TO TC-EOF
           END-READ.
       500-Write-Holiday-Pay.
           PERFORM 510-Price-One-Employee
               VARYING EH-SUB FROM 1 BY 1 UNTIL EH-SUB > EH-COUNT.
       510-Price-One-Employee.
           PERFORM 515-Set-Pay-Rate.
           MOVE 'N' TO EMPLOYEE-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 517-Search-Employee-Master
               UNTIL EM-SUB > EM-COUNT OR EMPLOYEE-IS-FOUND.
           PERFORM 520-Price-One-Holiday
               VARYING HL-SUB FROM 1 BY 1 UNTIL HL-SUB > HL-COUNT.
       515-Set-Pay-Rate.
           MOVE 'N' TO CATEGORY-FOUND-SW.
           MOVE 1   TO CR-SUB.
           PERFORM 516-Search-Category-Rate
               UNTIL CR-SUB > 4 OR CATEGORY-IS-FOUND.
           IF  CATEGORY-IS-FOUND
               MOVE CR-CATEGORY-RATE(CR-SUB) TO WS-PAY-RATE
           ELSE
               MOVE EH-HOURLY-RATE(EH-SUB)   TO WS-PAY-RATE
           END-IF.
       516-Search-Category-Rate.
           IF  CR-CATEGORY-CODE(CR-SUB) = EH-CATEGORY(EH-SUB)
               MOVE 'Y' TO CATEGORY-FOUND-SW
           ELSE
               ADD 1 TO CR-SUB
           END-IF.
       517-Search-Employee-Master.
           IF  EM-EMP-ID(EM-SUB) = EH-EMP-ID(EH-SUB)
               MOVE 'Y' TO EMPLOYEE-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
      * Holiday pay needs every eligibility test passed; the premium
      * for working the holiday is owed whether or not it does.
       520-Price-One-Holiday.
           PERFORM 530-Check-Eligibility.
           IF  WS-DENIAL-REASON = SPACES
               MOVE WS-HOLIDAY-HOURS TO WS-PAY-HOURS
               COMPUTE WS-PAY-AMOUNT ROUNDED =
                   WS-PAY-RATE * WS-HOLIDAY-HOURS
               MOVE 'HOLIDAY PAY' TO WS-PAY-NOTE
               PERFORM 550-Write-Earnings-Record
               IF  WS-PAY-NOTE = 'HOLIDAY PAY'
                   ADD 1 TO CTR-HOLIDAY-PAID
               END-IF
           ELSE
               ADD 1 TO CTR-NOT-PAID
               MOVE ZERO             TO WS-PAY-HOURS
               MOVE ZERO             TO WS-PAY-AMOUNT
               MOVE WS-DENIAL-REASON TO WS-PAY-NOTE
               PERFORM 560-Write-Detail-Line
           END-IF.
           IF  EH-ON-HOURS(EH-SUB, HL-SUB) > ZERO
           AND WS-PREMIUM-PCT > ZERO
               MOVE EH-ON-HOURS(EH-SUB, HL-SUB) TO WS-PAY-HOURS
               COMPUTE WS-PAY-AMOUNT ROUNDED =
                   WS-PAY-RATE * WS-PAY-HOURS * WS-PREMIUM-PCT / 100
               MOVE 'WORKED - PREMIUM' TO WS-PAY-NOTE
               PERFORM 550-Write-Earnings-Record
               IF  WS-PAY-NOTE = 'WORKED - PREMIUM'
                   ADD 1 TO CTR-PREMIUM-PAID
               END-IF
           END-IF.
       530-Check-Eligibility.
           MOVE SPACES TO WS-DENIAL-REASON.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-IS-FOUND
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-DENIAL-REASON
               WHEN EM-HIRE-DAY(EM-SUB) = ZERO
                   MOVE 'NO HIRE DATE ON MASTER' TO WS-DENIAL-REASON
               WHEN HL-DAY-NUMBER(HL-SUB) < EM-HIRE-DAY(EM-SUB)
                   MOVE 'HIRED AFTER HOLIDAY'    TO WS-DENIAL-REASON
               WHEN HL-DAY-NUMBER(HL-SUB) - EM-HIRE-DAY(EM-SUB)
                       < WS-MIN-DAYS
                   MOVE 'UNDER MINIMUM SERVICE'  TO WS-DENIAL-REASON
               WHEN HL-BEFORE-IN-PERIOD(HL-SUB)
                AND EH-BEFORE-HOURS(EH-SUB, HL-SUB) = ZERO
                   MOVE 'NO WORK DAY BEFORE'     TO WS-DENIAL-REASON
               WHEN HL-AFTER-IN-PERIOD(HL-SUB)
                AND EH-AFTER-HOURS(EH-SUB, HL-SUB) = ZERO
                   MOVE 'NO WORK DAY AFTER'      TO WS-DENIAL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * An amount past what the PAYROL02 gross column carries is
      * listed for manual keying instead of written.
       550-Write-Earnings-Record.
           IF  WS-PAY-AMOUNT > WS-PAY-MAXIMUM
               MOVE 'OVER MAX - KEY MANUALLY' TO WS-PAY-NOTE
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               MOVE SPACES                 TO HOLIDAY-PAY-OUT-REC
               MOVE EH-FIRST-NAME(EH-SUB)  TO HP-FIRST-NAME
               MOVE EH-LAST-NAME(EH-SUB)   TO HP-LAST-NAME
               MOVE WS-EARNINGS-DATE       TO HP-DATE
               MOVE WS-PAY-RATE            TO HP-HOURLY-RATE
               MOVE ZEROS                  TO HP-HOURS-WORKED
               MOVE EH-CATEGORY(EH-SUB)    TO HP-CATEGORY
               MOVE WS-PAY-AMOUNT          TO HP-GROSS-PAY
               MOVE EH-EMP-ID(EH-SUB)      TO HP-EMP-ID
               MOVE 'A'                    TO HP-REC-TYPE
               MOVE EH-WORK-STATE(EH-SUB)  TO HP-WORK-STATE
               MOVE 'H'                    TO HP-PAY-TYPE
               MOVE ZEROS                  TO HP-ANNUAL-SALARY
               MOVE WS-RUN-PAY-FREQ        TO HP-PAY-FREQ
               WRITE HOLIDAY-PAY-REC FROM HOLIDAY-PAY-OUT-REC
               ADD WS-PAY-AMOUNT TO CTR-TOTAL-AMOUNT
           END-IF.
           PERFORM 560-Write-Detail-Line.
       560-Write-Detail-Line.
           MOVE EH-EMP-ID(EH-SUB) TO HDT-EMP-ID.
           MOVE EH-NAME(EH-SUB)   TO HDT-NAME.
           MOVE HL-DATE(HL-SUB)   TO HDT-HOLIDAY.
           MOVE WS-PAY-HOURS      TO HDT-HOURS.
           MOVE WS-PAY-AMOUNT     TO HDT-AMOUNT.
           MOVE WS-PAY-NOTE       TO HDT-NOTE.
           WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-DETAIL-LINE
               AFTER ADVANCING 1.
       590-Write-Report-Totals.
           MOVE CTR-HOLIDAY-PAID TO HTL-HOLIDAY-PAID.
           MOVE CTR-PREMIUM-PAID TO HTL-PREMIUM-PAID.
           MOVE CTR-NOT-PAID     TO HTL-NOT-PAID.
           MOVE CTR-TOTAL-AMOUNT TO HTL-TOTAL-AMOUNT.
           WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-TOTAL-LINE-1
               AFTER ADVANCING 2.
           WRITE HOLIDAY-REPORT-REC FROM HOLIDAY-TOTAL-LINE-2
               AFTER ADVANCING 1.
       600-Close-Files.
           IF TIMECARD-AVAILABLE = 'Y'
               CLOSE TIMECARD-FILE
           END-IF.
           CLOSE HOLIDAY-PAY-FILE.
           CLOSE HOLIDAY-PAY-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'HOLPAY01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       182-Read-Calendar-Record.
           READ PAY-CALENDAR
               AT END MOVE 'Y' TO CAL-EOF
           END-READ.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-ISO-DAY.
