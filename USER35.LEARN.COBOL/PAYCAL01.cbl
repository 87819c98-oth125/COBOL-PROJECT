       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCAL01.
      ***** Annual payroll calendar.  Run once a year, ahead of the
      ***** first check date of the new year, to build that year's
      ***** pay periods for every pay frequency PAYROL02 prices -
      ***** weekly, biweekly, semimonthly and monthly - each with
      ***** its period start, period end and check date.  A check
      ***** date that lands on a weekend or on the HOLIDAYS calendar
      ***** moves back to the prior business day (DATEVAL's P
      ***** function); the report shows the date it moved from.
      ***** The calendar master PAYCAL is the source of PAYROL02's
      ***** pay-period control card: PAYROL02 takes the open period
      ***** with the next check date and marks it paid when the run
      ***** completes.  The rows for the year before stay on the
      ***** master so the turn of the year still finds its period;
      ***** anything older drops off.  A year already on the master
      ***** is never generated twice.
      *****
      ***** Run options come on a labeled SYSIN card, e.g.
      *****     YEAR=2027 WEEKLY=2026-12-27 BIWEEKLY=2026-12-20 LAG=6
      ***** YEAR is required.  WEEKLY and BIWEEKLY give the first
      ***** day of a period of that frequency; without them the
      ***** sequence carries on from the last period on the master.
      ***** A weekly or biweekly period belongs to the year its check
      ***** date falls in.  LAG is the days from period end to check
      ***** date for weekly and biweekly pay (6 when not keyed - a
      ***** Sunday-Saturday week paid the following Friday).
      ***** Semimonthly pay runs the 1st-15th and 16th-month end and
      ***** monthly pay the calendar month; both are paid on the
      ***** last day of the period.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CAL-F-STATUS.
           SELECT CALENDAR-REPORT ASSIGN TO PAYCALRP.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAY-CALENDAR-REC.
      * One row per pay period.  Frequency codes are PAYROL02's: W
      * weekly, B biweekly, S semimonthly, M monthly.  The scheduled
      * date is the check date before any weekend or holiday move.
      * Status O is open, P paid (PAYROL02 stamps its run date).
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
       FD  CALENDAR-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALENDAR-REPORT-REC.
       01  CALENDAR-REPORT-REC  PIC X(80).
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
       77 CAL-EOF                   PIC X(01) VALUE 'N'.
           88 CAL-AT-EOF                      VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 CALENDAR-WARNING                VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. YEAR=2027 WEEKLY=2026-12-27
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-OPTIONS.
          05 WS-CAL-YEAR            PIC 9(04) VALUE ZEROS.
          05 WS-WEEKLY-ANCHOR       PIC X(10) VALUE SPACES.
          05 WS-BIWEEKLY-ANCHOR     PIC X(10) VALUE SPACES.
          05 WS-CHECK-LAG           PIC 9(02) VALUE 6.
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
      * Calendar master held in core, rewritten at the end of the
      * run with the new year's periods behind the old ones.
       01 CALENDAR-TABLE-AREA.
           05 CT-COUNT              PIC 9(4) COMP VALUE 0.
           05 CT-SUB                PIC 9(4) COMP VALUE 0.
           05 CALENDAR-TABLE OCCURS 400 TIMES.
               10 CT-FREQ           PIC X(01).
               10 CT-YEAR           PIC 9(04).
               10 CT-PERIOD-NO      PIC 9(02).
               10 CT-PERIOD-START   PIC X(10).
               10 CT-PERIOD-END     PIC X(10).
               10 CT-CHECK-DATE     PIC X(10).
               10 CT-SCHED-DATE     PIC X(10).
               10 CT-STATUS         PIC X(01).
               10 CT-PAID-DATE      PIC X(08).
       01 CALENDAR-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 CALENDAR-TABLE-IS-FULL          VALUE 'Y'.
       01 WS-FIRST-NEW-ROW          PIC 9(4) COMP VALUE 0.
      * Period building work.  Day numbers are INTEGER-OF-DATE
      * values so periods step by whole days across month ends.
       01 WS-PERIOD-WORK.
           05 WS-FREQ               PIC X(01) VALUE SPACE.
           05 WS-FREQ-INDEX         PIC 9(1)  VALUE 0.
           05 WS-PERIOD-NO          PIC 9(2)  VALUE 0.
           05 WS-PERIOD-LENGTH      PIC 9(2)  VALUE 0.
           05 WS-START-DAY          PIC 9(7)  VALUE 0.
           05 WS-END-DAY            PIC 9(7)  VALUE 0.
           05 WS-CHECK-DAY          PIC 9(7)  VALUE 0.
           05 WS-CHECK-YEAR         PIC 9(4)  VALUE 0.
           05 WS-MONTH              PIC 9(2)  VALUE 0.
           05 WS-ANCHOR             PIC X(10) VALUE SPACES.
           05 WS-LAST-END           PIC X(10) VALUE SPACES.
           05 WS-START-ISO          PIC X(10) VALUE SPACES.
           05 WS-END-ISO            PIC X(10) VALUE SPACES.
           05 WS-SCHED-ISO          PIC X(10) VALUE SPACES.
           05 WS-CHECK-ISO          PIC X(10) VALUE SPACES.
       01 WS-SEQUENCE-DONE-SW       PIC X(01) VALUE 'N'.
           88 SEQUENCE-DONE                   VALUE 'Y'.
       01 WS-START-KNOWN-SW         PIC X(01) VALUE 'N'.
           88 SEQUENCE-START-KNOWN            VALUE 'Y'.
      * Date conversion work - YYYYMMDD to and from the ISO form
      * PAYROL02 compares its pay dates against.
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
       01 WS-CONV-DAY-NUMBER        PIC 9(7)  VALUE 0.
       01 WS-FREQUENCY-CODES-X      PIC X(04) VALUE 'WBSM'.
       01 WS-FREQUENCY-CODES REDEFINES WS-FREQUENCY-CODES-X.
           05 WS-FREQ-CODE          PIC X(01) OCCURS 4 TIMES.
       01 WS-FREQUENCY-NAMES-X.
           05 FILLER   PIC X(12) VALUE 'WEEKLY'.
           05 FILLER   PIC X(12) VALUE 'BIWEEKLY'.
           05 FILLER   PIC X(12) VALUE 'SEMIMONTHLY'.
           05 FILLER   PIC X(12) VALUE 'MONTHLY'.
       01 WS-FREQUENCY-NAMES REDEFINES WS-FREQUENCY-NAMES-X.
           05 WS-FREQ-NAME          PIC X(12) OCCURS 4 TIMES.
       01 WS-FREQ-PERIOD-COUNT      PIC 9(2)  VALUE 0.
      *    PRINTED CALENDAR LINES
       01 CAL-HEADING-1.
           05 FILLER   PIC X(24) VALUE 'PAYROLL CALENDAR - YEAR '.
           05 CH1-YEAR              PIC 9(04).
           05 FILLER   PIC X(06) VALUE ' RUN: '.
           05 CH1-RUN-DATE          PIC X(08).
           05 FILLER   PIC X(38) VALUE SPACES.
       01 CAL-SECTION-LINE.
           05 CSL-FREQ-NAME         PIC X(12).
           05 FILLER   PIC X(68) VALUE 'PAY PERIODS'.
       01 CAL-HEADING-2.
           05 FILLER   PIC X(40) VALUE
                  'PERIOD  START       END         CHECK DA'.
           05 FILLER   PIC X(40) VALUE
                  'TE   NOTE'.
       01 CAL-DETAIL-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-PERIOD-NO         PIC Z9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 CDL-PERIOD-START      PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-PERIOD-END        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-CHECK-DATE        PIC X(10).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CDL-NOTE              PIC X(35).
       01 CAL-NOTE-MOVED.
           05 FILLER   PIC X(11) VALUE 'MOVED FROM '.
           05 CNM-SCHED-DATE        PIC X(10).
           05 FILLER   PIC X(14) VALUE SPACES.
       01 CAL-TOTAL-LINE.
           05 FILLER   PIC X(10) VALUE SPACES.
           05 CTL-PERIOD-COUNT      PIC Z9.
           05 FILLER   PIC X(68) VALUE ' PAY PERIODS'.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Build-One-Frequency
                   VARYING WS-FREQ-INDEX FROM 1 BY 1
                   UNTIL WS-FREQ-INDEX > 4
           END-IF.
      * A full table means rows past the limit never made it into
      * core - rewriting from the table would silently drop them.
           IF  CALENDAR-TABLE-IS-FULL
               DISPLAY 'PAYCAL01 - CALENDAR TABLE FULL - MASTER NOT '
                       'REWRITTEN - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 500-Print-Calendar
               PERFORM 880-Save-Calendar
               IF  CALENDAR-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Calendar
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 170-Check-Year-Not-On-File
           END-IF.
      *    A BAD OR MISSING OPTION ENDS THE RUN WITH CC 8 - NOTHING IS
      *    BUILT AND THE MASTER IS LEFT AS IT WAS.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-CAL-YEAR = ZEROS
               DISPLAY 'PAYCAL01 - NO YEAR=YYYY ON THE OPTIONS CARD'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'YEAR'
                       IF  WS-OPT-VALUE(1:4) IS NUMERIC
                       AND WS-OPT-VALUE(5:6) = SPACES
                           MOVE WS-OPT-VALUE(1:4) TO WS-CAL-YEAR
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'WEEKLY'
                       PERFORM 015-Validate-Anchor-Date
                       MOVE WS-OPT-VALUE TO WS-WEEKLY-ANCHOR
                   WHEN 'BIWEEKLY'
                       PERFORM 015-Validate-Anchor-Date
                       MOVE WS-OPT-VALUE TO WS-BIWEEKLY-ANCHOR
                   WHEN 'LAG'
                       IF  WS-OPT-VALUE(1:1) IS NUMERIC
                       AND WS-OPT-VALUE(2:9) = SPACES
                           MOVE WS-OPT-VALUE(1:1) TO WS-CHECK-LAG
                       ELSE
                           IF  WS-OPT-VALUE(1:2) IS NUMERIC
                           AND WS-OPT-VALUE(3:8) = SPACES
                               MOVE WS-OPT-VALUE(1:2) TO WS-CHECK-LAG
                           ELSE
                               PERFORM 019-Bad-Option
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       015-Validate-Anchor-Date.
           MOVE WS-OPT-VALUE TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'PAYCAL01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       150-Load-Calendar.
           OPEN INPUT PAY-CALENDAR.
           IF  CAL-OK
               PERFORM 155-Read-Calendar-Record
               PERFORM 160-Store-Calendar-Row UNTIL CAL-AT-EOF
               CLOSE PAY-CALENDAR
           ELSE
               DISPLAY 'PAY CALENDAR STATUS: ' CAL-F-STATUS
               DISPLAY 'NO PAY CALENDAR - STARTING A NEW ONE'
           END-IF.
       155-Read-Calendar-Record.
           READ PAY-CALENDAR
               AT END MOVE 'Y' TO CAL-EOF
           END-READ.
       160-Store-Calendar-Row.
           IF  CT-COUNT < 400
               ADD 1 TO CT-COUNT
               MOVE PCAL-FREQ         TO CT-FREQ(CT-COUNT)
               MOVE PCAL-YEAR         TO CT-YEAR(CT-COUNT)
               MOVE PCAL-PERIOD-NO    TO CT-PERIOD-NO(CT-COUNT)
               MOVE PCAL-PERIOD-START TO CT-PERIOD-START(CT-COUNT)
               MOVE PCAL-PERIOD-END   TO CT-PERIOD-END(CT-COUNT)
               MOVE PCAL-CHECK-DATE   TO CT-CHECK-DATE(CT-COUNT)
               MOVE PCAL-SCHED-DATE   TO CT-SCHED-DATE(CT-COUNT)
               MOVE PCAL-STATUS       TO CT-STATUS(CT-COUNT)
               MOVE PCAL-PAID-DATE    TO CT-PAID-DATE(CT-COUNT)
           ELSE
               MOVE 'Y' TO CALENDAR-TABLE-FULL
           END-IF.
           PERFORM 155-Read-Calendar-Record.
       170-Check-Year-Not-On-File.
           PERFORM 175-Check-One-Row-Year
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
           COMPUTE WS-FIRST-NEW-ROW = CT-COUNT + 1.
       175-Check-One-Row-Year.
           IF  CT-YEAR(CT-SUB) = WS-CAL-YEAR AND NOT RUN-REFUSED
               DISPLAY 'PAYCAL01 - CALENDAR FOR ' WS-CAL-YEAR
                       ' IS ALREADY ON THE MASTER - NOT REBUILT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      * One frequency's periods for the year, appended to the table.
       200-Build-One-Frequency.
           MOVE WS-FREQ-CODE(WS-FREQ-INDEX) TO WS-FREQ.
           MOVE ZEROS TO WS-PERIOD-NO.
           EVALUATE WS-FREQ
               WHEN 'W'
                   MOVE 7 TO WS-PERIOD-LENGTH
                   MOVE WS-WEEKLY-ANCHOR TO WS-ANCHOR
                   PERFORM 210-Build-Fixed-Length-Periods
               WHEN 'B'
                   MOVE 14 TO WS-PERIOD-LENGTH
                   MOVE WS-BIWEEKLY-ANCHOR TO WS-ANCHOR
                   PERFORM 210-Build-Fixed-Length-Periods
               WHEN 'S'
                   PERFORM 230-Build-Semimonthly-Month
                       VARYING WS-MONTH FROM 1 BY 1
                       UNTIL WS-MONTH > 12
               WHEN 'M'
                   PERFORM 240-Build-Monthly-Period
                       VARYING WS-MONTH FROM 1 BY 1
                       UNTIL WS-MONTH > 12
           END-EVALUATE.
      * Weekly and biweekly periods run on from the keyed anchor or,
      * failing that, from the day after the last period on file.
      * Periods whose check date falls before the year are stepped
      * over; the first one paid after it ends the sequence.
       210-Build-Fixed-Length-Periods.
           MOVE 'N' TO WS-START-KNOWN-SW.
           IF  WS-ANCHOR = SPACES
               PERFORM 215-Find-Last-Period-End
               IF  WS-LAST-END = SPACES
                   DISPLAY 'PAYCAL01 - NO ' WS-FREQ-NAME(WS-FREQ-INDEX)
                           ' ANCHOR KEYED OR ON FILE - NOT BUILT'
                   MOVE 'Y' TO WS-WARNING-SW
               ELSE
                   MOVE WS-LAST-END TO WS-CONV-ISO-X
                   PERFORM 820-Iso-To-Day-Number
                   COMPUTE WS-START-DAY = WS-CONV-DAY-NUMBER + 1
                   MOVE 'Y' TO WS-START-KNOWN-SW
               END-IF
           ELSE
               MOVE WS-ANCHOR TO WS-CONV-ISO-X
               PERFORM 820-Iso-To-Day-Number
               MOVE WS-CONV-DAY-NUMBER TO WS-START-DAY
               MOVE 'Y' TO WS-START-KNOWN-SW
           END-IF.
           IF  SEQUENCE-START-KNOWN
               MOVE 'N' TO WS-SEQUENCE-DONE-SW
               PERFORM 220-Build-One-Fixed-Period
                   UNTIL SEQUENCE-DONE
           END-IF.
       215-Find-Last-Period-End.
           MOVE SPACES TO WS-LAST-END.
           PERFORM 217-Check-Last-Period-End
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
       217-Check-Last-Period-End.
           IF  CT-FREQ(CT-SUB) = WS-FREQ
           AND (WS-LAST-END = SPACES
                OR CT-PERIOD-END(CT-SUB) > WS-LAST-END)
               MOVE CT-PERIOD-END(CT-SUB) TO WS-LAST-END
           END-IF.
       220-Build-One-Fixed-Period.
           COMPUTE WS-END-DAY = WS-START-DAY + WS-PERIOD-LENGTH - 1.
           COMPUTE WS-CHECK-DAY = WS-END-DAY + WS-CHECK-LAG.
           MOVE WS-CHECK-DAY TO WS-CONV-DAY-NUMBER.
           PERFORM 810-Day-Number-To-Iso.
           MOVE WS-ISO-YEAR TO WS-CHECK-YEAR.
           IF  WS-CHECK-YEAR > WS-CAL-YEAR
               MOVE 'Y' TO WS-SEQUENCE-DONE-SW
           ELSE
               IF  WS-CHECK-YEAR = WS-CAL-YEAR
                   MOVE WS-CONV-ISO-X TO WS-SCHED-ISO
                   MOVE WS-START-DAY TO WS-CONV-DAY-NUMBER
                   PERFORM 810-Day-Number-To-Iso
                   MOVE WS-CONV-ISO-X TO WS-START-ISO
                   MOVE WS-END-DAY TO WS-CONV-DAY-NUMBER
                   PERFORM 810-Day-Number-To-Iso
                   MOVE WS-CONV-ISO-X TO WS-END-ISO
                   PERFORM 250-Add-Calendar-Row
               END-IF
               COMPUTE WS-START-DAY = WS-END-DAY + 1
           END-IF.
      * The 1st-15th paid on the 15th, the 16th-month end paid on
      * the last day of the month.
       230-Build-Semimonthly-Month.
           MOVE WS-CAL-YEAR TO WS-CONV-YEAR.
           MOVE WS-MONTH    TO WS-CONV-MONTH.
           MOVE 1           TO WS-CONV-DAY.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X TO WS-START-ISO.
           MOVE 15          TO WS-CONV-DAY.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X TO WS-END-ISO WS-SCHED-ISO.
           PERFORM 250-Add-Calendar-Row.
           MOVE WS-CAL-YEAR TO WS-CONV-YEAR.
           MOVE WS-MONTH    TO WS-CONV-MONTH.
           MOVE 16          TO WS-CONV-DAY.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X TO WS-START-ISO.
           PERFORM 245-Find-Month-End.
           PERFORM 250-Add-Calendar-Row.
       240-Build-Monthly-Period.
           MOVE WS-CAL-YEAR TO WS-CONV-YEAR.
           MOVE WS-MONTH    TO WS-CONV-MONTH.
           MOVE 1           TO WS-CONV-DAY.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X TO WS-START-ISO.
           PERFORM 245-Find-Month-End.
           PERFORM 250-Add-Calendar-Row.
      * The day before the first of the following month.
       245-Find-Month-End.
           MOVE WS-CAL-YEAR TO WS-CONV-YEAR.
           MOVE 1           TO WS-CONV-DAY.
           IF  WS-MONTH = 12
               ADD 1 TO WS-CONV-YEAR
               MOVE 1 TO WS-CONV-MONTH
           ELSE
               COMPUTE WS-CONV-MONTH = WS-MONTH + 1
           END-IF.
           COMPUTE WS-CONV-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD) - 1.
           PERFORM 810-Day-Number-To-Iso.
           MOVE WS-CONV-ISO-X TO WS-END-ISO WS-SCHED-ISO.
      * A check date on a weekend or holiday is paid the business
      * day before it.
       250-Add-Calendar-Row.
           MOVE WS-SCHED-ISO TO WS-CHECK-ISO.
           MOVE WS-SCHED-ISO TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE 'B'          TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y' AND DV-BUSINESS NOT = 'Y'
               MOVE 'P' TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               MOVE DV-DATE-OUT TO WS-CONV-YMD
               PERFORM 800-Ymd-To-Iso
               MOVE WS-CONV-ISO-X TO WS-CHECK-ISO
           END-IF.
           MOVE SPACE TO DV-FUNCTION.
           IF  CT-COUNT < 400
               ADD 1 TO CT-COUNT
               ADD 1 TO WS-PERIOD-NO
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE WS-FREQ         TO CT-FREQ(CT-COUNT)
               MOVE WS-CAL-YEAR     TO CT-YEAR(CT-COUNT)
               MOVE WS-PERIOD-NO    TO CT-PERIOD-NO(CT-COUNT)
               MOVE WS-START-ISO    TO CT-PERIOD-START(CT-COUNT)
               MOVE WS-END-ISO      TO CT-PERIOD-END(CT-COUNT)
               MOVE WS-CHECK-ISO    TO CT-CHECK-DATE(CT-COUNT)
               MOVE WS-SCHED-ISO    TO CT-SCHED-DATE(CT-COUNT)
               MOVE 'O'             TO CT-STATUS(CT-COUNT)
               MOVE SPACES          TO CT-PAID-DATE(CT-COUNT)
           ELSE
               MOVE 'Y' TO CALENDAR-TABLE-FULL
               MOVE 'Y' TO WS-SEQUENCE-DONE-SW
           END-IF.
       300-Open-Files.
           OPEN OUTPUT CALENDAR-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
      * The new year's periods for HR, one section per frequency.
       500-Print-Calendar.
           MOVE WS-CAL-YEAR            TO CH1-YEAR.
           MOVE WS-JOB-START-TIME(1:8) TO CH1-RUN-DATE.
           WRITE CALENDAR-REPORT-REC FROM CAL-HEADING-1.
           PERFORM 510-Print-One-Frequency
               VARYING WS-FREQ-INDEX FROM 1 BY 1
               UNTIL WS-FREQ-INDEX > 4.
       510-Print-One-Frequency.
           MOVE WS-FREQ-CODE(WS-FREQ-INDEX) TO WS-FREQ.
           MOVE WS-FREQ-NAME(WS-FREQ-INDEX) TO CSL-FREQ-NAME.
           MOVE ZEROS TO WS-FREQ-PERIOD-COUNT.
           WRITE CALENDAR-REPORT-REC FROM CAL-SECTION-LINE
               AFTER ADVANCING 3.
           WRITE CALENDAR-REPORT-REC FROM CAL-HEADING-2
               AFTER ADVANCING 2.
           PERFORM 520-Print-One-Period
               VARYING CT-SUB FROM WS-FIRST-NEW-ROW BY 1
               UNTIL CT-SUB > CT-COUNT.
           MOVE WS-FREQ-PERIOD-COUNT TO CTL-PERIOD-COUNT.
           WRITE CALENDAR-REPORT-REC FROM CAL-TOTAL-LINE
               AFTER ADVANCING 2.
       520-Print-One-Period.
           IF  CT-FREQ(CT-SUB) = WS-FREQ
               ADD 1 TO WS-FREQ-PERIOD-COUNT
               MOVE CT-PERIOD-NO(CT-SUB)    TO CDL-PERIOD-NO
               MOVE CT-PERIOD-START(CT-SUB) TO CDL-PERIOD-START
               MOVE CT-PERIOD-END(CT-SUB)   TO CDL-PERIOD-END
               MOVE CT-CHECK-DATE(CT-SUB)   TO CDL-CHECK-DATE
               IF  CT-CHECK-DATE(CT-SUB) = CT-SCHED-DATE(CT-SUB)
                   MOVE SPACES TO CDL-NOTE
               ELSE
                   MOVE CT-SCHED-DATE(CT-SUB) TO CNM-SCHED-DATE
                   MOVE CAL-NOTE-MOVED        TO CDL-NOTE
               END-IF
               WRITE CALENDAR-REPORT-REC FROM CAL-DETAIL-LINE
           END-IF.
      * Rows older than last year have no more use to a payroll run
      * and drop off the rewritten master.
       880-Save-Calendar.
           OPEN OUTPUT PAY-CALENDAR.
           PERFORM 885-Write-One-Calendar-Row
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CT-COUNT.
           CLOSE PAY-CALENDAR.
       885-Write-One-Calendar-Row.
           IF  CT-YEAR(CT-SUB) NOT < WS-CAL-YEAR - 1
               MOVE SPACES                  TO PAY-CALENDAR-REC
               MOVE CT-FREQ(CT-SUB)         TO PCAL-FREQ
               MOVE CT-YEAR(CT-SUB)         TO PCAL-YEAR
               MOVE CT-PERIOD-NO(CT-SUB)    TO PCAL-PERIOD-NO
               MOVE CT-PERIOD-START(CT-SUB) TO PCAL-PERIOD-START
               MOVE CT-PERIOD-END(CT-SUB)   TO PCAL-PERIOD-END
               MOVE CT-CHECK-DATE(CT-SUB)   TO PCAL-CHECK-DATE
               MOVE CT-SCHED-DATE(CT-SUB)   TO PCAL-SCHED-DATE
               MOVE CT-STATUS(CT-SUB)       TO PCAL-STATUS
               MOVE CT-PAID-DATE(CT-SUB)    TO PCAL-PAID-DATE
               WRITE PAY-CALENDAR-REC
           END-IF.
       600-Close-Files.
           CLOSE CALENDAR-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'PAYCAL01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-ISO-DAY.
       810-Day-Number-To-Iso.
           COMPUTE WS-CONV-YMD =
               FUNCTION DATE-OF-INTEGER(WS-CONV-DAY-NUMBER).
           PERFORM 800-Ymd-To-Iso.
       820-Iso-To-Day-Number.
           MOVE WS-ISO-YEAR  TO WS-CONV-YEAR.
           MOVE WS-ISO-MONTH TO WS-CONV-MONTH.
           MOVE WS-ISO-DAY   TO WS-CONV-DAY.
           COMPUTE WS-CONV-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
