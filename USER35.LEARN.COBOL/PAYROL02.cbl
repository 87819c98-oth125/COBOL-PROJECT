           FILE STATUS IS TIER-F-STATUS.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT MASTER-JOURNAL ASSIGN TO MSTRJRNL.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CAL-F-STATUS.
           SELECT MIN-WAGE-FILE ASSIGN TO MINWAGE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MW-F-STATUS.
           SELECT COMPLIANCE-REPORT ASSIGN TO COMPLRPT.
       DATA DIVISION.                                                   00001800
       FILE SECTION.                                                    00001900
       FD  PAYROLL                                                      00002000
           05  CC-AMOUNT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(27).
      * Payroll calendar master - see PAYCAL01.  Each frequency's
      * open period that is due today is this run's pay-period
      * control card for that frequency; it is marked paid (P, with
      * the run date) when the run completes.
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
           05  PCAL-PAID-DATE     PIC X(08).
           05  FILLER             PIC X(24).
      * Minimum wage by state with the date each rate takes effect.
      * State US is the federal floor; the higher of the federal and
      * the work state's rate in effect on the pay date applies.
       FD  MIN-WAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MIN-WAGE-REC.
       01  MIN-WAGE-REC.
           05  MW-STATE           PIC X(02).
           05  MW-EFF-DATE        PIC X(08).
           05  MW-RATE            PIC 99V99.
           05  FILLER             PIC X(66).
      * Wage-and-hour compliance report for HR - every detail held
      * for a rate under the minimum, and every overtime exemption
      * coding the run overrode.
       FD  COMPLIANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COMPLIANCE-REPORT-REC.
       01  COMPLIANCE-REPORT-REC  PIC X(80).
       WORKING-STORAGE SECTION.                                         00003500
       01 WS-JOB-START-TIME         PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT       PIC 9(7)  VALUE 0.
       01 JOBCHK-PARMS.
           05 JC-JOB-NAME           PIC X(08) VALUE 'PAYROL02'.
           05 JC-ALREADY-RAN        PIC X(01) VALUE 'N'.
      * Social Security and Medicare year to date - see FICAWH.
      * Every check written is charged (voids reversed) so the wage
      * base carries across cycles, and the updated year to date is
      * saved to TAXYTDN at the end of the run.
       01 FICAWH-PARMS.
           05 FI-FUNCTION           PIC X(01) VALUE 'C'.
           05 FI-USE-MASTER         PIC X(01) VALUE 'Y'.
           05 FI-EMP-ID             PIC X(08) VALUE SPACES.
           05 FI-PAY-DATE           PIC X(10) VALUE SPACES.
           05 FI-GROSS              PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-WAGES           PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-EE              PIC 9(6)V99 VALUE ZEROS.
           05 FI-SS-ER              PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-WAGES          PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-EE             PIC 9(6)V99 VALUE ZEROS.
           05 FI-MED-ER             PIC 9(6)V99 VALUE ZEROS.
      * SYSIN run card - column 1 the rerun override, column 3 the
      * pay frequency whose calendar period this run pays (W, B, S
      * or M).  Left blank, the run pays every frequency with a
      * period due on the calendar, or weekly with no calendar.
       01 WS-RUN-CARD.
           05 WS-RERUN-OVERRIDE     PIC X(01) VALUE 'N'.
               88 RERUN-OVERRIDE-SET          VALUE 'Y' 'y'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-RUN-PAY-FREQ       PIC X(01) VALUE SPACE.
           05 FILLER                PIC X(77) VALUE SPACES.
      * Payroll calendar held in core; the run's period is marked
      * paid and the master rewritten at the end of the run.  With
      * no calendar on the PAYCAL DD the run takes its period from
      * a keyed C card ahead of the detail, as it always has.
       77 CAL-F-STATUS              PIC X(02) VALUE SPACES.
           88 CAL-OK                          VALUE '00'.
       77 CAL-EOF                   PIC X(01) VALUE 'N'.
           88 CAL-AT-EOF                      VALUE 'Y'.
       77 WS-CALENDAR-IN-USE        PIC X(01) VALUE 'N'.
           88 PAY-CALENDAR-IN-USE             VALUE 'Y'.
       01 CALENDAR-TABLE-AREA.
           05 CT-COUNT              PIC 9(4) COMP VALUE 0.
           05 CT-SUB                PIC 9(4) COMP VALUE 0.
           05 CT-CURRENT            PIC 9(4) COMP VALUE 0.
           05 CALENDAR-TABLE OCCURS 400 TIMES.
               10 CT-FREQ           PIC X(01).
               10 CT-YEAR           PIC 9(04).
               10 CT-PERIOD-NO      PIC 9(02).
               10 CT-PERIOD-START   PIC X(10).
               10 CT-PERIOD-END     PIC X(10).
               10 CT-CHECK-DATE     PIC X(10).
               10 CT-SCHED-DATE     PIC X(10).
               10 CT-STATUS         PIC X(01).
                   88 CT-PERIOD-PAID         VALUE 'P'.
               10 CT-PAID-DATE      PIC X(08).
       01 CALENDAR-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 CALENDAR-TABLE-IS-FULL          VALUE 'Y'.
      * The periods this run pays - one slot per frequency, in the
      * order PAYCAL01 builds them.  A zero row means nothing is due
      * for that frequency today.  The first frequency due is the
      * run's own, and its period the default for detail whose own
      * frequency is not being paid.
       01 WS-FREQUENCY-CODES-X      PIC X(04) VALUE 'WBSM'.
       01 WS-FREQUENCY-CODES REDEFINES WS-FREQUENCY-CODES-X.
           05 WS-FREQ-CODE          PIC X(01) OCCURS 4 TIMES.
       01 DUE-PERIOD-AREA.
           05 DP-SUB                PIC 9(4) COMP VALUE 0.
           05 DP-DUE-COUNT          PIC 9(4) COMP VALUE 0.
           05 DUE-PERIOD OCCURS 4 TIMES.
               10 DP-CT-ROW         PIC 9(4) COMP.
           05 WS-RUN-PERIOD-START   PIC X(10) VALUE SPACES.
           05 WS-RUN-PERIOD-END     PIC X(10) VALUE SPACES.
       77 WS-FREQ-KEYED-SW          PIC X(01) VALUE 'N'.
           88 RUN-FREQ-KEYED                  VALUE 'Y'.
       01 WS-RUN-DATE-ISO.
           05 WS-RUN-ISO-YEAR       PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-MONTH      PIC X(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-DAY        PIC X(02).
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
      * End of File switch                                              00003600
               88  LEAVE-RECORD-IN             VALUE 'L'.
               88  ADJUSTMENT-RECORD-IN        VALUE 'A'.
           05  STATE-IN                PIC X(02).
      * Pay type and frequency.  Blank pay type is hourly and blank
      * frequency weekly, so records keyed before these fields
      * existed price exactly as they always did.  A salaried record
      * carries the annual salary and, for proration, the hire and
      * termination dates (YYYYMMDD, blank when not in the period).
      * Salaried staff are exempt from overtime unless flagged N.
           05  PAY-TYPE-IN             PIC X(01).
               88  HOURLY-PAY-IN               VALUE 'H' ' '.
               88  SALARIED-PAY-IN             VALUE 'S'.
           05  ANNUAL-SALARY-IN        PIC 9(6)V99.
           05  PAY-FREQ-IN             PIC X(01).
               88  PAY-FREQ-VALID              VALUE 'W' ' ' 'B'
                                                     'S' 'M'.
           05  HIRE-DATE-IN            PIC X(08).
           05  TERM-DATE-IN            PIC X(08).
           05  OT-STATUS-IN            PIC X(01).
               88  OT-NON-EXEMPT-IN            VALUE 'N'.
               88  OT-EXEMPT-IN                VALUE 'E'.
      * Leave-taken record - 'L' in the record-type byte; the leave
      * type and hours ride in the rate/hours columns of the detail.
       01 LEAVE-TAKEN-IN.
           05  HOURS-WORKED-OUT        PIC ZZ.                          00005800
           05  FILLER                  PIC X(02).                       00005900
           05  CATEGORY-OUT            PIC X(1).                        00006000
           05  FILLER                  PIC X(01).                       00006100
           05  GROSS-PAY-OUT           PIC $$$$$$.99.                   00006200
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  CURRENCY-CODE-OUT       PIC X(03).
           05  FILLER                  PIC X(01).
           05  EMP-ID-OUT              PIC X(08).
           05  PAY-FREQ-OUT            PIC X(01)  VALUE SPACE.
           05  REC-FLAG-OUT            PIC X(05)  VALUE SPACES.
           05  STATE-OUT               PIC X(02)  VALUE SPACES.
           05  REC-TYPE-OUT            PIC X(01)  VALUE 'D'.
           05  WS-GROSS-PAY-NUM        PIC 9(5)V99 VALUE ZEROS.         00006345
           05  WS-EFFECTIVE-RATE       PIC 99V99   VALUE ZEROS.         00006346
       77  WS-CURRENCY-CODE        PIC X(03)   VALUE 'USD'.
      * Highest gross one check may carry for any pay frequency -
      * a monthly salary runs well past what a weekly check does.
       77  WS-GROSS-PAY-CEILING    PIC 9(5)V99 VALUE 50000.00.
       77  WS-DETAIL-PAY-FREQ      PIC X(01)   VALUE SPACE.
       77  WS-GROSS-PAY-VALID-SW   PIC X(01)   VALUE 'Y'.
           88  GROSS-PAY-ACCEPTED              VALUE 'Y'.
           88  GROSS-PAY-REJECTED              VALUE 'N'.
       77  WS-PAY-EXC-REASON       PIC X(49)   VALUE SPACES.
      * Salaried pricing - the annual salary over the periods in a
      * year for the pay frequency, prorated by calendar days for a
      * hire or termination inside the pay-period window.  The
      * hourly equivalent (annual over 2080) prices overtime for
      * non-exempt salaried staff on weekly and biweekly periods;
      * semimonthly and monthly periods do not fall on week
      * boundaries, so their overtime comes in as an adjustment.
       01  WS-SALARY-CALC.
           05  WS-BELOW-EXEMPT-FLOOR   PIC X(01)   VALUE 'N'.
               88  SALARY-BELOW-EXEMPT-FLOOR       VALUE 'Y'.
           05  WS-PERIODS-PER-YEAR     PIC 9(2)    VALUE ZEROS.
           05  WS-OT-THRESHOLD         PIC 9(2)    VALUE ZEROS.
           05  WS-PERIOD-SALARY        PIC 9(6)V99 VALUE ZEROS.
           05  WS-HOURLY-EQUIVALENT    PIC 9(4)V99 VALUE ZEROS.
           05  WS-SAL-OT-HOURS         PIC 9(2)    VALUE ZEROS.
           05  WS-WORK-YEAR-HOURS      PIC 9(4)    VALUE 2080.
           05  WS-PERIOD-START-YMD     PIC 9(8)    VALUE ZEROS.
           05  WS-PERIOD-END-YMD       PIC 9(8)    VALUE ZEROS.
           05  WS-WORK-START-YMD       PIC 9(8)    VALUE ZEROS.
           05  WS-WORK-END-YMD         PIC 9(8)    VALUE ZEROS.
           05  WS-PERIOD-DAYS          PIC S9(5)   VALUE ZEROS.
           05  WS-WORKED-DAYS          PIC S9(5)   VALUE ZEROS.
           05  WS-YMD-X                PIC X(08)   VALUE SPACES.
                                                                        00006350
      * Pay-category rate table - category code drives the hourly rate 00006355
      * Minimum-wage table in core.  The federal floor stands at the
      * statutory rate when the table has no US row in effect.  A
      * salaried employee coded exempt must earn at least the
      * federal salary-basis floor ($684 a week) or is paid overtime
      * as non-exempt.
       77  MW-F-STATUS             PIC X(02)   VALUE SPACES.
           88  MW-OK                           VALUE '00'.
       77  MW-EOF                  PIC X(01)   VALUE 'N'.
           88  MW-AT-EOF                       VALUE 'Y'.
       77  WS-FEDERAL-MINIMUM      PIC 99V99   VALUE 7.25.
       77  WS-EXEMPT-SALARY-FLOOR  PIC 9(6)V99 VALUE 35568.00.
       01  MIN-WAGE-TABLE-AREA.
           05  MWT-COUNT               PIC 9(4) COMP VALUE 0.
           05  MWT-SUB                 PIC 9(4) COMP VALUE 0.
           05  MIN-WAGE-TABLE OCCURS 300 TIMES.
               10  MWT-STATE           PIC X(02).
               10  MWT-EFF-DATE        PIC X(08).
               10  MWT-RATE            PIC 99V99.
       01  WS-COMPLIANCE-WORK.
           05  WS-MW-PAY-YMD           PIC X(08)   VALUE SPACES.
           05  WS-MW-FED-DATE          PIC X(08)   VALUE SPACES.
           05  WS-MW-FED-RATE          PIC 99V99   VALUE ZEROS.
           05  WS-MW-STATE-DATE        PIC X(08)   VALUE SPACES.
           05  WS-MW-STATE-RATE        PIC 99V99   VALUE ZEROS.
           05  WS-MINIMUM-RATE         PIC 99V99   VALUE ZEROS.
           05  WS-TESTED-RATE          PIC 9(3)V99 VALUE ZEROS.
           05  WS-COMPLIANCE-ISSUE     PIC X(28)   VALUE SPACES.
           05  WS-COMPLIANCE-ACTION    PIC X(04)   VALUE SPACES.
           05  WS-COMPLIANCE-HELD      PIC 9(5)    VALUE ZEROS.
           05  WS-COMPLIANCE-WARNED    PIC 9(5)    VALUE ZEROS.
       01  COMPLIANCE-HEADING-1.
           05  FILLER   PIC X(35) VALUE
                   'WAGE AND HOUR COMPLIANCE EXCEPTIONS'.
           05  FILLER   PIC X(06) VALUE ' RUN: '.
           05  CRH-RUN-TIME            PIC X(15).
           05  FILLER   PIC X(24) VALUE SPACES.
       01  COMPLIANCE-HEADING-2.
           05  FILLER   PIC X(40) VALUE
                   'EMP ID   NAME                 ST   RATE '.
           05  FILLER   PIC X(40) VALUE
                   '  MIN  ACT  ISSUE'.
       01  COMPLIANCE-DETAIL-LINE.
           05  CDL-EMP-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-NAME                PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-STATE               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-RATE                PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-MINIMUM             PIC Z9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CDL-ACTION              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CDL-ISSUE               PIC X(28).
       01  COMPLIANCE-TOTAL-LINE.
           05  FILLER   PIC X(06) VALUE 'HELD: '.
           05  CTL-HELD                PIC ZZZZ9.
           05  FILLER   PIC X(12) VALUE '  WARNINGS: '.
           05  CTL-WARNED              PIC ZZZZ9.
           05  FILLER   PIC X(52) VALUE SPACES.
       01  CATEGORY-RATE-VALUES.                                        00006360
           05  FILLER   PIC X(6)  VALUE '101550'.                       00006362
           05  FILLER   PIC X(6)  VALUE '202250'.                       00006364
       PROCEDURE DIVISION.                                              00006400
       MAIN.                                                            00006500
           PERFORM 020-Check-Prior-Run.                                 00006520
           IF NOT RUN-REFUSED
               PERFORM 030-Select-Pay-Period
           END-IF.
           IF RUN-REFUSED                                               00006540
               MOVE 8 TO RETURN-CODE                                    00006560
               GOBACK                                                   00006580
           END-IF.
           PERFORM 000-Housekeeping.                                    00006600
           IF PAYROLL-AVAILABLE = 'Y'                                   00006650
               IF  NOT PAY-CALENDAR-IN-USE OR DP-DUE-COUNT > ZERO
                   PERFORM 100-Main UNTIL PAYROLL-EOF = 'Y'             00006660
               END-IF
               CLOSE YTD-TRANS-FILE
               SORT YTD-SORT-FILE
                   ON ASCENDING KEY SORT-TRANS-NAME
               IF  OVP-LEDGER-IS-LOADED
                   PERFORM 890-Save-Overpay-Ledger
               END-IF
               MOVE 'S' TO FI-FUNCTION
               CALL 'FICAWH' USING FICAWH-PARMS
               IF  PAY-CALENDAR-IN-USE AND DP-DUE-COUNT > ZERO
                   PERFORM 896-Mark-Period-Paid
               END-IF
           END-IF.                                                      00006670
           PERFORM 600-CLOSE-FILES.                                     00006800
           MOVE 'R' TO FL-FUNCTION.                                     00006850
      * Refuse a second submission for the same business date unless
      * the operator keys an explicit Y override on SYSIN.
       020-Check-Prior-Run.
           ACCEPT WS-RUN-CARD.
           CALL 'JOBCHK01' USING JOBCHK-PARMS.
           IF  JC-ALREADY-RAN = 'Y' AND NOT RERUN-OVERRIDE-SET
               DISPLAY 'PAYROL02 ALREADY COMPLETED FOR THIS BUSINESS '
                       'OVERRIDE)'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      * The pay periods come off the payroll calendar.  A period is
      * due when it is still open, its check date has not passed,
      * and either the period has ended or today is its check date
      * (semimonthly and monthly periods pay on their last day).
      * Each frequency with a period due is paid on this run; when
      * none is due the run carries the masters forward with no
      * checks written and ends normally.  A period already paid is
      * never paid again - keying its frequency on the run card
      * refuses the run.
       030-Select-Pay-Period.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-ISO-YEAR.
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-ISO-MONTH.
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-ISO-DAY.
           IF  WS-RUN-PAY-FREQ NOT = SPACE
               MOVE 'Y' TO WS-FREQ-KEYED-SW
           END-IF.
           PERFORM 180-Load-Pay-Calendar.
           IF  PAY-CALENDAR-IN-USE
               MOVE ZERO TO DP-DUE-COUNT
               PERFORM 032-Select-Frequency-Period
                   VARYING DP-SUB FROM 1 BY 1 UNTIL DP-SUB > 4
               IF  DP-DUE-COUNT = ZERO AND NOT RUN-REFUSED
                   DISPLAY 'PAYROL02 - NO PAY PERIOD DUE ON '
                           WS-RUN-DATE-ISO ' - NO CHECKS WRITTEN'
               END-IF
           END-IF.
           IF  WS-RUN-PAY-FREQ = SPACE
               MOVE 'W' TO WS-RUN-PAY-FREQ
           END-IF.
       032-Select-Frequency-Period.
           MOVE ZERO TO DP-CT-ROW(DP-SUB).
           IF  NOT RUN-FREQ-KEYED
           OR  WS-FREQ-CODE(DP-SUB) = WS-RUN-PAY-FREQ
               MOVE ZERO TO CT-CURRENT
               PERFORM 035-Match-Current-Period
                   VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-COUNT OR CT-CURRENT > ZERO
               IF  CT-CURRENT > ZERO
                   IF  CT-PERIOD-PAID(CT-CURRENT)
                       IF  RUN-FREQ-KEYED
                           DISPLAY 'PAYROL02 - PAY PERIOD '
                                   CT-PERIOD-START(CT-CURRENT) ' TO '
                                   CT-PERIOD-END(CT-CURRENT)
                                   ' ALREADY PAID ON '
                                   CT-PAID-DATE(CT-CURRENT)
                                   ' - RUN REFUSED'
                           MOVE 'Y' TO WS-RUN-REFUSED-SW
                       END-IF
                   ELSE
                       PERFORM 034-Take-Due-Period
                   END-IF
               END-IF
           END-IF.
       034-Take-Due-Period.
           MOVE CT-CURRENT TO DP-CT-ROW(DP-SUB).
           ADD 1 TO DP-DUE-COUNT.
           IF  DP-DUE-COUNT = 1
               MOVE WS-FREQ-CODE(DP-SUB) TO WS-RUN-PAY-FREQ
               MOVE CT-PERIOD-START(CT-CURRENT) TO WS-RUN-PERIOD-START
               MOVE CT-PERIOD-END(CT-CURRENT)   TO WS-RUN-PERIOD-END
               MOVE WS-RUN-PERIOD-START TO WS-PERIOD-START
               MOVE WS-RUN-PERIOD-END   TO WS-PERIOD-END
               MOVE 'Y' TO WS-PERIOD-SET-SW
           END-IF.
           DISPLAY 'PAYROL02 - PAYING ' WS-FREQ-CODE(DP-SUB)
                   ' PERIOD ' CT-PERIOD-START(CT-CURRENT) ' TO '
                   CT-PERIOD-END(CT-CURRENT) ' CHECK DATE '
                   CT-CHECK-DATE(CT-CURRENT).
       035-Match-Current-Period.
           IF  CT-FREQ(CT-SUB) = WS-FREQ-CODE(DP-SUB)
           AND CT-CHECK-DATE(CT-SUB) NOT < WS-RUN-DATE-ISO
           AND (CT-PERIOD-END(CT-SUB) < WS-RUN-DATE-ISO
                OR CT-CHECK-DATE(CT-SUB) = WS-RUN-DATE-ISO)
               MOVE CT-SUB TO CT-CURRENT
           END-IF.
       000-Housekeeping.                                                00007000
      * Initialization Routine                                          00007100
           INITIALIZE PAYROLL-IN, PAYROLL-OUT.                          00007200
           PERFORM 170-Load-Accrual-Master.                             00007250
           PERFORM 172-Load-Overpay-Ledger.
           PERFORM 173-Load-Seniority-Tiers.
           PERFORM 186-Load-Minimum-Wage.
      * Priming Read                                                    00007300
           PERFORM 300-Open-Files.                                      00007500
           IF PAYROLL-AVAILABLE = 'Y'                                   00007550
           IF CONTROL-RECORD-IN
               PERFORM 210-Store-Period-Control
           ELSE
               IF  PAY-CALENDAR-IN-USE
                   PERFORM 215-Set-Detail-Period
               END-IF
               PERFORM 220-Validate-Pay-Date
               IF PAY-DATE-REJECTED
                   PERFORM 275-Write-Date-Exception
               END-IF
           END-IF.
           PERFORM 400-Read-Payroll.                                    00008200
      * A keyed card only stands in when there is no calendar - the
      * calendar's period is not overridden by hand.
       210-Store-Period-Control.
           IF  PAY-CALENDAR-IN-USE
               MOVE 0004 TO ML-MSG-NBR
               MOVE 'W'  TO ML-SEVERITY
               MOVE 'KEYED PERIOD CARD IGNORED - PAY CALENDAR IN USE'
                   TO ML-TEXT
               CALL 'MSGLOG' USING MSGLOG-PARMS
           ELSE
               MOVE PAYROLL-IN       TO PERIOD-CONTROL-IN
               MOVE PC-PERIOD-START  TO WS-PERIOD-START
               MOVE PC-PERIOD-END    TO WS-PERIOD-END
               MOVE 'Y'              TO WS-PERIOD-SET-SW
           END-IF.
      * A detail is dated and prorated against its own frequency's
      * period when that frequency is being paid, otherwise against
      * the run's period (and then goes unpaid on its frequency).
       215-Set-Detail-Period.
           PERFORM 201-Derive-Detail-Frequency.
           PERFORM 203-Find-Due-Period.
           IF  CT-CURRENT > ZERO
               MOVE CT-PERIOD-START(CT-CURRENT) TO WS-PERIOD-START
               MOVE CT-PERIOD-END(CT-CURRENT)   TO WS-PERIOD-END
           ELSE
               MOVE WS-RUN-PERIOD-START TO WS-PERIOD-START
               MOVE WS-RUN-PERIOD-END   TO WS-PERIOD-END
           END-IF.
      * Any detail dated outside the stated pay period is a stale or
      * mis-mounted PAYROLL file and must not pay - reject it.
       220-Validate-Pay-Date.
                       PERFORM 235-Accrue-Leave
                       PERFORM 500-Write-Paycheck
               END-EVALUATE
               PERFORM 250-Post-FICA
           END-IF.
      * Carry the check into the employee's Social Security and
      * Medicare year to date so the stub, deposit and quarterly
      * steps price it the same way from the same starting point.
       250-Post-FICA.
           IF  VOID-RECORD-IN
               MOVE 'R' TO FI-FUNCTION
           ELSE
               MOVE 'C' TO FI-FUNCTION
           END-IF.
           MOVE EMP-ID-IN        TO FI-EMP-ID.
           MOVE DATE-IN          TO FI-PAY-DATE.
           MOVE WS-GROSS-PAY-NUM TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
       235-Accrue-Leave.
           MOVE EMP-ID-IN TO WS-ACCR-EMP-ID.
           MOVE NAME-IN   TO WS-ACCR-NAME.
           MOVE GROSS-PAY-IN      TO  GROSS-PAY-OUT.                    00009000
           MOVE EMP-ID-IN         TO  EMP-ID-OUT.
           MOVE STATE-IN          TO  STATE-OUT.
           MOVE PAY-FREQ-IN       TO  PAY-FREQ-OUT.
           MOVE 'GROSS PAY OUT OF RANGE - EXCLUDED FROM TOTALS'
               TO WS-PAY-EXC-REASON.
           MOVE WS-CURRENCY-CODE  TO  CURRENCY-CODE-OUT.
      * An adjustment record ('A' - retro pay, payouts) carries its
      * amount in the gross column and never reprices through the
                   SET GROSS-PAY-REJECTED TO TRUE
               END-IF
           ELSE
               IF  SALARIED-PAY-IN
                   PERFORM 207-Price-Salaried-Record
               ELSE
                   PERFORM 205-Price-Detail-Record
               END-IF
           END-IF.
      * An unknown frequency would misprice the withholding on every
      * step downstream - the check does not pay.
           IF  NOT PAY-FREQ-VALID
               SET GROSS-PAY-REJECTED TO TRUE
               MOVE 'UNKNOWN PAY FREQUENCY - EXCLUDED FROM TOTALS'
                   TO WS-PAY-EXC-REASON
           ELSE
               PERFORM 202-Check-Run-Frequency
           END-IF.
           IF  GROSS-PAY-ACCEPTED AND NOT VOID-RECORD-IN
                   AND NOT ADJUSTMENT-RECORD-IN
               PERFORM 280-Check-Wage-Compliance
           END-IF.
      * The run pays the calendar period of each frequency due (or,
      * on a keyed period card, the run's one frequency).  A detail
      * keyed for a frequency not being paid waits for its own run
      * instead of being paid on this one's check date.
       202-Check-Run-Frequency.
           PERFORM 201-Derive-Detail-Frequency.
           IF  PAY-FREQ-IN = SPACE
           AND (ADJUSTMENT-RECORD-IN OR VOID-RECORD-IN)
               MOVE WS-DETAIL-PAY-FREQ TO PAY-FREQ-OUT
           END-IF.
           IF  PAY-CALENDAR-IN-USE
               PERFORM 203-Find-Due-Period
               IF  CT-CURRENT = ZERO
                   SET GROSS-PAY-REJECTED TO TRUE
                   MOVE 'PAY FREQUENCY NOT THIS RUN - NOT PAID'
                       TO WS-PAY-EXC-REASON
               END-IF
           ELSE
               IF  WS-DETAIL-PAY-FREQ NOT = WS-RUN-PAY-FREQ
                   SET GROSS-PAY-REJECTED TO TRUE
                   MOVE 'PAY FREQUENCY NOT THIS RUN - NOT PAID'
                       TO WS-PAY-EXC-REASON
               END-IF
           END-IF.
      * Blank is weekly.  An adjustment or void cut with no
      * frequency of its own rides the run's frequency and is
      * withheld at it.
       201-Derive-Detail-Frequency.
           MOVE PAY-FREQ-IN TO WS-DETAIL-PAY-FREQ.
           IF  WS-DETAIL-PAY-FREQ = SPACE
               IF  ADJUSTMENT-RECORD-IN OR VOID-RECORD-IN
                   MOVE WS-RUN-PAY-FREQ TO WS-DETAIL-PAY-FREQ
               ELSE
                   MOVE 'W' TO WS-DETAIL-PAY-FREQ
               END-IF
           END-IF.
      * The calendar row being paid for the detail's frequency, or
      * zero when that frequency has nothing due.
       203-Find-Due-Period.
           MOVE ZERO TO CT-CURRENT.
           PERFORM 204-Match-Due-Frequency
               VARYING DP-SUB FROM 1 BY 1 UNTIL DP-SUB > 4.
       204-Match-Due-Frequency.
           IF  WS-FREQ-CODE(DP-SUB) = WS-DETAIL-PAY-FREQ
               MOVE DP-CT-ROW(DP-SUB) TO CT-CURRENT
           END-IF.
       205-Price-Detail-Record.
           PERFORM 265-Lookup-Category-Rate.                            00009020
           MOVE WS-EFFECTIVE-RATE TO HOURLY-RATE-OUT.                   00009040
      * Pay straight time up to the period's overtime threshold -     00009110
      * 40 hours weekly, 80 biweekly - and overtime past it at 1.5x.
      * Semimonthly and monthly periods do not break into workweeks,
      * so hourly time keyed for them cannot be split for overtime
      * here; it does not pay and goes back to be keyed as weekly or
      * biweekly time.
           EVALUATE PAY-FREQ-IN
               WHEN 'B'
                   MOVE 80 TO WS-OT-THRESHOLD
               WHEN 'S'
               WHEN 'M'
                   MOVE ZEROS TO WS-OT-THRESHOLD
               WHEN OTHER
                   MOVE 40 TO WS-OT-THRESHOLD
           END-EVALUATE.
           IF  HOURS-WORKED-IN > WS-OT-THRESHOLD                        00009120
               MOVE WS-OT-THRESHOLD       TO WS-REGULAR-HOURS           00009130
               COMPUTE WS-OVERTIME-HOURS =                              00009140
                   HOURS-WORKED-IN - WS-OT-THRESHOLD
           ELSE                                                         00009150
               MOVE HOURS-WORKED-IN       TO WS-REGULAR-HOURS           00009160
               MOVE ZEROS                 TO WS-OVERTIME-HOURS          00009170
                   OR WS-GROSS-PAY-NUM > WS-GROSS-PAY-CEILING
               SET GROSS-PAY-REJECTED TO TRUE
           END-IF.
           IF  WS-OT-THRESHOLD = ZERO
               SET GROSS-PAY-REJECTED TO TRUE
               MOVE 'HOURLY TIME NOT WEEKLY OR BIWEEKLY - NOT PAID'
                   TO WS-PAY-EXC-REASON
           END-IF.
       207-Price-Salaried-Record.
           SET GROSS-PAY-ACCEPTED TO TRUE.
           EVALUATE PAY-FREQ-IN
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
                   MOVE 80 TO WS-OT-THRESHOLD
               WHEN 'S'
                   MOVE 24 TO WS-PERIODS-PER-YEAR
                   MOVE ZEROS TO WS-OT-THRESHOLD
               WHEN 'M'
                   MOVE 12 TO WS-PERIODS-PER-YEAR
                   MOVE ZEROS TO WS-OT-THRESHOLD
               WHEN OTHER
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE 40 TO WS-OT-THRESHOLD
           END-EVALUATE.
           COMPUTE WS-PERIOD-SALARY ROUNDED =
               ANNUAL-SALARY-IN / WS-PERIODS-PER-YEAR.
           COMPUTE WS-HOURLY-EQUIVALENT ROUNDED =
               ANNUAL-SALARY-IN / WS-WORK-YEAR-HOURS.
           IF  WS-HOURLY-EQUIVALENT > 99.99
               MOVE ZEROS TO HOURLY-RATE-OUT
           ELSE
               MOVE WS-HOURLY-EQUIVALENT TO HOURLY-RATE-OUT
           END-IF.
           PERFORM 208-Prorate-Partial-Period.
           MOVE 'N' TO WS-BELOW-EXEMPT-FLOOR.
           IF  NOT OT-NON-EXEMPT-IN
           AND ANNUAL-SALARY-IN > ZERO
           AND ANNUAL-SALARY-IN < WS-EXEMPT-SALARY-FLOOR
               MOVE 'Y' TO WS-BELOW-EXEMPT-FLOOR
           END-IF.
           MOVE ZEROS TO WS-SAL-OT-HOURS.
           IF  (OT-NON-EXEMPT-IN OR SALARY-BELOW-EXEMPT-FLOOR)
           AND WS-OT-THRESHOLD > ZERO
           AND HOURS-WORKED-IN > WS-OT-THRESHOLD
               COMPUTE WS-SAL-OT-HOURS =
                   HOURS-WORKED-IN - WS-OT-THRESHOLD
           END-IF.
           COMPUTE WS-GROSS-PAY-NUM ROUNDED = WS-PERIOD-SALARY +
               (WS-HOURLY-EQUIVALENT * WS-OVERTIME-RATE *
                WS-SAL-OT-HOURS).
           MOVE WS-GROSS-PAY-NUM TO GROSS-PAY-OUT.
           IF  ANNUAL-SALARY-IN NOT > ZERO
               SET GROSS-PAY-REJECTED TO TRUE
               MOVE 'SALARIED WITH NO ANNUAL SALARY - NOT PAID'
                   TO WS-PAY-EXC-REASON
           END-IF.
           IF  WS-WORKED-DAYS NOT > ZERO
               SET GROSS-PAY-REJECTED TO TRUE
               MOVE 'NOT EMPLOYED IN THE PAY PERIOD - NOT PAID'
                   TO WS-PAY-EXC-REASON
           END-IF.
           IF  WS-GROSS-PAY-NUM > WS-GROSS-PAY-CEILING
               SET GROSS-PAY-REJECTED TO TRUE
           END-IF.
      * Days employed inside the pay-period window over the days in
      * the window.  A hire or termination date that is not a date
      * is ignored rather than guessed at.
       208-Prorate-Partial-Period.
           MOVE SPACES TO WS-YMD-X.
           STRING WS-PERIOD-START(1:4) WS-PERIOD-START(6:2)
                  WS-PERIOD-START(9:2) DELIMITED BY SIZE
                  INTO WS-YMD-X.
           MOVE WS-YMD-X TO WS-PERIOD-START-YMD.
           MOVE SPACES TO WS-YMD-X.
           STRING WS-PERIOD-END(1:4) WS-PERIOD-END(6:2)
                  WS-PERIOD-END(9:2) DELIMITED BY SIZE
                  INTO WS-YMD-X.
           MOVE WS-YMD-X TO WS-PERIOD-END-YMD.
           MOVE 1 TO WS-PERIOD-DAYS WS-WORKED-DAYS.
           IF  WS-PERIOD-START-YMD IS NUMERIC
           AND WS-PERIOD-END-YMD IS NUMERIC
               PERFORM 209-Count-Days-Employed
           END-IF.
       209-Count-Days-Employed.
           MOVE WS-PERIOD-START-YMD TO WS-WORK-START-YMD.
           MOVE WS-PERIOD-END-YMD   TO WS-WORK-END-YMD.
           IF  HIRE-DATE-IN IS NUMERIC
           AND HIRE-DATE-IN > WS-PERIOD-START-YMD
               MOVE HIRE-DATE-IN TO WS-WORK-START-YMD
           END-IF.
           IF  TERM-DATE-IN IS NUMERIC
           AND TERM-DATE-IN < WS-PERIOD-END-YMD
               MOVE TERM-DATE-IN TO WS-WORK-END-YMD
           END-IF.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-YMD) -
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-YMD) + 1.
           COMPUTE WS-WORKED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-END-YMD) -
               FUNCTION INTEGER-OF-DATE(WS-WORK-START-YMD) + 1.
           IF  WS-WORKED-DAYS NOT > ZERO
               MOVE ZEROS TO WS-PERIOD-SALARY
           ELSE
               IF  WS-WORKED-DAYS < WS-PERIOD-DAYS
                   COMPUTE WS-PERIOD-SALARY ROUNDED =
                       WS-PERIOD-SALARY * WS-WORKED-DAYS
                       / WS-PERIOD-DAYS
               END-IF
           END-IF.
      * Wage-and-hour check on a priced detail.  The rate paid and
      * the effective rate (gross over hours, overtime included)
      * must both reach the minimum for the work state on the pay
      * date, or the check is held for HR to correct.  Hourly staff
      * always draw the overtime premium, whatever the exemption
      * code says; a coded exemption the run overrode is reported.
       280-Check-Wage-Compliance.
           PERFORM 285-Find-Minimum-Wage.
           IF  HOURLY-PAY-IN
               IF  WS-EFFECTIVE-RATE < WS-MINIMUM-RATE
                   MOVE WS-EFFECTIVE-RATE TO WS-TESTED-RATE
                   MOVE 'BASE RATE UNDER MINIMUM' TO WS-COMPLIANCE-ISSUE
                   PERFORM 290-Hold-Below-Minimum
               ELSE
                   PERFORM 283-Check-Effective-Rate
               END-IF
               IF  OT-EXEMPT-IN AND HOURS-WORKED-IN > WS-OT-THRESHOLD
                   MOVE WS-EFFECTIVE-RATE TO WS-TESTED-RATE
                   MOVE 'HOURLY EXEMPT OVER OT HOURS'
                       TO WS-COMPLIANCE-ISSUE
                   PERFORM 295-Warn-Exemption-Override
               END-IF
           ELSE
               IF  SALARY-BELOW-EXEMPT-FLOOR
                   MOVE WS-HOURLY-EQUIVALENT TO WS-TESTED-RATE
                   MOVE 'EXEMPT SALARY UNDER FLOOR'
                       TO WS-COMPLIANCE-ISSUE
                   PERFORM 295-Warn-Exemption-Override
               END-IF
               IF  OT-NON-EXEMPT-IN OR SALARY-BELOW-EXEMPT-FLOOR
                   PERFORM 283-Check-Effective-Rate
               END-IF
           END-IF.
       283-Check-Effective-Rate.
           IF  HOURS-WORKED-IN > ZERO
               COMPUTE WS-TESTED-RATE =
                   WS-GROSS-PAY-NUM / HOURS-WORKED-IN
               IF  WS-TESTED-RATE < WS-MINIMUM-RATE
                   MOVE 'EFFECTIVE RATE UNDER MINIMUM'
                       TO WS-COMPLIANCE-ISSUE
                   PERFORM 290-Hold-Below-Minimum
               END-IF
           END-IF.
      * The federal floor and the work state's rate, each the latest
      * in effect on the pay date; the higher one applies.
       285-Find-Minimum-Wage.
           MOVE SPACES TO WS-MW-PAY-YMD.
           STRING DATE-IN(1:4) DATE-IN(6:2) DATE-IN(9:2)
                  DELIMITED BY SIZE INTO WS-MW-PAY-YMD.
           MOVE LOW-VALUES         TO WS-MW-FED-DATE WS-MW-STATE-DATE.
           MOVE WS-FEDERAL-MINIMUM TO WS-MW-FED-RATE.
           MOVE ZEROS              TO WS-MW-STATE-RATE.
           PERFORM 287-Match-Minimum-Wage-Row
               VARYING MWT-SUB FROM 1 BY 1
               UNTIL MWT-SUB > MWT-COUNT.
           IF  WS-MW-STATE-RATE > WS-MW-FED-RATE
               MOVE WS-MW-STATE-RATE TO WS-MINIMUM-RATE
           ELSE
               MOVE WS-MW-FED-RATE   TO WS-MINIMUM-RATE
           END-IF.
       287-Match-Minimum-Wage-Row.
           IF  MWT-EFF-DATE(MWT-SUB) NOT > WS-MW-PAY-YMD
               IF  MWT-STATE(MWT-SUB) = 'US'
               AND MWT-EFF-DATE(MWT-SUB) > WS-MW-FED-DATE
                   MOVE MWT-EFF-DATE(MWT-SUB) TO WS-MW-FED-DATE
                   MOVE MWT-RATE(MWT-SUB)     TO WS-MW-FED-RATE
               END-IF
               IF  MWT-STATE(MWT-SUB) = STATE-IN
               AND MWT-EFF-DATE(MWT-SUB) > WS-MW-STATE-DATE
                   MOVE MWT-EFF-DATE(MWT-SUB) TO WS-MW-STATE-DATE
                   MOVE MWT-RATE(MWT-SUB)     TO WS-MW-STATE-RATE
               END-IF
           END-IF.
       290-Hold-Below-Minimum.
           SET GROSS-PAY-REJECTED TO TRUE.
           MOVE 'BELOW MINIMUM WAGE - SEE COMPLIANCE REPORT'
               TO WS-PAY-EXC-REASON.
           MOVE 'HELD' TO WS-COMPLIANCE-ACTION.
           ADD 1 TO WS-COMPLIANCE-HELD.
           PERFORM 297-Write-Compliance-Line.
       295-Warn-Exemption-Override.
           MOVE 'PAID' TO WS-COMPLIANCE-ACTION.
           ADD 1 TO WS-COMPLIANCE-WARNED.
           PERFORM 297-Write-Compliance-Line.
       297-Write-Compliance-Line.
           MOVE EMP-ID-IN            TO CDL-EMP-ID.
           MOVE NAME-IN              TO CDL-NAME.
           MOVE STATE-IN             TO CDL-STATE.
           MOVE WS-TESTED-RATE       TO CDL-RATE.
           MOVE WS-MINIMUM-RATE      TO CDL-MINIMUM.
           MOVE WS-COMPLIANCE-ACTION TO CDL-ACTION.
           MOVE WS-COMPLIANCE-ISSUE  TO CDL-ISSUE.
           WRITE COMPLIANCE-REPORT-REC FROM COMPLIANCE-DETAIL-LINE.
       265-Lookup-Category-Rate.                                        00009216
           MOVE 'N' TO CATEGORY-FOUND-SW.                               00009217
           MOVE 1   TO CR-SUB.                                          00009218
       270-Write-Exception-Record.                                      00009219
           MOVE NAME-WS-OUT       TO EXC-NAME.
           MOVE WS-GROSS-PAY-NUM  TO EXC-GROSS-PAY.
           MOVE WS-PAY-EXC-REASON TO EXC-REASON.
           WRITE EXCEPTION-REC.
       300-Open-Files.                                                  00009220
           OPEN INPUT PAYROLL.                                          00009300
           OPEN OUTPUT PAYCHECK.                                        00009400
           OPEN OUTPUT YTD-TRANS-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT COMPLIANCE-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO HDR-RUN-TIME.
           MOVE WS-JOB-START-TIME TO CRH-RUN-TIME.
           WRITE COMPLIANCE-REPORT-REC FROM COMPLIANCE-HEADING-1.
           WRITE COMPLIANCE-REPORT-REC FROM COMPLIANCE-HEADING-2
               AFTER ADVANCING 2.
           WRITE PAYCHECK-REC FROM PAYCHECK-HEADER-LINE.
           IF NOT PAYROLL-OK                                            00009420
               DISPLAY 'PAYROLL FILE STATUS: ' PAYROLL-F-STATUS         00009440
           END-IF.                                                      00010460
           CLOSE PAYCHECK.                                              00010500
           CLOSE EXCEPTION-FILE.
           MOVE WS-COMPLIANCE-HELD   TO CTL-HELD.
           MOVE WS-COMPLIANCE-WARNED TO CTL-WARNED.
           WRITE COMPLIANCE-REPORT-REC FROM COMPLIANCE-TOTAL-LINE
               AFTER ADVANCING 2.
           CLOSE COMPLIANCE-REPORT.
           PERFORM 700-WRITE-JOB-AUDIT-RECORD.
      * Balance-line update.  The sorted YTD transactions are matched
      * against the old YTD master (kept in employee-name order) and a
               MOVE 'Y' TO ACCRUAL-TABLE-FULL
           END-IF.
           PERFORM 175-Read-Accrual-Record.
       180-Load-Pay-Calendar.
           OPEN INPUT PAY-CALENDAR.
           IF  CAL-OK
               MOVE 'Y' TO WS-CALENDAR-IN-USE
               PERFORM 182-Read-Calendar-Record
               PERFORM 184-Store-Calendar-Row UNTIL CAL-AT-EOF
               CLOSE PAY-CALENDAR
           ELSE
               DISPLAY 'PAY CALENDAR STATUS: ' CAL-F-STATUS
               DISPLAY 'NO PAY CALENDAR - PERIOD FROM KEYED CARD'
           END-IF.
       182-Read-Calendar-Record.
           READ PAY-CALENDAR
               AT END MOVE 'Y' TO CAL-EOF
           END-READ.
       184-Store-Calendar-Row.
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
           PERFORM 182-Read-Calendar-Record.
       172-Load-Overpay-Ledger.
           OPEN INPUT OVERPAY-LEDGER.
           IF  OVP-OK
               DISPLAY 'OVERPAY TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 174-Read-Overpay-Record.
       186-Load-Minimum-Wage.
           OPEN INPUT MIN-WAGE-FILE.
           IF  MW-OK
               PERFORM 187-Read-Minimum-Wage
               PERFORM 188-Store-Minimum-Wage UNTIL MW-AT-EOF
               CLOSE MIN-WAGE-FILE
           ELSE
               DISPLAY 'MINIMUM WAGE TABLE STATUS: ' MW-F-STATUS
               DISPLAY 'NO MINIMUM WAGE TABLE - FEDERAL FLOOR APPLIES'
           END-IF.
       187-Read-Minimum-Wage.
           READ MIN-WAGE-FILE
               AT END MOVE 'Y' TO MW-EOF
           END-READ.
       188-Store-Minimum-Wage.
           IF  MWT-COUNT < 300
               ADD 1 TO MWT-COUNT
               MOVE MW-STATE    TO MWT-STATE(MWT-COUNT)
               MOVE MW-EFF-DATE TO MWT-EFF-DATE(MWT-COUNT)
               MOVE MW-RATE     TO MWT-RATE(MWT-COUNT)
           ELSE
               DISPLAY 'MINIMUM WAGE TABLE FULL - EXTRA ROWS IGNORED'
           END-IF.
           PERFORM 187-Read-Minimum-Wage.
       173-Load-Seniority-Tiers.
           OPEN INPUT TIER-FILE.
           IF  TIER-OK
               WRITE MASTER-JOURNAL-REC
           END-IF.
           WRITE ACCRUAL-REC.
      * Same guard as the other masters: a truncated load never
      * rewrites the calendar short.
       896-Mark-Period-Paid.
           PERFORM 898-Mark-One-Due-Period
               VARYING DP-SUB FROM 1 BY 1 UNTIL DP-SUB > 4.
           IF  CALENDAR-TABLE-IS-FULL
               DISPLAY 'PAYROL02 - CALENDAR TABLE FULL - PERIOD NOT '
                       'MARKED PAID - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PAY-CALENDAR
               PERFORM 897-Write-One-Calendar-Row
                   VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-COUNT
               CLOSE PAY-CALENDAR
           END-IF.
       897-Write-One-Calendar-Row.
           MOVE SPACES                  TO PAY-CALENDAR-REC.
           MOVE CT-FREQ(CT-SUB)         TO PCAL-FREQ.
           MOVE CT-YEAR(CT-SUB)         TO PCAL-YEAR.
           MOVE CT-PERIOD-NO(CT-SUB)    TO PCAL-PERIOD-NO.
           MOVE CT-PERIOD-START(CT-SUB) TO PCAL-PERIOD-START.
           MOVE CT-PERIOD-END(CT-SUB)   TO PCAL-PERIOD-END.
           MOVE CT-CHECK-DATE(CT-SUB)   TO PCAL-CHECK-DATE.
           MOVE CT-SCHED-DATE(CT-SUB)   TO PCAL-SCHED-DATE.
           MOVE CT-STATUS(CT-SUB)       TO PCAL-STATUS.
           MOVE CT-PAID-DATE(CT-SUB)    TO PCAL-PAID-DATE.
           WRITE PAY-CALENDAR-REC.
       898-Mark-One-Due-Period.
           IF  DP-CT-ROW(DP-SUB) > ZERO
               MOVE 'P'             TO CT-STATUS(DP-CT-ROW(DP-SUB))
               MOVE WS-RUN-DATE-YMD TO CT-PAID-DATE(DP-CT-ROW(DP-SUB))
           END-IF.
       700-WRITE-JOB-AUDIT-RECORD.
           MOVE 'PAYROL02' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
