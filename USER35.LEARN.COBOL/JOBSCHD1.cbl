       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSCHD1.
      ***** Calendar-driven job schedule.  The JOBSCHED master lists
      ***** every scheduled job with its frequency rule and up to
      ***** four predecessor jobs; the deadline each job is held to
      ***** is its SLADEADL row, the same one SLAMON1 watches.  For
      ***** the run date this program resolves which jobs are due,
      ***** using DATEVAL business days (weekends and the HOLIDAYS
      ***** calendar) and the PAYCAL payroll calendar for paydays,
      ***** and writes the day's job stream to JOBSTRM in dependency
      ***** order - no job ahead of a predecessor due the same day.
      ***** JOBSCRPT prints the stream with each job's completion
      ***** so far today, the jobs due on the last few business days
      ***** with no completion on JOBAUDIT, and a forecast of what
      ***** falls due on each business day ahead.
      *****
      ***** Frequency rules (rule code, rule day):
      *****     D  daily - every business day
      *****     W  weekly - day 1-7 is Monday-Sunday; a weekday off
      *****        moves to the next business day
      *****     P  payday - the check date of any open or paid
      *****        PAYCAL period, or only of the pay frequency keyed
      *****        (W B S M); the day is business days ahead of the
      *****        check date (0 = on the check date)
      *****     M  monthly - Nth business day of the month, 0 = the
      *****        last business day
      *****     Q  quarter end - 0 = last business day of March,
      *****        June, September and December; N = Nth business
      *****        day of the month the next quarter opens
      *****     Y  year end - 0 = last business day of December;
      *****        N = Nth business day of January
      ***** A completion is a JOBAUDIT line for the job started on
      ***** the scheduled day or before the next business day, so
      ***** a late evening run that crosses a weekend still counts.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15 DAYS=30 LOOKBACK=5
      ***** DATE is the day resolved (today when not keyed); DAYS
      ***** the calendar days forecast after it (30 when not keyed,
      ***** up to 366); LOOKBACK the business days before it
      ***** checked for missed jobs (5 when not keyed, up to 30).
      ***** A bad option, no schedule master, a table too small or
      ***** a predecessor loop that leaves a due job out of the
      ***** stream ends the run with CC 8; a missed job, a master
      ***** row set aside or an unknown predecessor ends it CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-SCHEDULE ASSIGN TO JOBSCHED
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JS-F-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO SLADEADL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DL-F-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PC-F-STATUS.
           SELECT JOB-HISTORY ASSIGN TO JOBAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JH-F-STATUS.
           SELECT JOB-STREAM ASSIGN TO JOBSTRM.
           SELECT SCHEDULE-REPORT ASSIGN TO JOBSCRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * Job-schedule master - one row per scheduled job.  The rule
      * day is blank or zero where the rule takes none.
       FD  JOB-SCHEDULE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOB-SCHEDULE-REC.
       01  JOB-SCHEDULE-REC.
           05  JS-JOB-NAME        PIC X(8).
           05  JS-RULE            PIC X(1).
           05  JS-RULE-DAY        PIC 9(2).
           05  JS-RULE-DAY-X REDEFINES JS-RULE-DAY PIC X(2).
           05  JS-PAY-FREQ        PIC X(1).
           05  JS-PREDECESSOR     PIC X(8) OCCURS 4 TIMES.
           05  JS-DESCRIPTION     PIC X(30).
           05  FILLER             PIC X(6).
      * SLAMON1's deadline file
       FD  DEADLINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEADLINE-REC.
       01  DEADLINE-REC.
           05  DL-JOB-NAME        PIC X(8).
           05  DL-LATEST-END      PIC 9(4).
           05  DL-LATEST-END-X REDEFINES DL-LATEST-END PIC X(4).
           05  DL-EXPECTED-SECS   PIC 9(6).
           05  FILLER             PIC X(62).
      * PAYCAL01's payroll calendar
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
      * The JOBAUDIT log read as run history, before this run opens
      * it to add its own line
       FD  JOB-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOB-HISTORY-REC.
       01  JOB-HISTORY-REC.
           05  JH-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(2).
           05  JH-START-TIME      PIC X(15).
           05  FILLER             PIC X(2).
           05  JH-END-TIME        PIC X(15).
           05  FILLER             PIC X(2).
           05  JH-RECORD-COUNT    PIC 9(7).
           05  FILLER             PIC X(29).
      * The day's job stream in the order the jobs are to run
       FD  JOB-STREAM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOB-STREAM-REC.
       01  JOB-STREAM-REC.
           05  JSO-RUN-DATE       PIC X(8).
           05  JSO-SEQ            PIC 9(3).
           05  JSO-JOB-NAME       PIC X(8).
           05  JSO-DEADLINE       PIC X(4).
           05  JSO-PREDECESSOR    PIC X(8) OCCURS 4 TIMES.
           05  JSO-RULE           PIC X(1).
           05  JSO-RULE-DAY       PIC 9(2).
           05  FILLER             PIC X(22).
       FD  SCHEDULE-REPORT
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
       77 JS-F-STATUS               PIC X(02) VALUE SPACES.
           88 JS-OK                           VALUE '00'.
       77 DL-F-STATUS               PIC X(02) VALUE SPACES.
           88 DL-OK                           VALUE '00'.
       77 PC-F-STATUS               PIC X(02) VALUE SPACES.
           88 PC-OK                           VALUE '00'.
       77 JH-F-STATUS               PIC X(02) VALUE SPACES.
           88 JH-OK                           VALUE '00'.
       77 JS-EOF                    PIC X(01) VALUE 'N'.
           88 JS-AT-EOF                       VALUE 'Y'.
       77 DL-EOF                    PIC X(01) VALUE 'N'.
           88 DL-AT-EOF                       VALUE 'Y'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 JH-EOF                    PIC X(01) VALUE 'N'.
           88 JH-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-FAILED-SW              PIC X(01) VALUE 'N'.
           88 STREAM-FAILED                   VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 SCHEDULE-WARNING                VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       77 WS-OPT-LENGTH             PIC 9(2) COMP VALUE 0.
       77 WS-OPT-NUMBER             PIC 9(3)  VALUE 0.
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
      * Run date and the reach of the report either side of it
       01 WS-RUN-DATE               PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-9 REDEFINES WS-RUN-DATE PIC 9(08).
       01 WS-RUN-DAY-NUMBER         PIC S9(9) VALUE 0.
       01 WS-FORECAST-DAYS          PIC 9(3)  VALUE 30.
       01 WS-FORECAST-SUB           PIC 9(4) COMP VALUE 0.
       01 WS-LOOKBACK-DAYS          PIC 9(3)  VALUE 5.
       01 WS-HISTORY-FROM           PIC X(08) VALUE SPACES.
      * The business days looked back over, oldest first
       01 LOOKBACK-TABLE-AREA.
           05 LB-COUNT              PIC 9(4) COMP VALUE 0.
           05 LB-SUB                PIC 9(4) COMP VALUE 0.
           05 LB-PREV               PIC 9(4) COMP VALUE 0.
           05 LB-DATE               PIC X(08) OCCURS 30 TIMES.
      * JOBSCHED in core, with the predecessors tied to their rows
      * and what the day being resolved makes of each job
       01 JOB-TABLE-AREA.
           05 JT-COUNT              PIC 9(4) COMP VALUE 0.
           05 JT-SUB                PIC 9(4) COMP VALUE 0.
           05 JOB-TABLE OCCURS 300 TIMES.
               10 JT-JOB-NAME       PIC X(08).
               10 JT-RULE           PIC X(01).
               10 JT-RULE-DAY       PIC 9(02).
               10 JT-PAY-FREQ       PIC X(01).
               10 JT-PREDECESSOR    PIC X(08) OCCURS 4 TIMES.
               10 JT-PRED-SUB       PIC 9(4) COMP OCCURS 4 TIMES.
               10 JT-DESCRIPTION    PIC X(30).
               10 JT-RULE-TEXT      PIC X(24).
               10 JT-DEADLINE       PIC X(04).
               10 JT-DUE            PIC X(01).
                   88 JT-IS-DUE               VALUE 'Y'.
               10 JT-PLACED         PIC X(01).
                   88 JT-IS-PLACED            VALUE 'Y'.
       77 PR-SUB                    PIC 9(4) COMP VALUE 0.
       77 WS-FIND-SUB               PIC 9(4) COMP VALUE 0.
       01 WS-FIND-NAME              PIC X(08) VALUE SPACES.
       01 JT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 JOB-FOUND                       VALUE 'Y'.
       01 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01 WS-PAYDAY-JOBS            PIC 9(4)  VALUE 0.
      * PAYCAL check dates, YYYYMMDD
       01 PAYDAY-TABLE-AREA.
           05 PD-COUNT              PIC 9(4) COMP VALUE 0.
           05 PD-SUB                PIC 9(4) COMP VALUE 0.
           05 PAYDAY-TABLE OCCURS 1000 TIMES.
               10 PD-FREQ           PIC X(01).
               10 PD-CHECK-DATE     PIC X(08).
       01 PD-FOUND-SW               PIC X(01) VALUE 'N'.
           88 PAYDAY-FOUND                    VALUE 'Y'.
      * JOBAUDIT completions from the first day looked back at on
       01 HISTORY-TABLE-AREA.
           05 AH-COUNT              PIC 9(4) COMP VALUE 0.
           05 AH-SUB                PIC 9(4) COMP VALUE 0.
           05 HISTORY-TABLE OCCURS 5000 TIMES.
               10 AH-JOB-NAME       PIC X(08).
               10 AH-START-DATE     PIC X(08).
               10 AH-END-DATE       PIC X(08).
               10 AH-END-HHMM       PIC X(04).
       01 AH-FOUND-SW               PIC X(01) VALUE 'N'.
           88 COMPLETION-FOUND                VALUE 'Y'.
      * The day being resolved and where it sits in its month.  Day
      * 1 of INTEGER-OF-DATE was a Monday, so the remainder by 7 is
      * 1 for Monday through 6 for Saturday and 0 for Sunday.
       01 WS-TEST-DATE              PIC X(08) VALUE SPACES.
       01 WS-TEST-DATE-9 REDEFINES WS-TEST-DATE PIC 9(08).
       01 WS-TEST-PARTS REDEFINES WS-TEST-DATE.
           05 WS-TEST-YEAR          PIC 9(04).
           05 WS-TEST-MONTH         PIC 9(02).
           05 WS-TEST-DAY           PIC 9(02).
       01 WS-TEST-ISO               PIC X(10) VALUE SPACES.
       01 WS-DAY-WORK.
           05 WS-TEST-DAY-NUMBER    PIC S9(9) VALUE 0.
           05 WS-PREV-DAY-NUMBER    PIC S9(9) VALUE 0.
           05 WS-DAYS-SINCE-PREV    PIC S9(5) VALUE 0.
           05 WS-TEST-WEEKDAY       PIC 9(1)  VALUE 0.
           05 WS-WEEKDAY-GAP        PIC 9(1)  VALUE 0.
           05 WS-BUS-ORDINAL        PIC 9(2)  VALUE 0.
           05 WS-SCAN-DAY           PIC 9(2)  VALUE 0.
           05 WS-NEXT-BUS-DATE      PIC X(08) VALUE SPACES.
           05 WS-PREV-BUS-DATE      PIC X(08) VALUE SPACES.
           05 WS-TARGET-DATE        PIC X(08) VALUE SPACES.
           05 WS-TEST-BUSINESS-SW   PIC X(01) VALUE 'N'.
               88 TEST-DAY-IS-BUSINESS        VALUE 'Y'.
           05 WS-LAST-BUS-DAY-SW    PIC X(01) VALUE 'N'.
               88 LAST-BUS-DAY-OF-MONTH       VALUE 'Y'.
           05 WS-DUE-COUNT          PIC 9(4)  VALUE 0.
           05 WS-DAILY-DUE-COUNT    PIC 9(4)  VALUE 0.
       01 WS-SCAN-DATE.
           05 WS-SCAN-YEAR          PIC 9(04).
           05 WS-SCAN-MONTH         PIC 9(02).
           05 WS-SCAN-DD            PIC 9(02).
       01 WS-DAY-NAMES              PIC X(21)
                                    VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME           PIC X(03) OCCURS 7 TIMES.
      * Putting the due jobs in dependency order
       01 WS-ORDER-WORK.
           05 WS-STREAM-SEQ         PIC 9(3)  VALUE 0.
           05 WS-PLACED-ONE-SW      PIC X(01) VALUE 'N'.
               88 A-JOB-WAS-PLACED            VALUE 'Y'.
           05 WS-PRED-READY-SW      PIC X(01) VALUE 'Y'.
               88 PREDECESSORS-READY          VALUE 'Y'.
           05 WS-STATUS-TEXT        PIC X(16) VALUE SPACES.
           05 WS-RULE-DAY-ED        PIC 99.
           05 WS-DAY-SUB            PIC 9(4) COMP VALUE 0.
       01 SCHEDULE-COUNTERS.
           05 CTR-EXCEPTIONS        PIC 9(5)  VALUE 0.
           05 CTR-IN-STREAM         PIC 9(5)  VALUE 0.
           05 CTR-NOT-SEQUENCED     PIC 9(5)  VALUE 0.
           05 CTR-MISSED            PIC 9(5)  VALUE 0.
           05 CTR-FORECAST-JOBS     PIC 9(5)  VALUE 0.
      *    SCHEDULE REPORT PRINT LINES
       01 REPORT-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'DAILY JOB SCHEDULE'.
           05 RH-RUN-TIME           PIC X(15).
       01 REPORT-OPTION-LINE.
           05 FILLER  PIC X(10) VALUE 'RUN DATE: '.
           05 ROL-RUN-DATE          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ROL-RUN-DAY           PIC X(03).
           05 FILLER  PIC X(18) VALUE '   FORECAST DAYS: '.
           05 ROL-DAYS              PIC ZZ9.
           05 FILLER  PIC X(22) VALUE '   LOOKBACK BUS DAYS: '.
           05 ROL-LOOKBACK          PIC Z9.
       01 REPORT-SECTION-LINE.
           05 RSL-TITLE             PIC X(60).
       01 STREAM-COLUMN-LINE.
           05 FILLER  PIC X(05) VALUE 'SEQ'.
           05 FILLER  PIC X(10) VALUE 'JOB'.
           05 FILLER  PIC X(26) VALUE 'RULE'.
           05 FILLER  PIC X(06) VALUE 'DEADL'.
           05 FILLER  PIC X(38) VALUE 'PREDECESSORS'.
           05 FILLER  PIC X(16) VALUE 'TODAY'.
       01 STREAM-LINE.
           05 SL-SEQ                PIC ZZ9.
           05 FILLER                PIC X(02).
           05 SL-JOB-NAME           PIC X(08).
           05 FILLER                PIC X(02).
           05 SL-RULE-TEXT          PIC X(24).
           05 FILLER                PIC X(02).
           05 SL-DEADLINE           PIC X(04).
           05 FILLER                PIC X(02).
           05 SL-PRED-GROUP OCCURS 4 TIMES.
               10 SL-PREDECESSOR    PIC X(08).
               10 FILLER            PIC X(01).
           05 FILLER                PIC X(02).
           05 SL-STATUS             PIC X(16).
       01 MISSED-COLUMN-LINE.
           05 FILLER  PIC X(16) VALUE 'SCHEDULED'.
           05 FILLER  PIC X(10) VALUE 'JOB'.
           05 FILLER  PIC X(26) VALUE 'RULE'.
           05 FILLER  PIC X(06) VALUE 'DEADL'.
           05 FILLER  PIC X(32) VALUE 'DESCRIPTION'.
       01 MISSED-LINE.
           05 ML-DATE               PIC X(10).
           05 FILLER                PIC X(01).
           05 ML-DAY                PIC X(03).
           05 FILLER                PIC X(02).
           05 ML-JOB-NAME           PIC X(08).
           05 FILLER                PIC X(02).
           05 ML-RULE-TEXT          PIC X(24).
           05 FILLER                PIC X(02).
           05 ML-DEADLINE           PIC X(04).
           05 FILLER                PIC X(02).
           05 ML-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X(02).
           05 ML-NOTE               PIC X(30).
       01 FORECAST-TITLE-LINE.
           05 FILLER  PIC X(32) VALUE
                  'FORECAST - CALENDAR DAYS AHEAD: '.
           05 FTL-DAYS              PIC ZZ9.
       01 FORECAST-DAY-LINE.
           05 FDL-DATE              PIC X(10).
           05 FILLER                PIC X(01).
           05 FDL-DAY               PIC X(03).
           05 FILLER                PIC X(02).
           05 FDL-NOTE              PIC X(40).
       01 FORECAST-COUNT-NOTE.
           05 FCN-DUE               PIC ZZZ9.
           05 FILLER  PIC X(14) VALUE ' JOBS DUE -   '.
           05 FCN-DAILY             PIC ZZZ9.
           05 FILLER  PIC X(06) VALUE ' DAILY'.
       01 FORECAST-JOB-LINE.
           05 FILLER                PIC X(16).
           05 FJL-JOB-NAME          PIC X(08).
           05 FILLER                PIC X(02).
           05 FJL-RULE-TEXT         PIC X(24).
           05 FILLER                PIC X(02).
           05 FJL-DEADLINE          PIC X(04).
           05 FILLER                PIC X(02).
           05 FJL-DESCRIPTION       PIC X(30).
       01 EXCEPTION-LINE.
           05 FILLER  PIC X(18) VALUE 'MASTER EXCEPTION: '.
           05 EXL-JOB-NAME          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EXL-REASON            PIC X(40).
       01 REPORT-NOTE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RNL-NOTE              PIC X(60).
       01 REPORT-TOTAL-LINE-1.
           05 FILLER  PIC X(22) VALUE 'JOBS ON SCHEDULE:     '.
           05 RTL-JOBS              PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   MASTER EXCEPTIONS: '.
           05 RTL-EXCEPTIONS        PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-2.
           05 FILLER  PIC X(22) VALUE 'JOBS IN THE STREAM:   '.
           05 RTL-IN-STREAM         PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   NOT SEQUENCED:     '.
           05 RTL-NOT-SEQUENCED     PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-3.
           05 FILLER  PIC X(22) VALUE 'MISSED JOBS:          '.
           05 RTL-MISSED            PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   FORECAST NON-DAILY:'.
           05 RTL-FORECAST          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Build-Run-Stream
               PERFORM 250-Check-Missed-Jobs
               PERFORM 280-Write-Forecast
               PERFORM 590-Write-Report-Totals
           END-IF.
           IF  RUN-REFUSED OR STREAM-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  SCHEDULE-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
      * The run history is read before this run's own JOBAUDIT line
      * is opened for.
       000-Housekeeping.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 030-Find-Lookback-Dates
               PERFORM 150-Load-Job-History
           END-IF.
           PERFORM 300-Open-Files.
           IF  NOT RUN-REFUSED
               PERFORM 020-Write-Report-Heading
               PERFORM 100-Load-Job-Schedule
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 120-Link-Predecessors
                   VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > JT-COUNT
               PERFORM 130-Load-Deadlines
               PERFORM 140-Load-Pay-Calendar
           END-IF.
           IF  A-TABLE-IS-FULL
               DISPLAY 'JOBSCHD1 - TABLE FULL - NO STREAM BUILT - '
                       'RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NO STREAM BUILT.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-9).
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'DATE'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-RUN-DATE
                   WHEN 'DAYS'
                       PERFORM 014-Number-Option
                       IF  WS-OPT-NUMBER = ZERO
                       OR  WS-OPT-NUMBER > 366
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-FORECAST-DAYS
                       END-IF
                   WHEN 'LOOKBACK'
                       PERFORM 014-Number-Option
                       IF  WS-OPT-NUMBER > 30
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-LOOKBACK-DAYS
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       014-Number-Option.
           MOVE ZERO TO WS-OPT-LENGTH.
           MOVE ZERO TO WS-OPT-NUMBER.
           INSPECT WS-OPT-VALUE TALLYING WS-OPT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-OPT-LENGTH > 0 AND WS-OPT-LENGTH < 4
               IF  WS-OPT-VALUE(1:WS-OPT-LENGTH) IS NUMERIC
                   COMPUTE WS-OPT-NUMBER =
                       FUNCTION NUMVAL(WS-OPT-VALUE(1:WS-OPT-LENGTH))
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       015-Date-Option.
           MOVE WS-OPT-VALUE TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'JOBSCHD1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       020-Write-Report-Heading.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING-LINE.
           MOVE WS-RUN-DATE       TO WS-TEST-DATE.
           PERFORM 900-Format-Test-Date.
           MOVE WS-TEST-ISO       TO ROL-RUN-DATE.
           MOVE WS-DAY-NAME(WS-TEST-WEEKDAY + 1) TO ROL-RUN-DAY.
           MOVE WS-FORECAST-DAYS  TO ROL-DAYS.
           MOVE WS-LOOKBACK-DAYS  TO ROL-LOOKBACK.
           WRITE REPORT-LINE-OUT FROM REPORT-OPTION-LINE
               AFTER ADVANCING 1.
      * The business days before the run date, stepped back one at
      * a time with DATEVAL's previous-business-day function.  The
      * run history is kept from the earliest of them.
       030-Find-Lookback-Dates.
           MOVE WS-LOOKBACK-DAYS TO LB-COUNT.
           MOVE WS-RUN-DATE      TO WS-HISTORY-FROM.
           IF  LB-COUNT > ZERO
               MOVE WS-RUN-DATE  TO WS-TARGET-DATE
               PERFORM 035-Step-Back-One
                   VARYING LB-SUB FROM LB-COUNT BY -1
                   UNTIL LB-SUB < 1
               MOVE LB-DATE(1)   TO WS-HISTORY-FROM
           END-IF.
       035-Step-Back-One.
           MOVE SPACES         TO DV-DATE-IN.
           MOVE WS-TARGET-DATE TO DV-DATE-IN(1:8).
           MOVE 'Y'            TO DV-FORMAT.
           MOVE 'P'            TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT    TO LB-DATE(LB-SUB).
           MOVE DV-DATE-OUT    TO WS-TARGET-DATE.
      * No schedule master means there is nothing to build.
       100-Load-Job-Schedule.
           OPEN INPUT JOB-SCHEDULE.
           IF  JS-OK
               PERFORM 105-Read-Job
               PERFORM 110-Store-Job UNTIL JS-AT-EOF
               CLOSE JOB-SCHEDULE
           ELSE
               DISPLAY 'JOBSCHED FILE STATUS: ' JS-F-STATUS
               DISPLAY 'NO SCHEDULE MASTER - NO STREAM BUILT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Job.
           READ JOB-SCHEDULE
               AT END MOVE 'Y' TO JS-EOF
           END-READ.
      * A row with a rule this program does not know, a rule day
      * out of range or a job already on the table is set aside
      * and listed; the rest of the schedule still runs.
       110-Store-Job.
           IF  JS-RULE-DAY-X = SPACES
               MOVE ZEROS TO JS-RULE-DAY
           END-IF.
           PERFORM 112-Validate-Job.
           IF  WS-REJECT-REASON = SPACES
               IF  JT-COUNT < 300
                   ADD 1 TO JT-COUNT
                   MOVE JT-COUNT TO JT-SUB
                   PERFORM 115-Fill-Job-Row
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'SCHEDULE TABLE FULL - ' JS-JOB-NAME
                           ' NOT LOADED'
               END-IF
           ELSE
               MOVE JS-JOB-NAME      TO EXL-JOB-NAME
               MOVE WS-REJECT-REASON TO EXL-REASON
               WRITE REPORT-LINE-OUT FROM EXCEPTION-LINE
                   AFTER ADVANCING 1
               ADD 1 TO CTR-EXCEPTIONS
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 105-Read-Job.
       112-Validate-Job.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE JS-JOB-NAME TO WS-FIND-NAME.
           PERFORM 125-Find-Job.
           EVALUATE TRUE
               WHEN JS-JOB-NAME = SPACES
                   MOVE 'NO JOB NAME' TO WS-REJECT-REASON
               WHEN JOB-FOUND
                   MOVE 'JOB ALREADY ON THE SCHEDULE'
                       TO WS-REJECT-REASON
               WHEN JS-RULE-DAY-X IS NOT NUMERIC
                   MOVE 'RULE DAY NOT NUMERIC' TO WS-REJECT-REASON
               WHEN JS-RULE = 'D'
                   CONTINUE
               WHEN JS-RULE = 'W'
                   IF  JS-RULE-DAY < 1 OR JS-RULE-DAY > 7
                       MOVE 'WEEKLY DAY MUST BE 1-7'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN JS-RULE = 'P'
                   IF  JS-PAY-FREQ NOT = SPACE AND 'W' AND 'B'
                                     AND 'S' AND 'M'
                       MOVE 'PAY FREQUENCY MUST BE W B S M OR BLANK'
                           TO WS-REJECT-REASON
                   END-IF
                   IF  JS-RULE-DAY > 20
                       MOVE 'PAYDAY LEAD MUST BE 0-20 DAYS'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN JS-RULE = 'M' OR 'Q' OR 'Y'
                   IF  JS-RULE-DAY > 23
                       MOVE 'BUSINESS DAY MUST BE 0-23'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'RULE MUST BE D W P M Q OR Y'
                       TO WS-REJECT-REASON
           END-EVALUATE.
       115-Fill-Job-Row.
           MOVE JS-JOB-NAME    TO JT-JOB-NAME(JT-SUB).
           MOVE JS-RULE        TO JT-RULE(JT-SUB).
           MOVE JS-RULE-DAY    TO JT-RULE-DAY(JT-SUB).
           MOVE JS-PAY-FREQ    TO JT-PAY-FREQ(JT-SUB).
           MOVE JS-DESCRIPTION TO JT-DESCRIPTION(JT-SUB).
           MOVE SPACES         TO JT-DEADLINE(JT-SUB).
           MOVE 'N'            TO JT-DUE(JT-SUB).
           MOVE 'N'            TO JT-PLACED(JT-SUB).
           PERFORM 117-Copy-Predecessor
               VARYING PR-SUB FROM 1 BY 1 UNTIL PR-SUB > 4.
           PERFORM 118-Describe-Rule.
           IF  JS-RULE = 'P'
               ADD 1 TO WS-PAYDAY-JOBS
           END-IF.
       117-Copy-Predecessor.
           MOVE JS-PREDECESSOR(PR-SUB)
               TO JT-PREDECESSOR(JT-SUB, PR-SUB).
           MOVE ZERO TO JT-PRED-SUB(JT-SUB, PR-SUB).
       118-Describe-Rule.
           MOVE SPACES         TO JT-RULE-TEXT(JT-SUB).
           MOVE JS-RULE-DAY    TO WS-RULE-DAY-ED.
           EVALUATE JS-RULE
               WHEN 'D'
                   MOVE 'DAILY' TO JT-RULE-TEXT(JT-SUB)
               WHEN 'W'
                   COMPUTE WS-DAY-SUB =
                       FUNCTION MOD(JS-RULE-DAY, 7) + 1
                   STRING 'WEEKLY - ' WS-DAY-NAME(WS-DAY-SUB)
                          DELIMITED BY SIZE
                          INTO JT-RULE-TEXT(JT-SUB)
               WHEN 'P'
                   IF  JS-PAY-FREQ = SPACE
                       STRING 'PAYDAY ALL LESS ' WS-RULE-DAY-ED
                              ' BUS'
                              DELIMITED BY SIZE
                              INTO JT-RULE-TEXT(JT-SUB)
                   ELSE
                       STRING 'PAYDAY ' JS-PAY-FREQ '   LESS '
                              WS-RULE-DAY-ED ' BUS'
                              DELIMITED BY SIZE
                              INTO JT-RULE-TEXT(JT-SUB)
                   END-IF
               WHEN 'M'
                   IF  JS-RULE-DAY = ZERO
                       MOVE 'MONTH LAST BUS DAY'
                           TO JT-RULE-TEXT(JT-SUB)
                   ELSE
                       STRING 'MONTH BUS DAY ' WS-RULE-DAY-ED
                              DELIMITED BY SIZE
                              INTO JT-RULE-TEXT(JT-SUB)
                   END-IF
               WHEN 'Q'
                   IF  JS-RULE-DAY = ZERO
                       MOVE 'QTR END LAST BUS DAY'
                           TO JT-RULE-TEXT(JT-SUB)
                   ELSE
                       STRING 'NEW QTR BUS DAY ' WS-RULE-DAY-ED
                              DELIMITED BY SIZE
                              INTO JT-RULE-TEXT(JT-SUB)
                   END-IF
               WHEN 'Y'
                   IF  JS-RULE-DAY = ZERO
                       MOVE 'YEAR END LAST BUS DAY'
                           TO JT-RULE-TEXT(JT-SUB)
                   ELSE
                       STRING 'NEW YEAR BUS DAY ' WS-RULE-DAY-ED
                              DELIMITED BY SIZE
                              INTO JT-RULE-TEXT(JT-SUB)
                   END-IF
           END-EVALUATE.
      * A predecessor is tied to its schedule row; one that is not
      * on the schedule cannot hold the job back and is listed.
       120-Link-Predecessors.
           PERFORM 122-Link-One-Predecessor
               VARYING PR-SUB FROM 1 BY 1 UNTIL PR-SUB > 4.
       122-Link-One-Predecessor.
           IF  JT-PREDECESSOR(JT-SUB, PR-SUB) NOT = SPACES
               MOVE JT-PREDECESSOR(JT-SUB, PR-SUB) TO WS-FIND-NAME
               PERFORM 125-Find-Job
               IF  JOB-FOUND
                   MOVE WS-FIND-SUB TO JT-PRED-SUB(JT-SUB, PR-SUB)
               ELSE
                   MOVE JT-JOB-NAME(JT-SUB) TO EXL-JOB-NAME
                   MOVE SPACES TO EXL-REASON
                   STRING 'PREDECESSOR ' WS-FIND-NAME
                          ' NOT ON THE SCHEDULE'
                          DELIMITED BY SIZE INTO EXL-REASON
                   WRITE REPORT-LINE-OUT FROM EXCEPTION-LINE
                       AFTER ADVANCING 1
                   ADD 1 TO CTR-EXCEPTIONS
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
       125-Find-Job.
           MOVE 'N' TO JT-FOUND-SW.
           MOVE 1   TO WS-FIND-SUB.
           PERFORM 127-Match-Job
               UNTIL WS-FIND-SUB > JT-COUNT OR JOB-FOUND.
       127-Match-Job.
           IF  JT-JOB-NAME(WS-FIND-SUB) = WS-FIND-NAME
               MOVE 'Y' TO JT-FOUND-SW
           ELSE
               ADD 1 TO WS-FIND-SUB
           END-IF.
      * A job with no SLADEADL row prints with no deadline.
       130-Load-Deadlines.
           OPEN INPUT DEADLINE-FILE.
           IF  DL-OK
               PERFORM 135-Read-Deadline
               PERFORM 137-Store-Deadline UNTIL DL-AT-EOF
               CLOSE DEADLINE-FILE
           ELSE
               DISPLAY 'SLADEADL FILE STATUS: ' DL-F-STATUS
               DISPLAY 'NO DEADLINE FILE - DEADLINES NOT SHOWN'
           END-IF.
       135-Read-Deadline.
           READ DEADLINE-FILE
               AT END MOVE 'Y' TO DL-EOF
           END-READ.
       137-Store-Deadline.
           MOVE DL-JOB-NAME TO WS-FIND-NAME.
           PERFORM 125-Find-Job.
           IF  JOB-FOUND AND DL-LATEST-END-X IS NUMERIC
               MOVE DL-LATEST-END-X TO JT-DEADLINE(WS-FIND-SUB)
           END-IF.
           PERFORM 135-Read-Deadline.
      * Check dates come off PAYCAL in ISO form and are kept as
      * YYYYMMDD.  Without the calendar no payday job falls due.
       140-Load-Pay-Calendar.
           OPEN INPUT PAY-CALENDAR.
           IF  PC-OK
               PERFORM 145-Read-Pay-Period
               PERFORM 147-Store-Payday UNTIL PC-AT-EOF
               CLOSE PAY-CALENDAR
           ELSE
               DISPLAY 'PAYCAL FILE STATUS: ' PC-F-STATUS
               IF  WS-PAYDAY-JOBS > ZERO
                   DISPLAY 'NO PAYROLL CALENDAR - PAYDAY JOBS '
                           'NOT SCHEDULED'
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
       145-Read-Pay-Period.
           READ PAY-CALENDAR
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
       147-Store-Payday.
           IF  PD-COUNT < 1000
               ADD 1 TO PD-COUNT
               MOVE PCAL-FREQ TO PD-FREQ(PD-COUNT)
               STRING PCAL-CHECK-DATE(1:4) PCAL-CHECK-DATE(6:2)
                      PCAL-CHECK-DATE(9:2)
                      DELIMITED BY SIZE
                      INTO PD-CHECK-DATE(PD-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 145-Read-Pay-Period.
      * Only completed runs that started on or after the first day
      * looked back at are kept.
       150-Load-Job-History.
           OPEN INPUT JOB-HISTORY.
           IF  JH-OK
               PERFORM 155-Read-History
               PERFORM 157-Store-Completion UNTIL JH-AT-EOF
               CLOSE JOB-HISTORY
           ELSE
               DISPLAY 'JOBAUDIT FILE STATUS: ' JH-F-STATUS
               DISPLAY 'NO RUN HISTORY - NO COMPLETIONS SEEN'
           END-IF.
       155-Read-History.
           READ JOB-HISTORY
               AT END MOVE 'Y' TO JH-EOF
           END-READ.
       157-Store-Completion.
           IF  JH-END-TIME NOT = SPACES
           AND JH-START-TIME(1:8) NOT < WS-HISTORY-FROM
               IF  AH-COUNT < 5000
                   ADD 1 TO AH-COUNT
                   MOVE JH-JOB-NAME        TO AH-JOB-NAME(AH-COUNT)
                   MOVE JH-START-TIME(1:8) TO AH-START-DATE(AH-COUNT)
                   MOVE JH-END-TIME(1:8)   TO AH-END-DATE(AH-COUNT)
                   MOVE JH-END-TIME(9:4)   TO AH-END-HHMM(AH-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
           PERFORM 155-Read-History.
      * The run date's stream.  Each pass places every due job
      * whose due predecessors are already placed; when a pass
      * places nothing the jobs left over wait on each other.
       200-Build-Run-Stream.
           MOVE WS-RUN-DATE TO WS-TEST-DATE.
           PERFORM 500-Resolve-Day.
           MOVE SPACES TO RSL-TITLE.
           STRING 'JOB STREAM FOR ' WS-TEST-ISO ' '
                  WS-DAY-NAME(WS-TEST-WEEKDAY + 1)
                  DELIMITED BY SIZE INTO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 2.
           IF  TEST-DAY-IS-BUSINESS
               WRITE REPORT-LINE-OUT FROM STREAM-COLUMN-LINE
                   AFTER ADVANCING 1
               MOVE 'Y' TO WS-PLACED-ONE-SW
               PERFORM 210-Place-Ready-Jobs UNTIL NOT A-JOB-WAS-PLACED
               PERFORM 230-List-Unplaced-Job
                   VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > JT-COUNT
           ELSE
               MOVE 'NOT A BUSINESS DAY - NOTHING SCHEDULED'
                   TO RNL-NOTE
               WRITE REPORT-LINE-OUT FROM REPORT-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       210-Place-Ready-Jobs.
           MOVE 'N' TO WS-PLACED-ONE-SW.
           PERFORM 212-Try-One-Job
               VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > JT-COUNT.
       212-Try-One-Job.
           IF  JT-IS-DUE(JT-SUB) AND NOT JT-IS-PLACED(JT-SUB)
               MOVE 'Y' TO WS-PRED-READY-SW
               PERFORM 214-Check-One-Predecessor
                   VARYING PR-SUB FROM 1 BY 1 UNTIL PR-SUB > 4
               IF  PREDECESSORS-READY
                   MOVE 'Y' TO JT-PLACED(JT-SUB)
                   MOVE 'Y' TO WS-PLACED-ONE-SW
                   PERFORM 220-Write-Stream-Job
               END-IF
           END-IF.
      * A predecessor that is not due today has no run to wait on.
       214-Check-One-Predecessor.
           MOVE JT-PRED-SUB(JT-SUB, PR-SUB) TO WS-FIND-SUB.
           IF  WS-FIND-SUB > ZERO
               IF  JT-IS-DUE(WS-FIND-SUB)
               AND NOT JT-IS-PLACED(WS-FIND-SUB)
                   MOVE 'N' TO WS-PRED-READY-SW
               END-IF
           END-IF.
       220-Write-Stream-Job.
           ADD 1 TO WS-STREAM-SEQ.
           ADD 1 TO CTR-IN-STREAM.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE SPACES                TO JOB-STREAM-REC.
           MOVE WS-RUN-DATE           TO JSO-RUN-DATE.
           MOVE WS-STREAM-SEQ         TO JSO-SEQ.
           MOVE JT-JOB-NAME(JT-SUB)   TO JSO-JOB-NAME.
           MOVE JT-DEADLINE(JT-SUB)   TO JSO-DEADLINE.
           MOVE JT-RULE(JT-SUB)       TO JSO-RULE.
           MOVE JT-RULE-DAY(JT-SUB)   TO JSO-RULE-DAY.
           MOVE SPACES                TO STREAM-LINE.
           MOVE WS-STREAM-SEQ         TO SL-SEQ.
           MOVE JT-JOB-NAME(JT-SUB)   TO SL-JOB-NAME.
           MOVE JT-RULE-TEXT(JT-SUB)  TO SL-RULE-TEXT.
           MOVE JT-DEADLINE(JT-SUB)   TO SL-DEADLINE.
           PERFORM 222-Copy-Stream-Predecessor
               VARYING PR-SUB FROM 1 BY 1 UNTIL PR-SUB > 4.
           PERFORM 225-Set-Today-Status.
           MOVE WS-STATUS-TEXT        TO SL-STATUS.
           WRITE JOB-STREAM-REC.
           WRITE REPORT-LINE-OUT FROM STREAM-LINE
               AFTER ADVANCING 1.
       222-Copy-Stream-Predecessor.
           MOVE JT-PREDECESSOR(JT-SUB, PR-SUB)
               TO JSO-PREDECESSOR(PR-SUB).
           MOVE JT-PREDECESSOR(JT-SUB, PR-SUB)
               TO SL-PREDECESSOR(PR-SUB).
      * A run finished after the job's SLADEADL time, or on a later
      * day, shows late.
       225-Set-Today-Status.
           PERFORM 430-Find-Completion.
           IF  COMPLETION-FOUND
               MOVE SPACES TO WS-STATUS-TEXT
               IF  JT-DEADLINE(JT-SUB) IS NUMERIC
               AND (AH-END-DATE(AH-SUB) > WS-TEST-DATE
                    OR AH-END-HHMM(AH-SUB) > JT-DEADLINE(JT-SUB))
                   STRING 'LATE ' AH-END-HHMM(AH-SUB)
                          DELIMITED BY SIZE INTO WS-STATUS-TEXT
               ELSE
                   STRING 'COMPLETE ' AH-END-HHMM(AH-SUB)
                          DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-IF
           ELSE
               MOVE 'NOT RUN' TO WS-STATUS-TEXT
           END-IF.
      * Due jobs still unplaced are caught in a predecessor loop -
      * the stream cannot run them and the run ends CC 8.
       230-List-Unplaced-Job.
           IF  JT-IS-DUE(JT-SUB) AND NOT JT-IS-PLACED(JT-SUB)
               ADD 1 TO CTR-NOT-SEQUENCED
               MOVE 'Y' TO WS-FAILED-SW
               MOVE SPACES                TO STREAM-LINE
               MOVE JT-JOB-NAME(JT-SUB)   TO SL-JOB-NAME
               MOVE JT-RULE-TEXT(JT-SUB)  TO SL-RULE-TEXT
               MOVE JT-DEADLINE(JT-SUB)   TO SL-DEADLINE
               PERFORM 222-Copy-Stream-Predecessor
                   VARYING PR-SUB FROM 1 BY 1 UNTIL PR-SUB > 4
               MOVE 'PREDECESSOR LOOP' TO SL-STATUS
               WRITE REPORT-LINE-OUT FROM STREAM-LINE
                   AFTER ADVANCING 1
           END-IF.
      * Each business day looked back at is resolved again and any
      * job due that day with no completion is a missed job.
       250-Check-Missed-Jobs.
           MOVE 'SCHEDULED JOBS WITH NO COMPLETION ON JOBAUDIT'
               TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM MISSED-COLUMN-LINE
               AFTER ADVANCING 1.
           PERFORM 255-Check-One-Day
               VARYING LB-SUB FROM 1 BY 1 UNTIL LB-SUB > LB-COUNT.
           IF  CTR-MISSED = ZERO
               MOVE 'NONE' TO RNL-NOTE
               WRITE REPORT-LINE-OUT FROM REPORT-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       255-Check-One-Day.
           MOVE LB-DATE(LB-SUB) TO WS-TEST-DATE.
           PERFORM 500-Resolve-Day.
           PERFORM 257-Check-One-Job
               VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > JT-COUNT.
       257-Check-One-Job.
           IF  JT-IS-DUE(JT-SUB)
               PERFORM 430-Find-Completion
               IF  NOT COMPLETION-FOUND
                   ADD 1 TO CTR-MISSED
                   MOVE 'Y' TO WS-WARNING-SW
                   MOVE SPACES                  TO MISSED-LINE
                   MOVE WS-TEST-ISO             TO ML-DATE
                   MOVE WS-DAY-NAME(WS-TEST-WEEKDAY + 1) TO ML-DAY
                   MOVE JT-JOB-NAME(JT-SUB)     TO ML-JOB-NAME
                   MOVE JT-RULE-TEXT(JT-SUB)    TO ML-RULE-TEXT
                   MOVE JT-DEADLINE(JT-SUB)     TO ML-DEADLINE
                   MOVE JT-DESCRIPTION(JT-SUB)  TO ML-DESCRIPTION
                   MOVE 'NO COMPLETION ON JOBAUDIT' TO ML-NOTE
                   WRITE REPORT-LINE-OUT FROM MISSED-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.
      * Each calendar day after the run date.  A business day shows
      * how many jobs fall due and lists all but the daily ones; a
      * weekday holiday is noted; weekends are left out.
       280-Write-Forecast.
           MOVE WS-FORECAST-DAYS TO FTL-DAYS.
           WRITE REPORT-LINE-OUT FROM FORECAST-TITLE-LINE
               AFTER ADVANCING 2.
           PERFORM 285-Forecast-One-Day
               VARYING WS-FORECAST-SUB FROM 1 BY 1
               UNTIL WS-FORECAST-SUB > WS-FORECAST-DAYS.
       285-Forecast-One-Day.
           COMPUTE WS-TEST-DATE-9 = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAY-NUMBER + WS-FORECAST-SUB).
           PERFORM 500-Resolve-Day.
           MOVE SPACES       TO FORECAST-DAY-LINE.
           MOVE WS-TEST-ISO  TO FDL-DATE.
           MOVE WS-DAY-NAME(WS-TEST-WEEKDAY + 1) TO FDL-DAY.
           IF  TEST-DAY-IS-BUSINESS
               MOVE WS-DUE-COUNT       TO FCN-DUE
               MOVE WS-DAILY-DUE-COUNT TO FCN-DAILY
               MOVE FORECAST-COUNT-NOTE TO FDL-NOTE
               WRITE REPORT-LINE-OUT FROM FORECAST-DAY-LINE
                   AFTER ADVANCING 1
               PERFORM 287-Forecast-One-Job
                   VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > JT-COUNT
           ELSE
               IF  WS-TEST-WEEKDAY NOT = 6 AND WS-TEST-WEEKDAY NOT = 0
                   MOVE 'HOLIDAY - NOTHING SCHEDULED' TO FDL-NOTE
                   WRITE REPORT-LINE-OUT FROM FORECAST-DAY-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.
       287-Forecast-One-Job.
           IF  JT-IS-DUE(JT-SUB) AND JT-RULE(JT-SUB) NOT = 'D'
               ADD 1 TO CTR-FORECAST-JOBS
               MOVE SPACES                  TO FORECAST-JOB-LINE
               MOVE JT-JOB-NAME(JT-SUB)     TO FJL-JOB-NAME
               MOVE JT-RULE-TEXT(JT-SUB)    TO FJL-RULE-TEXT
               MOVE JT-DEADLINE(JT-SUB)     TO FJL-DEADLINE
               MOVE JT-DESCRIPTION(JT-SUB)  TO FJL-DESCRIPTION
               WRITE REPORT-LINE-OUT FROM FORECAST-JOB-LINE
                   AFTER ADVANCING 1
           END-IF.
      * A completion for the job being looked at, started on the day
      * being resolved or before the next business day after it.
       430-Find-Completion.
           MOVE 'N' TO AH-FOUND-SW.
           MOVE 1   TO AH-SUB.
           PERFORM 432-Match-Completion
               UNTIL AH-SUB > AH-COUNT OR COMPLETION-FOUND.
       432-Match-Completion.
           IF  AH-JOB-NAME(AH-SUB) = JT-JOB-NAME(JT-SUB)
           AND AH-START-DATE(AH-SUB) NOT < WS-TEST-DATE
           AND AH-START-DATE(AH-SUB) < WS-NEXT-BUS-DATE
               MOVE 'Y' TO AH-FOUND-SW
           ELSE
               ADD 1 TO AH-SUB
           END-IF.
      * Marks every job due on WS-TEST-DATE.  Nothing falls due on
      * a day that is not a business day.
       500-Resolve-Day.
           PERFORM 900-Format-Test-Date.
           MOVE ZEROS TO WS-DUE-COUNT WS-DAILY-DUE-COUNT.
           PERFORM 505-Clear-One-Job
               VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > JT-COUNT.
           MOVE SPACES       TO DV-DATE-IN.
           MOVE WS-TEST-DATE TO DV-DATE-IN(1:8).
           MOVE 'Y'          TO DV-FORMAT.
           MOVE 'B'          TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-BUSINESS  TO WS-TEST-BUSINESS-SW.
           IF  TEST-DAY-IS-BUSINESS
               PERFORM 510-Place-Day-In-Month
               PERFORM 520-Test-One-Job
                   VARYING JT-SUB FROM 1 BY 1 UNTIL JT-SUB > JT-COUNT
           END-IF.
       505-Clear-One-Job.
           MOVE 'N' TO JT-DUE(JT-SUB).
           MOVE 'N' TO JT-PLACED(JT-SUB).
      * Which business day of its month the day is, whether it is
      * the last, and how many calendar days back the business day
      * before it lies.
       510-Place-Day-In-Month.
           MOVE ZERO TO WS-BUS-ORDINAL.
           MOVE WS-TEST-YEAR  TO WS-SCAN-YEAR.
           MOVE WS-TEST-MONTH TO WS-SCAN-MONTH.
           PERFORM 512-Count-Business-Day
               VARYING WS-SCAN-DAY FROM 1 BY 1
               UNTIL WS-SCAN-DAY > WS-TEST-DAY.
           MOVE SPACES       TO DV-DATE-IN.
           MOVE WS-TEST-DATE TO DV-DATE-IN(1:8).
           MOVE 'Y'          TO DV-FORMAT.
           MOVE 'A'          TO DV-FUNCTION.
           MOVE 1            TO DV-DAY-COUNT.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT  TO WS-NEXT-BUS-DATE.
           IF  WS-NEXT-BUS-DATE(5:2) NOT = WS-TEST-DATE(5:2)
               MOVE 'Y' TO WS-LAST-BUS-DAY-SW
           ELSE
               MOVE 'N' TO WS-LAST-BUS-DAY-SW
           END-IF.
           MOVE WS-TEST-DATE TO DV-DATE-IN(1:8).
           MOVE 'P'          TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT  TO WS-PREV-BUS-DATE.
           COMPUTE WS-PREV-DAY-NUMBER = FUNCTION INTEGER-OF-DATE
               (FUNCTION NUMVAL(WS-PREV-BUS-DATE)).
           COMPUTE WS-DAYS-SINCE-PREV =
               WS-TEST-DAY-NUMBER - WS-PREV-DAY-NUMBER.
       512-Count-Business-Day.
           MOVE WS-SCAN-DAY  TO WS-SCAN-DD.
           MOVE SPACES       TO DV-DATE-IN.
           MOVE WS-SCAN-DATE TO DV-DATE-IN(1:8).
           MOVE 'Y'          TO DV-FORMAT.
           MOVE 'B'          TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-BUSINESS = 'Y'
               ADD 1 TO WS-BUS-ORDINAL
           END-IF.
      * A weekly job is due when its weekday fell after the business
      * day before this one - on the day, or over a holiday.
       520-Test-One-Job.
           EVALUATE JT-RULE(JT-SUB)
               WHEN 'D'
                   MOVE 'Y' TO JT-DUE(JT-SUB)
               WHEN 'W'
                   COMPUTE WS-WEEKDAY-GAP = FUNCTION MOD
                       (WS-TEST-WEEKDAY + 7
                        - FUNCTION MOD(JT-RULE-DAY(JT-SUB), 7), 7)
                   IF  WS-WEEKDAY-GAP < WS-DAYS-SINCE-PREV
                       MOVE 'Y' TO JT-DUE(JT-SUB)
                   END-IF
               WHEN 'P'
                   PERFORM 525-Test-Payday
               WHEN 'M'
                   PERFORM 530-Test-Business-Day-Rule
               WHEN 'Q'
                   IF  (JT-RULE-DAY(JT-SUB) = ZERO
                        AND (WS-TEST-MONTH = 3 OR 6 OR 9 OR 12))
                   OR  (JT-RULE-DAY(JT-SUB) > ZERO
                        AND (WS-TEST-MONTH = 1 OR 4 OR 7 OR 10))
                       PERFORM 530-Test-Business-Day-Rule
                   END-IF
               WHEN 'Y'
                   IF  (JT-RULE-DAY(JT-SUB) = ZERO
                        AND WS-TEST-MONTH = 12)
                   OR  (JT-RULE-DAY(JT-SUB) > ZERO
                        AND WS-TEST-MONTH = 1)
                       PERFORM 530-Test-Business-Day-Rule
                   END-IF
           END-EVALUATE.
           IF  JT-IS-DUE(JT-SUB)
               ADD 1 TO WS-DUE-COUNT
               IF  JT-RULE(JT-SUB) = 'D'
                   ADD 1 TO WS-DAILY-DUE-COUNT
               END-IF
           END-IF.
      * The day the job runs is its lead in business days ahead of
      * a check date on the payroll calendar.
       525-Test-Payday.
           IF  JT-RULE-DAY(JT-SUB) = ZERO
               MOVE WS-TEST-DATE TO WS-TARGET-DATE
           ELSE
               MOVE SPACES       TO DV-DATE-IN
               MOVE WS-TEST-DATE TO DV-DATE-IN(1:8)
               MOVE 'Y'          TO DV-FORMAT
               MOVE 'A'          TO DV-FUNCTION
               MOVE JT-RULE-DAY(JT-SUB) TO DV-DAY-COUNT
               CALL 'DATEVAL' USING DATEVAL-PARMS
               MOVE DV-DATE-OUT  TO WS-TARGET-DATE
           END-IF.
           MOVE 'N' TO PD-FOUND-SW.
           MOVE 1   TO PD-SUB.
           PERFORM 527-Match-Payday
               UNTIL PD-SUB > PD-COUNT OR PAYDAY-FOUND.
           IF  PAYDAY-FOUND
               MOVE 'Y' TO JT-DUE(JT-SUB)
           END-IF.
       527-Match-Payday.
           IF  PD-CHECK-DATE(PD-SUB) = WS-TARGET-DATE
           AND (JT-PAY-FREQ(JT-SUB) = SPACE
                OR PD-FREQ(PD-SUB) = JT-PAY-FREQ(JT-SUB))
               MOVE 'Y' TO PD-FOUND-SW
           ELSE
               ADD 1 TO PD-SUB
           END-IF.
       530-Test-Business-Day-Rule.
           IF  (JT-RULE-DAY(JT-SUB) = ZERO AND LAST-BUS-DAY-OF-MONTH)
           OR  (JT-RULE-DAY(JT-SUB) > ZERO
                AND JT-RULE-DAY(JT-SUB) = WS-BUS-ORDINAL)
               MOVE 'Y' TO JT-DUE(JT-SUB)
           END-IF.
       590-Write-Report-Totals.
           MOVE JT-COUNT          TO RTL-JOBS.
           MOVE CTR-EXCEPTIONS    TO RTL-EXCEPTIONS.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-1
               AFTER ADVANCING 3.
           MOVE CTR-IN-STREAM     TO RTL-IN-STREAM.
           MOVE CTR-NOT-SEQUENCED TO RTL-NOT-SEQUENCED.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE CTR-MISSED        TO RTL-MISSED.
           MOVE CTR-FORECAST-JOBS TO RTL-FORECAST.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-3
               AFTER ADVANCING 1.
       300-Open-Files.
           OPEN OUTPUT SCHEDULE-REPORT.
           OPEN OUTPUT JOB-STREAM.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
       600-Close-Files.
           CLOSE JOB-STREAM.
           CLOSE SCHEDULE-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'JOBSCHD1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
      * ISO form and weekday of WS-TEST-DATE
       900-Format-Test-Date.
           STRING WS-TEST-DATE(1:4) '-' WS-TEST-DATE(5:2) '-'
                  WS-TEST-DATE(7:2)
                  DELIMITED BY SIZE INTO WS-TEST-ISO.
           COMPUTE WS-TEST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE-9).
           COMPUTE WS-TEST-WEEKDAY =
               FUNCTION MOD(WS-TEST-DAY-NUMBER, 7).
