       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVREQ1.
      ***** Leave requests and approvals.  Employees submit vacation
      ***** and sick time in advance on the LEAVEREQ request master
      ***** (EMP-ID, first and last day off, V or S, total hours).
      ***** Each run, ahead of PAYROL02:
      *****   - a new request is checked against the employee's
      *****     ACCRMAST balance projected forward to the first day
      *****     off - the balance today plus HOURS a week accrued at
      *****     VACRATE or SICKRATE (thousandths per hour; the base
      *****     category rates, so the projection never promises
      *****     more than will accrue) - less the hours already
      *****     promised to the employee's other approved requests.
      *****     A request the projected balance cannot cover is
      *****     rejected before anyone approves it;
      *****   - a request that passes goes for approval to the
      *****     manager of the employee's department on DEPTMAST, or
      *****     to the parent department's manager when the employee
      *****     is that manager - the routing EXPCLM01 uses.  The
      *****     manager keys A or D on the request with their own
      *****     EMP-ID; a decision keyed by anyone else does not
      *****     count;
      *****   - an approved request writes the 'L' leave-taken
      *****     records for the days of it that fall in the pay
      *****     period PAYROL02 will pay next (the open PAYCAL row,
      *****     or START and END on the card without a calendar).
      *****     The hours are spread evenly over the business days
      *****     of the leave, one record per day, dated that day.
      *****     LEAVEL is appended to the payroll input with
      *****     HOLPAY01's HOLPAYW.  A request whose last day is in
      *****     the period is marked taken.
      ***** ABSCAL lists, by department, every open and approved
      ***** request touching the next WEEKS weeks with the number of
      ***** colleagues off on overlapping days, so a manager sees
      ***** who else is out before approving.
      *****
      ***** Request status: blank open, A approved, T taken, D
      ***** denied by the manager, R rejected by the edits.  Run
      ***** options, all optional:
      *****     FREQ=W HOURS=40 VACRATE=025 SICKRATE=025 WEEKS=8
      *****     START=YYYY-MM-DD END=YYYY-MM-DD
      ***** A bad option, no period, a period already paid or a full
      ***** request table ends the run with CC 8 and nothing
      ***** written.  Rejections and leave days that went by unpaid
      ***** are CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-MASTER ASSIGN TO LEAVEREQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LR-F-STATUS.
           SELECT ACCRUAL-MASTER ASSIGN TO ACCRMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ACCR-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EMP-F-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DP-F-STATUS.
           SELECT PAY-CALENDAR ASSIGN TO PAYCAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CAL-F-STATUS.
           SELECT LEAVE-TAKEN-FILE ASSIGN TO LEAVEL.
           SELECT LEAVE-REPORT ASSIGN TO LEAVRPT.
           SELECT ABSENCE-CALENDAR ASSIGN TO ABSCAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEAVE-REQUEST-REC.
       01  LEAVE-REQUEST-REC          PIC X(80).
       FD  ACCRUAL-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCRUAL-REC.
       01  ACCRUAL-REC.
           05  ACR-EMP-ID            PIC X(08).
           05  ACR-NAME              PIC X(20).
           05  ACR-VAC-BALANCE       PIC S9(3)V99
                                     SIGN LEADING SEPARATE.
           05  ACR-SICK-BALANCE      PIC S9(3)V99
                                     SIGN LEADING SEPARATE.
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
       FD  DEPT-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-MASTER-REC.
       01  DEPT-MASTER-REC.
           05  DP-DEPT-CODE       PIC X(04).
           05  DP-DEPT-NAME       PIC X(20).
           05  DP-MANAGER-EMP-ID  PIC X(08).
           05  DP-PARENT-DEPT     PIC X(04).
           05  FILLER             PIC X(44).
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
       FD  LEAVE-TAKEN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LEAVE-TAKEN-REC.
       01  LEAVE-TAKEN-REC  PIC X(80).
       FD  LEAVE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(80).
       FD  ABSENCE-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALENDAR-LINE-OUT.
       01  CALENDAR-LINE-OUT  PIC X(80).
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
       77 LR-F-STATUS               PIC X(02) VALUE SPACES.
           88 REQUESTS-OK                     VALUE '00'.
       77 ACCR-F-STATUS             PIC X(02) VALUE SPACES.
           88 ACCR-OK                         VALUE '00'.
       77 EMP-F-STATUS              PIC X(02) VALUE SPACES.
           88 EMP-OK                          VALUE '00'.
       77 DP-F-STATUS               PIC X(02) VALUE SPACES.
           88 DEPTS-OK                        VALUE '00'.
       77 CAL-F-STATUS              PIC X(02) VALUE SPACES.
           88 CAL-OK                          VALUE '00'.
       77 LR-EOF                    PIC X(01) VALUE 'N'.
           88 REQUESTS-AT-EOF                 VALUE 'Y'.
       77 ACCR-EOF                  PIC X(01) VALUE 'N'.
           88 ACCR-AT-EOF                     VALUE 'Y'.
       77 EMP-EOF                   PIC X(01) VALUE 'N'.
           88 EMP-AT-EOF                      VALUE 'Y'.
       77 DP-EOF                    PIC X(01) VALUE 'N'.
           88 DEPTS-AT-EOF                    VALUE 'Y'.
       77 CAL-EOF                   PIC X(01) VALUE 'N'.
           88 CAL-AT-EOF                      VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 LEAVE-WARNING                   VALUE 'Y'.
       77 WS-OUTPUT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 OUTPUT-IS-OPEN                  VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. FREQ=W HOURS=40 WEEKS=8
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 7 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       77 WS-OPT-LENGTH             PIC 9(2)  VALUE 0.
       77 WS-OPT-NUMBER             PIC 9(3)  VALUE 0.
       01 WS-RUN-OPTIONS.
          05 WS-RUN-PAY-FREQ        PIC X(01) VALUE 'W'.
          05 WS-WEEKLY-HOURS        PIC 9(02) VALUE 40.
          05 WS-VAC-RATE            PIC V999  VALUE .025.
          05 WS-SICK-RATE           PIC V999  VALUE .025.
          05 WS-CALENDAR-WEEKS      PIC 9(02) VALUE 8.
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
       01 WS-PERIOD-FOUND-SW        PIC X(01) VALUE 'N'.
           88 PERIOD-FOUND                    VALUE 'Y'.
       01 WS-RUN-DATE-ISO.
           05 WS-RUN-ISO-YEAR       PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-MONTH      PIC X(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-DAY        PIC X(02).
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-RUN-DAY-NUMBER         PIC S9(9) VALUE 0.
       01 WS-CALENDAR-LAST-DAY      PIC X(10) VALUE SPACES.
      * The request master - loaded whole and rewritten at the end.
      * LQ-REQUEST is the LEAVEREQ record; the rest is worked here.
       01 REQUEST-TABLE-AREA.
           05 LQ-COUNT              PIC 9(4) COMP VALUE 0.
           05 LQ-SUB                PIC 9(4) COMP VALUE 0.
           05 LQ-OTHER              PIC 9(4) COMP VALUE 0.
           05 REQUEST-TABLE OCCURS 2000 TIMES.
               10 LQ-REQUEST.
                   15 LQ-EMP-ID         PIC X(08).
                   15 LQ-START-DATE     PIC X(10).
                   15 LQ-END-DATE       PIC X(10).
                   15 LQ-LEAVE-TYPE     PIC X(01).
                       88 LQ-VACATION           VALUE 'V'.
                       88 LQ-SICK               VALUE 'S'.
                   15 LQ-HOURS          PIC 9(03).
                   15 LQ-SUBMITTED      PIC X(10).
                   15 LQ-APPROVER-ID    PIC X(08).
                   15 LQ-DECISION       PIC X(01).
                   15 LQ-STATUS         PIC X(01).
                       88 LQ-OPEN               VALUE SPACE.
                       88 LQ-APPROVED           VALUE 'A'.
                       88 LQ-TAKEN              VALUE 'T'.
                       88 LQ-DENIED             VALUE 'D'.
                       88 LQ-REJECTED           VALUE 'R'.
                   15 LQ-HOURS-WRITTEN  PIC 9(03).
                   15 LQ-WRITTEN-THRU   PIC X(10).
                   15 LQ-REASON         PIC X(15).
               10 LQ-DEPT               PIC X(04).
               10 LQ-NAME               PIC X(20).
               10 LQ-LISTED             PIC X(01).
       01 REQUEST-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 REQUEST-TABLE-IS-FULL           VALUE 'Y'.
      * Leave balances off ACCRMAST, with the hours already promised
      * to approved requests not yet written as leave taken.
       01 ACCRUAL-TABLE-AREA.
           05 AC-COUNT              PIC 9(4) COMP VALUE 0.
           05 AC-SUB                PIC 9(4) COMP VALUE 0.
           05 ACCRUAL-TABLE OCCURS 1000 TIMES.
               10 AC-EMP-ID         PIC X(08).
               10 AC-VAC-BALANCE    PIC S9(3)V99.
               10 AC-SICK-BALANCE   PIC S9(3)V99.
               10 AC-VAC-PROMISED   PIC 9(5).
               10 AC-SICK-PROMISED  PIC 9(5).
       01 ACCRUAL-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 ACCRUAL-TABLE-IS-FULL           VALUE 'Y'.
       01 ACCRUAL-FOUND-SW          PIC X(01) VALUE 'N'.
           88 ACCRUAL-FOUND                   VALUE 'Y'.
      * Employee master - name and department
       01 EMPLOYEE-TABLE-AREA.
           05 EM-COUNT              PIC 9(4) COMP VALUE 0.
           05 EM-SUB                PIC 9(4) COMP VALUE 0.
           05 EMPLOYEE-TABLE OCCURS 1000 TIMES.
               10 EM-EMP-ID         PIC X(08).
               10 EM-NAME           PIC X(20).
               10 EM-DEPT           PIC X(04).
       01 EMPLOYEE-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 EMPLOYEE-TABLE-IS-FULL          VALUE 'Y'.
       01 EMPLOYEE-FOUND-SW         PIC X(01) VALUE 'N'.
           88 EMPLOYEE-FOUND                  VALUE 'Y'.
      * Department master - name, manager and parent
       01 DEPT-TABLE-AREA.
           05 DT-COUNT              PIC 9(3) COMP VALUE 0.
           05 DT-SUB                PIC 9(3) COMP VALUE 0.
           05 DEPT-TABLE OCCURS 200 TIMES.
               10 DT-DEPT-CODE      PIC X(04).
               10 DT-DEPT-NAME      PIC X(20).
               10 DT-MANAGER        PIC X(08).
               10 DT-PARENT-DEPT    PIC X(04).
       01 DEPT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 DEPT-FOUND                      VALUE 'Y'.
       01 WS-LOOKUP-DEPT            PIC X(04) VALUE SPACES.
      * Departments with someone on the absence calendar
       01 CALENDAR-DEPT-AREA.
           05 CD-COUNT              PIC 9(3) COMP VALUE 0.
           05 CD-SUB                PIC 9(3) COMP VALUE 0.
           05 CALENDAR-DEPT OCCURS 200 TIMES.
               10 CD-DEPT-CODE      PIC X(04).
       01 CD-FOUND-SW               PIC X(01) VALUE 'N'.
           88 CD-FOUND                        VALUE 'Y'.
      * Request being worked
       01 WS-REQUEST-WORK.
           05 WS-APPROVER           PIC X(08)    VALUE SPACES.
           05 WS-RESULT             PIC X(15)    VALUE SPACES.
           05 WS-START-DAY          PIC S9(9)    VALUE 0.
           05 WS-END-DAY            PIC S9(9)    VALUE 0.
           05 WS-WEEKS-AHEAD        PIC S9(5)    VALUE 0.
           05 WS-PROJECTED          PIC S9(5)V99 VALUE 0.
           05 WS-REMAINING          PIC 9(03)    VALUE 0.
      * Walking the days of a leave - the business days are counted
      * first, then the hours are dealt out one day at a time with
      * the odd hours going to the first days off.
       01 WS-DAY-WALK.
           05 WS-DAY-NUMBER         PIC S9(9)    VALUE 0.
           05 WS-BUSINESS-DAYS      PIC 9(03)    VALUE 0.
           05 WS-DAY-ORDINAL        PIC 9(03)    VALUE 0.
           05 WS-BASE-HOURS         PIC 9(03)    VALUE 0.
           05 WS-ODD-HOURS          PIC 9(03)    VALUE 0.
           05 WS-DAY-HOURS          PIC 9(03)    VALUE 0.
           05 WS-WALK-MODE          PIC X(01)    VALUE SPACE.
               88 WALK-COUNTING               VALUE 'C'.
               88 WALK-WRITING                VALUE 'W'.
       01 WS-DAY-ISO                PIC X(10) VALUE SPACES.
       01 WS-MISSED-SW              PIC X(01) VALUE 'N'.
           88 DAYS-MISSED                     VALUE 'Y'.
      * Absence calendar work
       01 WS-CAL-WORK.
           05 WS-CAL-NEXT           PIC 9(4) COMP VALUE 0.
           05 WS-CAL-EARLIEST       PIC X(10) VALUE SPACES.
           05 WS-OVERLAPS           PIC 9(03) VALUE 0.
       01 LEAVE-COUNTERS.
           05 CTR-APPROVED          PIC 9(5)  VALUE 0.
           05 CTR-DENIED            PIC 9(5)  VALUE 0.
           05 CTR-REJECTED          PIC 9(5)  VALUE 0.
           05 CTR-WAITING           PIC 9(5)  VALUE 0.
           05 CTR-L-RECORDS         PIC 9(5)  VALUE 0.
           05 CTR-L-HOURS           PIC 9(7)  VALUE 0.
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
      * Leave-taken record in PAYROL02's LEAVE-TAKEN-IN layout - the
      * leave type and hours ride in the rate/hours columns and the
      * record type sits where PAYROLL-IN carries it.
       01 LEAVE-TAKEN-OUT-REC.
           05 LT-NAME                PIC X(20).
           05 LT-DATE                PIC X(10).
           05 LT-LEAVE-TYPE          PIC X(01).
           05 FILLER                 PIC X(03).
           05 LT-HOURS               PIC 9(02).
           05 FILLER                 PIC X(06).
           05 LT-EMP-ID              PIC X(08).
           05 LT-REC-TYPE            PIC X(01).
           05 FILLER                 PIC X(29).
      *    REPORT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(24) VALUE 'LEAVE REQUESTS  PERIOD '.
           05 RH-PERIOD-START       PIC X(10).
           05 FILLER  PIC X(04) VALUE ' TO '.
           05 RH-PERIOD-END         PIC X(10).
           05 FILLER  PIC X(07) VALUE '  RUN: '.
           05 RH-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(15) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'EMP ID   FIRST DAY  LAST DAY   T  HRS PR'.
           05 FILLER  PIC X(40) VALUE
                  'OJ BAL   APPROVER RESULT'.
       01 RPT-DETAIL-LINE.
           05 RDL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-START-DATE        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-END-DATE          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-LEAVE-TYPE        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-HOURS             PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-PROJECTED         PIC ----9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RDL-APPROVER          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-RESULT            PIC X(15).
           05 FILLER                PIC X(07) VALUE SPACES.
       01 RPT-TAKEN-LINE.
           05 FILLER  PIC X(11) VALUE '   L WRITE '.
           05 RTK-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RTK-DATE              PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RTK-LEAVE-TYPE        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RTK-HOURS             PIC Z9.
           05 FILLER                PIC X(45) VALUE SPACES.
       01 RPT-TOTAL-LINE-1.
           05 FILLER  PIC X(11) VALUE 'APPROVED:  '.
           05 RTL-APPROVED          PIC ZZZZ9.
           05 FILLER  PIC X(11) VALUE '  DENIED:  '.
           05 RTL-DENIED            PIC ZZZZ9.
           05 FILLER  PIC X(13) VALUE '  REJECTED:  '.
           05 RTL-REJECTED          PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '  WAITING:  '.
           05 RTL-WAITING           PIC ZZZZ9.
           05 FILLER                PIC X(13) VALUE SPACES.
       01 RPT-TOTAL-LINE-2.
           05 FILLER  PIC X(22) VALUE 'LEAVE-TAKEN RECORDS:  '.
           05 RTL-L-RECORDS         PIC ZZZZ9.
           05 FILLER  PIC X(10) VALUE '  HOURS:  '.
           05 RTL-L-HOURS           PIC ZZZZZZ9.
           05 FILLER                PIC X(36) VALUE SPACES.
       01 CAL-HEADING-LINE.
           05 FILLER  PIC X(30) VALUE 'DEPARTMENT ABSENCE CALENDAR  '.
           05 CH-FROM-DATE          PIC X(10).
           05 FILLER  PIC X(04) VALUE ' TO '.
           05 CH-TO-DATE            PIC X(10).
           05 FILLER                PIC X(26) VALUE SPACES.
       01 CAL-DEPT-LINE.
           05 FILLER  PIC X(06) VALUE 'DEPT  '.
           05 CDL-DEPT-CODE         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-DEPT-NAME         PIC X(20).
           05 FILLER  PIC X(11) VALUE '  MANAGER: '.
           05 CDL-MANAGER           PIC X(08).
           05 FILLER                PIC X(29) VALUE SPACES.
       01 CAL-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  '  EMP ID   NAME                 FIRST DA'.
           05 FILLER  PIC X(40) VALUE
                  'Y  LAST DAY   T  HRS STATUS   OVERLAPS'.
       01 CAL-DETAIL-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDT-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDT-NAME              PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDT-START-DATE        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDT-END-DATE          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDT-LEAVE-TYPE        PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDT-HOURS             PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDT-STATUS            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDT-OVERLAPS          PIC ZZ9.
           05 FILLER                PIC X(07) VALUE SPACES.
       01 CAL-NONE-LINE.
           05 FILLER  PIC X(40) VALUE
                  'NO LEAVE BOOKED IN THE CALENDAR WINDOW'.
           05 FILLER                PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Promise-Approved-Hours
                   VARYING LQ-SUB FROM 1 BY 1 UNTIL LQ-SUB > LQ-COUNT
               PERFORM 210-Work-One-Request
                   VARYING LQ-SUB FROM 1 BY 1 UNTIL LQ-SUB > LQ-COUNT
               PERFORM 400-Write-Leave-Taken
                   VARYING LQ-SUB FROM 1 BY 1 UNTIL LQ-SUB > LQ-COUNT
               PERFORM 540-Write-Report-Totals
               PERFORM 600-Write-Absence-Calendar
               PERFORM 880-Save-Request-Master
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  LEAVE-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE-YMD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-ISO-YEAR.
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-ISO-MONTH.
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-ISO-DAY.
           MOVE WS-RUN-DATE-YMD TO WS-CONV-YMD.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 030-Select-Pay-Period
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Request-Master
               PERFORM 120-Load-Accrual-Master
               PERFORM 140-Load-Employees
               PERFORM 160-Load-Departments
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 300-Open-Output-Files
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS WRITTEN.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6)
                    WS-OPT-TOKEN(7).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 7.
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
                       IF  WS-OPT-NUMBER > 80
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-WEEKLY-HOURS
                       END-IF
                   WHEN 'VACRATE'
                       PERFORM 014-Numeric-Option
                       COMPUTE WS-VAC-RATE = WS-OPT-NUMBER / 1000
                   WHEN 'SICKRATE'
                       PERFORM 014-Numeric-Option
                       COMPUTE WS-SICK-RATE = WS-OPT-NUMBER / 1000
                   WHEN 'WEEKS'
                       PERFORM 014-Numeric-Option
                       IF  WS-OPT-NUMBER > 52 OR WS-OPT-NUMBER = ZERO
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-CALENDAR-WEEKS
                       END-IF
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
           DISPLAY 'LEAVREQ1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * The period PAYROL02 will pay - chosen the way HOLPAY01
      * chooses it.  A keyed START/END only stands in when there is
      * no calendar.
       030-Select-Pay-Period.
           OPEN INPUT PAY-CALENDAR.
           IF  CAL-OK
               PERFORM 182-Read-Calendar-Record
               PERFORM 035-Match-Current-Period
                   UNTIL CAL-AT-EOF OR PERIOD-FOUND
               CLOSE PAY-CALENDAR
               IF  NOT PERIOD-FOUND
                   DISPLAY 'LEAVREQ1 - NO PAY PERIOD ON THE CALENDAR '
                           'FOR FREQUENCY ' WS-RUN-PAY-FREQ
                           ' PAID ON OR AFTER ' WS-RUN-DATE-ISO
                           ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
               IF  WS-KEYED-START NOT = SPACES
               OR  WS-KEYED-END NOT = SPACES
                   DISPLAY 'LEAVREQ1 - KEYED PERIOD IGNORED - '
                           'PAY CALENDAR IN USE'
               END-IF
           ELSE
               DISPLAY 'PAY CALENDAR STATUS: ' CAL-F-STATUS
               DISPLAY 'NO PAY CALENDAR - PERIOD FROM OPTIONS CARD'
               PERFORM 038-Use-Keyed-Period
           END-IF.
           IF  NOT RUN-REFUSED
               DISPLAY 'LEAVREQ1 - LEAVE TAKEN FOR PERIOD '
                       WS-PERIOD-START ' TO ' WS-PERIOD-END
           END-IF.
       035-Match-Current-Period.
           IF  PCAL-FREQ = WS-RUN-PAY-FREQ
           AND PCAL-CHECK-DATE NOT < WS-RUN-DATE-ISO
               MOVE 'Y' TO WS-PERIOD-FOUND-SW
               IF  PCAL-PERIOD-PAID
                   DISPLAY 'LEAVREQ1 - PAY PERIOD ' PCAL-PERIOD-START
                           ' TO ' PCAL-PERIOD-END ' ALREADY PAID ON '
                           PCAL-PAID-DATE ' - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               ELSE
                   MOVE PCAL-PERIOD-START TO WS-PERIOD-START
                   MOVE PCAL-PERIOD-END   TO WS-PERIOD-END
               END-IF
           ELSE
               PERFORM 182-Read-Calendar-Record
           END-IF.
       038-Use-Keyed-Period.
           IF  WS-KEYED-START = SPACES OR WS-KEYED-END = SPACES
           OR  WS-KEYED-START > WS-KEYED-END
               DISPLAY 'LEAVREQ1 - NO PAY PERIOD - KEY START= AND '
                       'END= ON THE OPTIONS CARD - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE WS-KEYED-START TO WS-PERIOD-START
               MOVE WS-KEYED-END   TO WS-PERIOD-END
           END-IF.
      * A full request table means requests past the limit never
      * made it into core - the rewrite would drop them, so the run
      * stops before anything is written.
       100-Load-Request-Master.
           OPEN INPUT LEAVE-REQUEST-MASTER.
           IF  REQUESTS-OK
               PERFORM 105-Read-Request
               PERFORM 110-Store-Request UNTIL REQUESTS-AT-EOF
               CLOSE LEAVE-REQUEST-MASTER
               IF  REQUEST-TABLE-IS-FULL
                   DISPLAY 'LEAVREQ1 - REQUEST TABLE FULL - NOTHING '
                           'WRITTEN - RAISE THE TABLE LIMIT'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'LEAVE REQUEST FILE STATUS: ' LR-F-STATUS
               DISPLAY 'NO LEAVE REQUESTS TODAY'
           END-IF.
       105-Read-Request.
           READ LEAVE-REQUEST-MASTER
               AT END MOVE 'Y' TO LR-EOF
           END-READ.
       110-Store-Request.
           IF  LQ-COUNT < 2000
               ADD 1 TO LQ-COUNT
               MOVE LEAVE-REQUEST-REC TO LQ-REQUEST(LQ-COUNT)
               MOVE SPACES            TO LQ-DEPT(LQ-COUNT)
               MOVE SPACES            TO LQ-NAME(LQ-COUNT)
               MOVE 'N'               TO LQ-LISTED(LQ-COUNT)
               IF  LQ-HOURS-WRITTEN(LQ-COUNT) NOT NUMERIC
                   MOVE ZEROS TO LQ-HOURS-WRITTEN(LQ-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO REQUEST-TABLE-FULL
           END-IF.
           PERFORM 105-Read-Request.
      * Without balances nothing can be checked, so nothing is
      * approved; a full table would reject everyone past the limit.
       120-Load-Accrual-Master.
           OPEN INPUT ACCRUAL-MASTER.
           IF  ACCR-OK
               PERFORM 125-Read-Accrual
               PERFORM 130-Store-Accrual UNTIL ACCR-AT-EOF
               CLOSE ACCRUAL-MASTER
               IF  ACCRUAL-TABLE-IS-FULL
                   DISPLAY 'LEAVREQ1 - ACCRUAL TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'ACCRUAL MASTER STATUS: ' ACCR-F-STATUS
               DISPLAY 'LEAVREQ1 - NO ACCRUAL MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Accrual.
           READ ACCRUAL-MASTER
               AT END MOVE 'Y' TO ACCR-EOF
           END-READ.
       130-Store-Accrual.
           IF  AC-COUNT < 1000
               ADD 1 TO AC-COUNT
               MOVE ACR-EMP-ID       TO AC-EMP-ID(AC-COUNT)
               MOVE ACR-VAC-BALANCE  TO AC-VAC-BALANCE(AC-COUNT)
               MOVE ACR-SICK-BALANCE TO AC-SICK-BALANCE(AC-COUNT)
               MOVE ZEROS            TO AC-VAC-PROMISED(AC-COUNT)
               MOVE ZEROS            TO AC-SICK-PROMISED(AC-COUNT)
           ELSE
               MOVE 'Y' TO ACCRUAL-TABLE-FULL
           END-IF.
           PERFORM 125-Read-Accrual.
       140-Load-Employees.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EMP-OK
               PERFORM 145-Read-Employee
               PERFORM 150-Store-Employee UNTIL EMP-AT-EOF
               CLOSE EMPLOYEE-FILE
               IF  EMPLOYEE-TABLE-IS-FULL
                   DISPLAY 'LEAVREQ1 - EMPLOYEE TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE FILE STATUS: ' EMP-F-STATUS
               DISPLAY 'LEAVREQ1 - NO EMPLOYEE MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       145-Read-Employee.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO EMP-EOF
           END-READ.
       150-Store-Employee.
           IF  EM-COUNT < 1000
               ADD 1 TO EM-COUNT
               MOVE EMP-ID        TO EM-EMP-ID(EM-COUNT)
               MOVE EMPLOYEE-NAME TO EM-NAME(EM-COUNT)
               MOVE EMP-DEPT      TO EM-DEPT(EM-COUNT)
           ELSE
               MOVE 'Y' TO EMPLOYEE-TABLE-FULL
           END-IF.
           PERFORM 145-Read-Employee.
       160-Load-Departments.
           OPEN INPUT DEPT-MASTER.
           IF  DEPTS-OK
               PERFORM 165-Read-Department
               PERFORM 170-Store-Department UNTIL DEPTS-AT-EOF
               CLOSE DEPT-MASTER
           ELSE
               DISPLAY 'DEPTMAST NOT AVAILABLE - STATUS: ' DP-F-STATUS
               DISPLAY 'NO APPROVERS - EVERY REQUEST WAITS'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       165-Read-Department.
           READ DEPT-MASTER
               AT END MOVE 'Y' TO DP-EOF
           END-READ.
       170-Store-Department.
           IF  DT-COUNT < 200
               ADD 1 TO DT-COUNT
               MOVE DP-DEPT-CODE      TO DT-DEPT-CODE(DT-COUNT)
               MOVE DP-DEPT-NAME      TO DT-DEPT-NAME(DT-COUNT)
               MOVE DP-MANAGER-EMP-ID TO DT-MANAGER(DT-COUNT)
               MOVE DP-PARENT-DEPT    TO DT-PARENT-DEPT(DT-COUNT)
           ELSE
               DISPLAY 'DEPARTMENT TABLE FULL - ' DP-DEPT-CODE
                       ' DROPPED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 165-Read-Department.
       182-Read-Calendar-Record.
           READ PAY-CALENDAR
               AT END MOVE 'Y' TO CAL-EOF
           END-READ.
      * Hours an approved request still has to take are already
      * spoken for - a new request cannot be granted out of them.
       200-Promise-Approved-Hours.
           PERFORM 250-Find-Employee.
           IF  EMPLOYEE-FOUND
               MOVE EM-DEPT(EM-SUB) TO LQ-DEPT(LQ-SUB)
               MOVE EM-NAME(EM-SUB) TO LQ-NAME(LQ-SUB)
           END-IF.
           IF  LQ-APPROVED(LQ-SUB)
               PERFORM 260-Find-Accrual
               IF  ACCRUAL-FOUND
                   PERFORM 280-Promise-Remaining-Hours
               END-IF
           END-IF.
      * Closed requests are history; only open ones are worked.  The
      * edits run in order and the first one that fails decides it.
       210-Work-One-Request.
           IF  LQ-OPEN(LQ-SUB)
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE SPACES TO WS-APPROVER
               MOVE SPACES TO WS-RESULT
               MOVE ZEROS  TO WS-PROJECTED
               PERFORM 220-Edit-Request
               IF  WS-RESULT = SPACES
                   PERFORM 230-Check-Projected-Balance
               END-IF
               IF  WS-RESULT = SPACES
                   PERFORM 240-Find-Approver
                   PERFORM 245-Apply-Decision
               END-IF
               PERFORM 290-Write-Request-Line
           END-IF.
       220-Edit-Request.
           PERFORM 250-Find-Employee.
           PERFORM 260-Find-Accrual.
           MOVE LQ-START-DATE(LQ-SUB) TO DV-DATE-IN.
           PERFORM 225-Check-Request-Date.
           IF  DV-VALID = 'Y'
               MOVE LQ-END-DATE(LQ-SUB) TO DV-DATE-IN
               PERFORM 225-Check-Request-Date
           END-IF.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-FOUND
                   MOVE 'NOT ON EMP MAST' TO WS-RESULT
               WHEN NOT ACCRUAL-FOUND
                   MOVE 'NO ACCRUAL ROW'  TO WS-RESULT
               WHEN NOT LQ-VACATION(LQ-SUB)
                AND NOT LQ-SICK(LQ-SUB)
                   MOVE 'BAD LEAVE TYPE'  TO WS-RESULT
               WHEN DV-VALID NOT = 'Y'
                   MOVE 'BAD DATE'        TO WS-RESULT
               WHEN LQ-END-DATE(LQ-SUB) < LQ-START-DATE(LQ-SUB)
                   MOVE 'DATES REVERSED'  TO WS-RESULT
               WHEN LQ-START-DATE(LQ-SUB) < WS-PERIOD-START
                   MOVE 'ALREADY PAST'    TO WS-RESULT
               WHEN LQ-HOURS(LQ-SUB) NOT NUMERIC
                 OR LQ-HOURS(LQ-SUB) = ZERO
                   MOVE 'NO HOURS'        TO WS-RESULT
               WHEN OTHER
                   SET WALK-COUNTING TO TRUE
                   PERFORM 410-Walk-Leave-Days
                   IF  WS-BUSINESS-DAYS = ZERO
                       MOVE 'NO WORKING DAYS' TO WS-RESULT
                   ELSE
                       IF  LQ-HOURS(LQ-SUB) > WS-BUSINESS-DAYS * 24
                           MOVE 'OVER 24 A DAY' TO WS-RESULT
                       END-IF
                   END-IF
           END-EVALUATE.
           IF  WS-RESULT NOT = SPACES
               PERFORM 285-Reject-Request
           END-IF.
       225-Check-Request-Date.
           MOVE 'I'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
      * Balance today, plus what accrues in the whole weeks between
      * now and the first day off, less what is already promised.
       230-Check-Projected-Balance.
           MOVE LQ-START-DATE(LQ-SUB) TO DV-DATE-IN.
           MOVE 'I'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT TO WS-CONV-YMD.
           COMPUTE WS-START-DAY = FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
           MOVE ZEROS TO WS-WEEKS-AHEAD.
           IF  WS-START-DAY > WS-RUN-DAY-NUMBER
               COMPUTE WS-WEEKS-AHEAD =
                   (WS-START-DAY - WS-RUN-DAY-NUMBER) / 7
           END-IF.
           IF  LQ-VACATION(LQ-SUB)
               COMPUTE WS-PROJECTED ROUNDED =
                   AC-VAC-BALANCE(AC-SUB)
                 + (WS-WEEKS-AHEAD * WS-WEEKLY-HOURS * WS-VAC-RATE)
                 - AC-VAC-PROMISED(AC-SUB)
           ELSE
               COMPUTE WS-PROJECTED ROUNDED =
                   AC-SICK-BALANCE(AC-SUB)
                 + (WS-WEEKS-AHEAD * WS-WEEKLY-HOURS * WS-SICK-RATE)
                 - AC-SICK-PROMISED(AC-SUB)
           END-IF.
           IF  WS-PROJECTED < LQ-HOURS(LQ-SUB)
               MOVE 'BALANCE SHORT' TO WS-RESULT
               PERFORM 285-Reject-Request
           END-IF.
      * The employee's department manager approves; a manager's own
      * request goes one level up to the parent department.
       240-Find-Approver.
           MOVE EM-DEPT(EM-SUB) TO WS-LOOKUP-DEPT.
           PERFORM 242-Find-Department.
           IF  DEPT-FOUND
               MOVE DT-MANAGER(DT-SUB) TO WS-APPROVER
               IF  WS-APPROVER = LQ-EMP-ID(LQ-SUB)
                   MOVE SPACES TO WS-APPROVER
                   MOVE DT-PARENT-DEPT(DT-SUB) TO WS-LOOKUP-DEPT
                   IF  WS-LOOKUP-DEPT NOT = SPACES
                       PERFORM 242-Find-Department
                       IF  DEPT-FOUND
                       AND DT-MANAGER(DT-SUB) NOT = LQ-EMP-ID(LQ-SUB)
                           MOVE DT-MANAGER(DT-SUB) TO WS-APPROVER
                       END-IF
                   END-IF
               END-IF
           END-IF.
       242-Find-Department.
           MOVE 'N' TO DEPT-FOUND-SW.
           MOVE 1   TO DT-SUB.
           PERFORM 243-Match-Department
               UNTIL DT-SUB > DT-COUNT OR DEPT-FOUND.
       243-Match-Department.
           IF  DT-DEPT-CODE(DT-SUB) = WS-LOOKUP-DEPT
               MOVE 'Y' TO DEPT-FOUND-SW
           ELSE
               ADD 1 TO DT-SUB
           END-IF.
      * Only the routed approver's decision counts.  A blank decision
      * waits for them; a decision keyed by anyone else is ignored
      * and the request waits the same way.
       245-Apply-Decision.
           EVALUATE TRUE
               WHEN WS-APPROVER = SPACES
                   MOVE 'NO APPROVER'     TO WS-RESULT
                   PERFORM 287-Hold-Request
               WHEN LQ-DECISION(LQ-SUB) = SPACE
                   MOVE 'AWAITING MGR'    TO WS-RESULT
                   PERFORM 287-Hold-Request
               WHEN LQ-APPROVER-ID(LQ-SUB) NOT = WS-APPROVER
                   MOVE 'NOT APPROVER'    TO WS-RESULT
                   PERFORM 287-Hold-Request
               WHEN LQ-DECISION(LQ-SUB) = 'D'
                   MOVE 'D'               TO LQ-STATUS(LQ-SUB)
                   MOVE 'DENIED BY MGR'   TO WS-RESULT
                   MOVE WS-RESULT         TO LQ-REASON(LQ-SUB)
                   ADD 1 TO CTR-DENIED
               WHEN LQ-DECISION(LQ-SUB) = 'A'
                   MOVE 'A'               TO LQ-STATUS(LQ-SUB)
                   MOVE 'APPROVED'        TO WS-RESULT
                   MOVE WS-RESULT         TO LQ-REASON(LQ-SUB)
                   ADD 1 TO CTR-APPROVED
                   PERFORM 280-Promise-Remaining-Hours
               WHEN OTHER
                   MOVE 'BAD DECISION'    TO WS-RESULT
                   PERFORM 287-Hold-Request
           END-EVALUATE.
       250-Find-Employee.
           MOVE 'N' TO EMPLOYEE-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 255-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EMPLOYEE-FOUND.
       255-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = LQ-EMP-ID(LQ-SUB)
               MOVE 'Y' TO EMPLOYEE-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
       260-Find-Accrual.
           MOVE 'N' TO ACCRUAL-FOUND-SW.
           MOVE 1   TO AC-SUB.
           PERFORM 265-Match-Accrual
               UNTIL AC-SUB > AC-COUNT OR ACCRUAL-FOUND.
       265-Match-Accrual.
           IF  AC-EMP-ID(AC-SUB) = LQ-EMP-ID(LQ-SUB)
               MOVE 'Y' TO ACCRUAL-FOUND-SW
           ELSE
               ADD 1 TO AC-SUB
           END-IF.
       280-Promise-Remaining-Hours.
           MOVE ZEROS TO WS-REMAINING.
           IF  LQ-HOURS(LQ-SUB) > LQ-HOURS-WRITTEN(LQ-SUB)
               COMPUTE WS-REMAINING =
                   LQ-HOURS(LQ-SUB) - LQ-HOURS-WRITTEN(LQ-SUB)
           END-IF.
           IF  LQ-VACATION(LQ-SUB)
               ADD WS-REMAINING TO AC-VAC-PROMISED(AC-SUB)
           ELSE
               ADD WS-REMAINING TO AC-SICK-PROMISED(AC-SUB)
           END-IF.
       285-Reject-Request.
           MOVE 'R'       TO LQ-STATUS(LQ-SUB).
           MOVE WS-RESULT TO LQ-REASON(LQ-SUB).
           ADD 1 TO CTR-REJECTED.
           MOVE 'Y' TO WS-WARNING-SW.
       287-Hold-Request.
           MOVE WS-RESULT TO LQ-REASON(LQ-SUB).
           ADD 1 TO CTR-WAITING.
       290-Write-Request-Line.
           MOVE LQ-EMP-ID(LQ-SUB)     TO RDL-EMP-ID.
           MOVE LQ-START-DATE(LQ-SUB) TO RDL-START-DATE.
           MOVE LQ-END-DATE(LQ-SUB)   TO RDL-END-DATE.
           MOVE LQ-LEAVE-TYPE(LQ-SUB) TO RDL-LEAVE-TYPE.
           IF  LQ-HOURS(LQ-SUB) IS NUMERIC
               MOVE LQ-HOURS(LQ-SUB)  TO RDL-HOURS
           ELSE
               MOVE ZEROS             TO RDL-HOURS
           END-IF.
           MOVE WS-PROJECTED          TO RDL-PROJECTED.
           MOVE WS-APPROVER           TO RDL-APPROVER.
           MOVE WS-RESULT             TO RDL-RESULT.
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1.
       300-Open-Output-Files.
           OPEN OUTPUT LEAVE-TAKEN-FILE.
           OPEN OUTPUT LEAVE-REPORT.
           OPEN OUTPUT ABSENCE-CALENDAR.
           MOVE 'Y' TO WS-OUTPUT-OPEN-SW.
           MOVE WS-PERIOD-START TO RH-PERIOD-START.
           MOVE WS-PERIOD-END   TO RH-PERIOD-END.
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2.
      * An approved request pays the days of it that fall in this
      * period and have not been written before, so a rerun ahead of
      * the same payroll writes nothing twice.  Days before the
      * period that were never written can no longer be paid by
      * PAYROL02 and are reported for keying by hand.
       400-Write-Leave-Taken.
           IF  LQ-APPROVED(LQ-SUB)
           AND LQ-START-DATE(LQ-SUB) NOT > WS-PERIOD-END
               PERFORM 260-Find-Accrual
               PERFORM 250-Find-Employee
               SET WALK-COUNTING TO TRUE
               PERFORM 410-Walk-Leave-Days
               IF  WS-BUSINESS-DAYS > ZERO
                   DIVIDE LQ-HOURS(LQ-SUB) BY WS-BUSINESS-DAYS
                       GIVING WS-BASE-HOURS REMAINDER WS-ODD-HOURS
                   MOVE 'N' TO WS-MISSED-SW
                   SET WALK-WRITING TO TRUE
                   PERFORM 410-Walk-Leave-Days
                   IF  LQ-END-DATE(LQ-SUB) NOT > WS-PERIOD-END
                       MOVE 'T'          TO LQ-STATUS(LQ-SUB)
                       MOVE 'TAKEN'      TO LQ-REASON(LQ-SUB)
                       MOVE LQ-END-DATE(LQ-SUB)
                           TO LQ-WRITTEN-THRU(LQ-SUB)
                   ELSE
                       MOVE WS-PERIOD-END TO LQ-WRITTEN-THRU(LQ-SUB)
                   END-IF
                   IF  DAYS-MISSED
                       MOVE 'DAYS MISSED' TO LQ-REASON(LQ-SUB)
                       MOVE 'Y' TO WS-WARNING-SW
                       DISPLAY 'LEAVREQ1 - ' LQ-EMP-ID(LQ-SUB)
                               ' LEAVE FROM ' LQ-START-DATE(LQ-SUB)
                               ' HAS DAYS BEFORE THE PERIOD NEVER '
                               'WRITTEN - KEY BY HAND'
                   END-IF
               END-IF
           END-IF.
       410-Walk-Leave-Days.
           MOVE LQ-START-DATE(LQ-SUB) TO DV-DATE-IN.
           MOVE 'I'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT TO WS-CONV-YMD.
           COMPUTE WS-START-DAY = FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
           MOVE LQ-END-DATE(LQ-SUB) TO DV-DATE-IN.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT TO WS-CONV-YMD.
           COMPUTE WS-END-DAY = FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
           IF  WALK-COUNTING
               MOVE ZEROS TO WS-BUSINESS-DAYS
           END-IF.
           MOVE ZEROS TO WS-DAY-ORDINAL.
           PERFORM 415-Walk-One-Day
               VARYING WS-DAY-NUMBER FROM WS-START-DAY BY 1
               UNTIL WS-DAY-NUMBER > WS-END-DAY.
       415-Walk-One-Day.
           COMPUTE WS-CONV-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X TO WS-DAY-ISO.
           MOVE WS-DAY-ISO    TO DV-DATE-IN.
           MOVE 'I'           TO DV-FORMAT.
           MOVE 'B'           TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE SPACE         TO DV-FUNCTION.
           IF  DV-BUSINESS = 'Y'
               ADD 1 TO WS-DAY-ORDINAL
               IF  WALK-COUNTING
                   ADD 1 TO WS-BUSINESS-DAYS
               ELSE
                   PERFORM 420-Write-One-Leave-Day
               END-IF
           END-IF.
       420-Write-One-Leave-Day.
           MOVE WS-BASE-HOURS TO WS-DAY-HOURS.
           IF  WS-DAY-ORDINAL NOT > WS-ODD-HOURS
               ADD 1 TO WS-DAY-HOURS
           END-IF.
           IF  LQ-WRITTEN-THRU(LQ-SUB) = SPACES
           OR  WS-DAY-ISO > LQ-WRITTEN-THRU(LQ-SUB)
               IF  WS-DAY-ISO < WS-PERIOD-START
                   MOVE 'Y' TO WS-MISSED-SW
               ELSE
                   IF  WS-DAY-ISO NOT > WS-PERIOD-END
                   AND WS-DAY-HOURS > ZERO
                       PERFORM 425-Write-Leave-Record
                   END-IF
               END-IF
           END-IF.
       425-Write-Leave-Record.
           MOVE SPACES                TO LEAVE-TAKEN-OUT-REC.
           MOVE LQ-NAME(LQ-SUB)       TO LT-NAME.
           MOVE WS-DAY-ISO            TO LT-DATE.
           MOVE LQ-LEAVE-TYPE(LQ-SUB) TO LT-LEAVE-TYPE.
           MOVE WS-DAY-HOURS          TO LT-HOURS.
           MOVE LQ-EMP-ID(LQ-SUB)     TO LT-EMP-ID.
           MOVE 'L'                   TO LT-REC-TYPE.
           WRITE LEAVE-TAKEN-REC FROM LEAVE-TAKEN-OUT-REC.
           ADD WS-DAY-HOURS TO LQ-HOURS-WRITTEN(LQ-SUB).
           ADD 1            TO CTR-L-RECORDS.
           ADD WS-DAY-HOURS TO CTR-L-HOURS.
           MOVE LQ-EMP-ID(LQ-SUB)     TO RTK-EMP-ID.
           MOVE WS-DAY-ISO            TO RTK-DATE.
           MOVE LQ-LEAVE-TYPE(LQ-SUB) TO RTK-LEAVE-TYPE.
           MOVE WS-DAY-HOURS          TO RTK-HOURS.
           WRITE REPORT-LINE-OUT FROM RPT-TAKEN-LINE
               AFTER ADVANCING 1.
       540-Write-Report-Totals.
           MOVE CTR-APPROVED  TO RTL-APPROVED.
           MOVE CTR-DENIED    TO RTL-DENIED.
           MOVE CTR-REJECTED  TO RTL-REJECTED.
           MOVE CTR-WAITING   TO RTL-WAITING.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-L-RECORDS TO RTL-L-RECORDS.
           MOVE CTR-L-HOURS   TO RTL-L-HOURS.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1.
      * Open and approved requests touching the window, department
      * by department, earliest first day first.
       600-Write-Absence-Calendar.
           COMPUTE WS-DAY-NUMBER =
               WS-RUN-DAY-NUMBER + (WS-CALENDAR-WEEKS * 7) - 1.
           COMPUTE WS-CONV-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X   TO WS-CALENDAR-LAST-DAY.
           MOVE WS-RUN-DATE-ISO TO CH-FROM-DATE.
           MOVE WS-CALENDAR-LAST-DAY TO CH-TO-DATE.
           WRITE CALENDAR-LINE-OUT FROM CAL-HEADING-LINE.
           PERFORM 605-Mark-Calendar-Request
               VARYING LQ-SUB FROM 1 BY 1 UNTIL LQ-SUB > LQ-COUNT.
           IF  CD-COUNT = ZERO
               WRITE CALENDAR-LINE-OUT FROM CAL-NONE-LINE
                   AFTER ADVANCING 2
           END-IF.
           PERFORM 620-Write-One-Department
               VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CD-COUNT.
      * On the calendar: still open or approved/taken, and some day
      * of it inside the window.  LQ-LISTED Y means waiting to print.
       605-Mark-Calendar-Request.
           MOVE 'N' TO LQ-LISTED(LQ-SUB).
           IF  (LQ-OPEN(LQ-SUB) OR LQ-APPROVED(LQ-SUB)
                                OR LQ-TAKEN(LQ-SUB))
           AND LQ-END-DATE(LQ-SUB)   NOT < WS-RUN-DATE-ISO
           AND LQ-START-DATE(LQ-SUB) NOT > WS-CALENDAR-LAST-DAY
               MOVE 'Y' TO LQ-LISTED(LQ-SUB)
               MOVE 'N' TO CD-FOUND-SW
               MOVE 1   TO CD-SUB
               PERFORM 610-Match-Calendar-Dept
                   UNTIL CD-SUB > CD-COUNT OR CD-FOUND
               IF  NOT CD-FOUND
                   IF  CD-COUNT < 200
                       ADD 1 TO CD-COUNT
                       MOVE LQ-DEPT(LQ-SUB) TO CD-DEPT-CODE(CD-COUNT)
                   ELSE
                       MOVE 'N' TO LQ-LISTED(LQ-SUB)
                       MOVE 'Y' TO WS-WARNING-SW
                   END-IF
               END-IF
           END-IF.
       610-Match-Calendar-Dept.
           IF  CD-DEPT-CODE(CD-SUB) = LQ-DEPT(LQ-SUB)
               MOVE 'Y' TO CD-FOUND-SW
           ELSE
               ADD 1 TO CD-SUB
           END-IF.
       620-Write-One-Department.
           MOVE CD-DEPT-CODE(CD-SUB) TO WS-LOOKUP-DEPT.
           PERFORM 242-Find-Department.
           MOVE WS-LOOKUP-DEPT TO CDL-DEPT-CODE.
           IF  DEPT-FOUND
               MOVE DT-DEPT-NAME(DT-SUB) TO CDL-DEPT-NAME
               MOVE DT-MANAGER(DT-SUB)   TO CDL-MANAGER
           ELSE
               MOVE 'NOT ON DEPTMAST'    TO CDL-DEPT-NAME
               MOVE SPACES               TO CDL-MANAGER
           END-IF.
           WRITE CALENDAR-LINE-OUT FROM CAL-DEPT-LINE
               AFTER ADVANCING 2.
           WRITE CALENDAR-LINE-OUT FROM CAL-COLUMN-LINE
               AFTER ADVANCING 1.
           MOVE 1 TO WS-CAL-NEXT.
           PERFORM 630-Write-Earliest-Request
               UNTIL WS-CAL-NEXT = ZERO.
       630-Write-Earliest-Request.
           MOVE ZERO       TO WS-CAL-NEXT.
           MOVE HIGH-VALUES TO WS-CAL-EARLIEST.
           PERFORM 635-Check-Earliest
               VARYING LQ-SUB FROM 1 BY 1 UNTIL LQ-SUB > LQ-COUNT.
           IF  WS-CAL-NEXT NOT = ZERO
               MOVE WS-CAL-NEXT TO LQ-SUB
               MOVE 'N' TO LQ-LISTED(LQ-SUB)
               MOVE ZERO TO WS-OVERLAPS
               PERFORM 640-Count-Overlap
                   VARYING LQ-OTHER FROM 1 BY 1
                   UNTIL LQ-OTHER > LQ-COUNT
               PERFORM 650-Write-Calendar-Line
           END-IF.
       635-Check-Earliest.
           IF  LQ-LISTED(LQ-SUB) = 'Y'
           AND LQ-DEPT(LQ-SUB) = CD-DEPT-CODE(CD-SUB)
           AND LQ-START-DATE(LQ-SUB) < WS-CAL-EARLIEST
               MOVE LQ-START-DATE(LQ-SUB) TO WS-CAL-EARLIEST
               MOVE LQ-SUB TO WS-CAL-NEXT
           END-IF.
      * A colleague in the same department off on any of the same
      * days, whether their request is approved or still waiting.
       640-Count-Overlap.
           IF  LQ-OTHER NOT = LQ-SUB
           AND LQ-DEPT(LQ-OTHER) = LQ-DEPT(LQ-SUB)
           AND LQ-EMP-ID(LQ-OTHER) NOT = LQ-EMP-ID(LQ-SUB)
           AND (LQ-OPEN(LQ-OTHER) OR LQ-APPROVED(LQ-OTHER)
                                  OR LQ-TAKEN(LQ-OTHER))
           AND LQ-START-DATE(LQ-OTHER) NOT > LQ-END-DATE(LQ-SUB)
           AND LQ-END-DATE(LQ-OTHER) NOT < LQ-START-DATE(LQ-SUB)
               ADD 1 TO WS-OVERLAPS
           END-IF.
       650-Write-Calendar-Line.
           MOVE LQ-EMP-ID(LQ-SUB)     TO CDT-EMP-ID.
           MOVE LQ-NAME(LQ-SUB)       TO CDT-NAME.
           MOVE LQ-START-DATE(LQ-SUB) TO CDT-START-DATE.
           MOVE LQ-END-DATE(LQ-SUB)   TO CDT-END-DATE.
           MOVE LQ-LEAVE-TYPE(LQ-SUB) TO CDT-LEAVE-TYPE.
           MOVE LQ-HOURS(LQ-SUB)      TO CDT-HOURS.
           EVALUATE TRUE
               WHEN LQ-OPEN(LQ-SUB)
                   MOVE 'WAITING'     TO CDT-STATUS
               WHEN LQ-APPROVED(LQ-SUB)
                   MOVE 'APPROVED'    TO CDT-STATUS
               WHEN OTHER
                   MOVE 'TAKEN'       TO CDT-STATUS
           END-EVALUATE.
           MOVE WS-OVERLAPS           TO CDT-OVERLAPS.
           WRITE CALENDAR-LINE-OUT FROM CAL-DETAIL-LINE
               AFTER ADVANCING 1.
       880-Save-Request-Master.
           OPEN OUTPUT LEAVE-REQUEST-MASTER.
           PERFORM 885-Write-One-Request
               VARYING LQ-SUB FROM 1 BY 1 UNTIL LQ-SUB > LQ-COUNT.
           CLOSE LEAVE-REQUEST-MASTER.
       885-Write-One-Request.
           MOVE LQ-REQUEST(LQ-SUB) TO LEAVE-REQUEST-REC.
           WRITE LEAVE-REQUEST-REC.
       690-Close-Files.
           IF  OUTPUT-IS-OPEN
               CLOSE LEAVE-TAKEN-FILE
               CLOSE LEAVE-REPORT
               CLOSE ABSENCE-CALENDAR
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'LEAVREQ1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-ISO-DAY.
