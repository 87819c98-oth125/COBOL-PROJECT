       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCTL01.
      ***** Monthly position control report.  Sets the budgeted
      ***** positions on the POSMAST position master (kept filled and
      ***** vacated by ONBOARD1 and OFFBOARD) against the actual
      ***** headcount on the EMPLOYEE master and the payroll cost to
      ***** date off PAYCHECK - concatenate the year's PAYCHECK
      ***** datasets on the DD.  Gross on detail checks dated from
      ***** the first of the year through the run date is charged to
      ***** the employee's department; voids take their gross back.
      *****
      ***** For each department: positions, budgeted FTE, filled and
      ***** vacant positions, headcount, budgeted cost to date (the
      ***** annual budget in proportion to the days of the year gone)
      ***** and actual cost to date, on its own and rolled up through
      ***** its DEPTMAST parent chain the way HRMETR01 rolls.  A line
      ***** is flagged V for vacancies, H for headcount over the
      ***** positions budgeted and C for cost to date over budget to
      ***** date, and any flag ends the step CC 4.  The vacant
      ***** positions and the employees holding no position follow.
      *****
      ***** The run date is today unless a RUNDATE=YYYY-MM-DD card
      ***** is keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO POSMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PM-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EMP-F-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DP-F-STATUS.
           SELECT PAYCHECK-FILE ASSIGN TO PAYCHECK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PC-F-STATUS.
           SELECT POSITION-REPORT ASSIGN TO POSRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITION-MASTER-REC.
      * ONBOARD1's position master layout
       01  POSITION-MASTER-REC.
           05  PM-POSITION-NO     PIC X(06).
           05  PM-DEPT            PIC X(04).
           05  PM-JOB-CODE        PIC X(08).
           05  PM-BUDGET-FTE      PIC 9V99.
           05  PM-BUDGET-COST     PIC 9(7)V99.
           05  PM-FILLED-BY       PIC X(08).
           05  PM-FILLED-DATE     PIC X(08).
           05  FILLER             PIC X(34).
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
       FD  PAYCHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(80).
       FD  POSITION-REPORT
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
       77 PM-F-STATUS               PIC X(02) VALUE SPACES.
           88 POSITIONS-OK                    VALUE '00'.
       77 EMP-F-STATUS              PIC X(02) VALUE SPACES.
           88 EMP-OK                          VALUE '00'.
       77 DP-F-STATUS               PIC X(02) VALUE SPACES.
           88 DEPTS-OK                        VALUE '00'.
       77 PC-F-STATUS               PIC X(02) VALUE SPACES.
           88 PC-OK                           VALUE '00'.
       77 PM-EOF                    PIC X(01) VALUE 'N'.
           88 POSITIONS-AT-EOF                VALUE 'Y'.
       77 EMP-EOF                   PIC X(01) VALUE 'N'.
           88 EMP-AT-EOF                      VALUE 'Y'.
       77 DP-EOF                    PIC X(01) VALUE 'N'.
           88 DEPTS-AT-EOF                    VALUE 'Y'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 POSITION-WARNING                VALUE 'Y'.
       77 WS-OUTPUT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 OUTPUT-IS-OPEN                  VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. RUNDATE=2026-10-01
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
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
      * The run date and the share of the year's budget spent by it
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-ISO           PIC X(10) VALUE SPACES.
       01 WS-YEAR-FIRST-YMD         PIC X(08) VALUE SPACES.
       01 WS-YEAR-WORK.
           05 WS-RUN-DAY-NUMBER     PIC S9(9) VALUE 0.
           05 WS-YEAR-FIRST-DAY     PIC S9(9) VALUE 0.
           05 WS-DAYS-GONE          PIC 9(03) VALUE 0.
           05 WS-DAYS-IN-YEAR       PIC 9(03) VALUE 0.
      * Check date as YYYYMMDD for the year-to-date test
       01 WS-CHECK-YMD              PIC X(08) VALUE SPACES.
       01 WS-GROSS-PAY-NUM          PIC S9(5)V99 VALUE ZEROS.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * PAYCHECK-DETAIL-OUT writes it
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
           05  FILLER                 PIC X(06).
           05  PC-STATE               PIC X(02).
           05  PC-REC-TYPE            PIC X(01).
               88  PC-TYPE-DETAIL             VALUE 'D'.
               88  PC-TYPE-VOID               VALUE 'V'.
      * Position master
       01 POSITION-TABLE-AREA.
           05 PT-COUNT              PIC 9(4) COMP VALUE 0.
           05 PT-SUB                PIC 9(4) COMP VALUE 0.
           05 POSITION-TABLE OCCURS 1000 TIMES.
               10 PT-POSITION-NO    PIC X(06).
               10 PT-DEPT           PIC X(04).
               10 PT-JOB-CODE       PIC X(08).
               10 PT-BUDGET-FTE     PIC 9V99.
               10 PT-BUDGET-COST    PIC 9(7)V99.
               10 PT-FILLED-BY      PIC X(08).
       01 POSITION-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 POSITION-TABLE-IS-FULL          VALUE 'Y'.
       01 POSITION-FOUND-SW         PIC X(01) VALUE 'N'.
           88 POSITION-FOUND                  VALUE 'Y'.
      * Employee master
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
      * Department master with each department's own figures and
      * the figures rolled up from everything beneath it.  A code
      * not on DEPTMAST is added with no parent and flagged.
       01 DEPT-TABLE-AREA.
           05 DT-COUNT              PIC 9(3) COMP VALUE 0.
           05 DT-SUB                PIC 9(3) COMP VALUE 0.
           05 DT-WALK-SUB           PIC 9(3) COMP VALUE 0.
           05 DEPT-TABLE OCCURS 200 TIMES.
               10 DT-DEPT-CODE      PIC X(04).
               10 DT-DEPT-NAME      PIC X(20).
               10 DT-PARENT         PIC X(04).
               10 DT-ON-MASTER      PIC X(01).
               10 DT-DIRECT.
                   15 DT-D-FIGURE   PIC S9(9)V99 OCCURS 6 TIMES.
               10 DT-ROLLED.
                   15 DT-R-FIGURE   PIC S9(9)V99 OCCURS 6 TIMES.
       01 DEPT-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 DEPT-TABLE-IS-FULL              VALUE 'Y'.
       01 DEPT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 DEPT-FOUND                      VALUE 'Y'.
       01 WS-LOOKUP-DEPT            PIC X(04) VALUE SPACES.
      * One set of figures - a department's, or the company total.
      * The order matches DT-D-FIGURE and DT-R-FIGURE.
       01 WS-FIGURES.
           05 WS-POSITIONS          PIC S9(9)V99 VALUE 0.
           05 WS-BUDGET-FTE         PIC S9(9)V99 VALUE 0.
           05 WS-FILLED             PIC S9(9)V99 VALUE 0.
           05 WS-HEADCOUNT          PIC S9(9)V99 VALUE 0.
           05 WS-ANNUAL-BUDGET      PIC S9(9)V99 VALUE 0.
           05 WS-ACTUAL-TO-DATE     PIC S9(9)V99 VALUE 0.
       01 WS-FIGURES-X REDEFINES WS-FIGURES.
           05 WS-FIGURE             PIC S9(9)V99 OCCURS 6 TIMES.
       01 WS-COMPANY-FIGURES.
           05 CO-FIGURE             PIC S9(9)V99 OCCURS 6 TIMES
                                    VALUE 0.
       77 WS-FIG-SUB                PIC 9     COMP VALUE 0.
       77 WS-POST-FIGURE            PIC 9     COMP VALUE 0.
       01 WS-POST-AMOUNT            PIC S9(9)V99 VALUE 0.
       01 WS-LINE-WORK.
           05 WS-VACANT             PIC S9(9)V99 VALUE 0.
           05 WS-BUDGET-TO-DATE     PIC S9(9)V99 VALUE 0.
           05 WS-FLAGS              PIC X(03)    VALUE SPACES.
           05 WS-FLAG-PTR           PIC 9        COMP VALUE 0.
      *    THE PARENT WALK STOPS AT TEN LEVELS SO A MIS-KEYED
      *    PARENT LOOP CANNOT SPIN THE REPORT FOREVER.
       01 WS-WALK-WORK.
           05 WS-WALK-DEPT          PIC X(04) VALUE SPACES.
           05 WS-WALK-DEPTH         PIC 99    VALUE 0.
       01 POSITION-COUNTERS.
           05 CTR-CHECKS-CHARGED    PIC 9(5)  VALUE 0.
           05 CTR-NOT-ON-MASTER     PIC 9(5)  VALUE 0.
           05 CTR-LISTED            PIC 9(5)  VALUE 0.
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
                  'POSITION CONTROL - BUDGET VS ACTUAL AS O'.
           05 FILLER  PIC X(02) VALUE 'F '.
           05 RH-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(28) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'DEPT NAME          BASIS   POS    FTE FI'.
           05 FILLER  PIC X(40) VALUE
                  'LL  VAC HEAD   BUDGET-TD   ACTUAL-TD FLG'.
       01 RPT-DETAIL-LINE.
           05 RDL-DEPT-CODE         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-DEPT-NAME         PIC X(13).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-BASIS             PIC X(06).
           05 RDL-POSITIONS         PIC ZZZZ9.
           05 RDL-BUDGET-FTE        PIC ZZZ9.99.
           05 RDL-FILLED            PIC ZZZZ9.
           05 RDL-VACANT            PIC ZZZZ9.
           05 RDL-HEADCOUNT         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-BUDGET-TO-DATE    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-ACTUAL-TO-DATE    PIC ---,---,--9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-FLAGS             PIC X(03).
       01 RPT-LEGEND-LINE.
           05 FILLER  PIC X(40) VALUE
                  'FLAGS: V VACANT POSITIONS  H HEADCOUNT O'.
           05 FILLER  PIC X(40) VALUE
                  'VER POSITIONS  C COST OVER BUDGET TO DAT'.
       01 RPT-LEGEND-LINE-2.
           05 FILLER  PIC X(40) VALUE
                  'E - BUDGET TO DATE IS THE ANNUAL BUDGET '.
           05 FILLER  PIC X(02) VALUE 'X '.
           05 RLL-DAYS-GONE         PIC ZZ9.
           05 FILLER  PIC X(01) VALUE '/'.
           05 RLL-DAYS-IN-YEAR      PIC ZZ9.
           05 FILLER  PIC X(05) VALUE ' DAYS'.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 RPT-SECTION-LINE.
           05 RSL-TITLE             PIC X(40).
           05 FILLER                PIC X(40) VALUE SPACES.
       01 RPT-VACANT-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-POSITION-NO       PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-DEPT              PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-JOB-CODE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-BUDGET-FTE        PIC 9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-BUDGET-COST       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(36) VALUE SPACES.
       01 RPT-UNPOSITIONED-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RUL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RUL-NAME              PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RUL-DEPT              PIC X(04).
           05 FILLER                PIC X(42) VALUE SPACES.
       01 RPT-NONE-LINE.
           05 FILLER                PIC X(40) VALUE '  NONE'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01 RPT-TOTAL-LINE-1.
           05 FILLER  PIC X(40) VALUE
                  'CHECKS CHARGED TO DATE:                 '.
           05 RTL-CHECKS-CHARGED    PIC ZZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.
       01 RPT-TOTAL-LINE-2.
           05 FILLER  PIC X(40) VALUE
                  'CHECKS FOR EMPLOYEES NOT ON THE MASTER: '.
           05 RTL-NOT-ON-MASTER     PIC ZZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Count-Positions
                   VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT
               PERFORM 220-Count-Headcount
                   VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-COUNT
               PERFORM 240-Charge-Payroll-Cost
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 300-Roll-Up-One-Dept
                   VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT
               OPEN OUTPUT POSITION-REPORT
               MOVE 'Y' TO WS-OUTPUT-OPEN-SW
               PERFORM 400-Write-Position-Report
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  POSITION-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE-YMD.
           PERFORM 010-Read-Run-Date.
           IF  NOT RUN-REFUSED
               PERFORM 015-Find-Year-Share
               PERFORM 100-Load-Departments
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 120-Load-Positions
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 140-Load-Employees
           END-IF.
      *    A BAD RUN DATE ENDS THE RUN WITH CC 8 - NOTHING IS WRITTEN.
       010-Read-Run-Date.
           ACCEPT WS-OPTIONS-CARD.
           IF  WS-OPTIONS-CARD NOT = SPACES
               UNSTRING WS-OPTIONS-CARD DELIMITED BY '=' OR ALL ' '
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               MOVE WS-OPT-VALUE TO DV-DATE-IN
               MOVE 'I'          TO DV-FORMAT
               MOVE SPACE        TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  WS-OPT-LABEL = 'RUNDATE' AND DV-VALID = 'Y'
                   MOVE DV-DATE-OUT TO WS-RUN-DATE-YMD
               ELSE
                   DISPLAY 'POSCTL01 - BAD RUN OPTION: '
                           WS-OPTIONS-CARD(1:40)
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
      * Days of the year gone by the run date, first of January
      * counting as one, and the days in the whole year.
       015-Find-Year-Share.
           MOVE WS-RUN-DATE-YMD TO WS-CONV-YMD.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X TO WS-RUN-DATE-ISO.
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
           MOVE 1 TO WS-CONV-MONTH.
           MOVE 1 TO WS-CONV-DAY.
           MOVE WS-CONV-YMD TO WS-YEAR-FIRST-YMD.
           COMPUTE WS-YEAR-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
           COMPUTE WS-DAYS-GONE =
               WS-RUN-DAY-NUMBER - WS-YEAR-FIRST-DAY + 1.
           ADD 1 TO WS-CONV-YEAR.
           COMPUTE WS-DAYS-IN-YEAR =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
             - WS-YEAR-FIRST-DAY.
       100-Load-Departments.
           OPEN INPUT DEPT-MASTER.
           IF  DEPTS-OK
               PERFORM 105-Read-Department
               PERFORM 110-Store-Department UNTIL DEPTS-AT-EOF
               CLOSE DEPT-MASTER
               IF  DEPT-TABLE-IS-FULL
                   DISPLAY 'POSCTL01 - DEPARTMENT TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'DEPTMAST NOT AVAILABLE - STATUS: ' DP-F-STATUS
               DISPLAY 'POSCTL01 - NOTHING TO ROLL UP - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Department.
           READ DEPT-MASTER
               AT END MOVE 'Y' TO DP-EOF
           END-READ.
       110-Store-Department.
           MOVE DP-DEPT-CODE TO WS-LOOKUP-DEPT.
           PERFORM 115-Add-Department.
           IF  NOT DEPT-TABLE-IS-FULL
               MOVE DP-DEPT-NAME   TO DT-DEPT-NAME(DT-COUNT)
               MOVE DP-PARENT-DEPT TO DT-PARENT(DT-COUNT)
               MOVE 'Y'            TO DT-ON-MASTER(DT-COUNT)
           END-IF.
           PERFORM 105-Read-Department.
       115-Add-Department.
           IF  DT-COUNT < 200
               ADD 1 TO DT-COUNT
               MOVE WS-LOOKUP-DEPT TO DT-DEPT-CODE(DT-COUNT)
               IF  WS-LOOKUP-DEPT = SPACES
                   MOVE 'NO DEPARTMENT' TO DT-DEPT-NAME(DT-COUNT)
               ELSE
                   MOVE 'NOT ON DEPTMAST' TO DT-DEPT-NAME(DT-COUNT)
               END-IF
               MOVE SPACES         TO DT-PARENT(DT-COUNT)
               MOVE 'N'            TO DT-ON-MASTER(DT-COUNT)
               MOVE ZEROS          TO DT-DIRECT(DT-COUNT)
               MOVE ZEROS          TO DT-ROLLED(DT-COUNT)
           ELSE
               MOVE 'Y' TO DEPT-TABLE-FULL
           END-IF.
       120-Load-Positions.
           OPEN INPUT POSITION-MASTER.
           IF  POSITIONS-OK
               PERFORM 125-Read-Position
               PERFORM 130-Store-Position UNTIL POSITIONS-AT-EOF
               CLOSE POSITION-MASTER
               IF  POSITION-TABLE-IS-FULL
                   DISPLAY 'POSCTL01 - POSITION TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'POSITION MASTER FILE STATUS: ' PM-F-STATUS
               DISPLAY 'POSCTL01 - NO POSITION MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Position.
           READ POSITION-MASTER
               AT END MOVE 'Y' TO PM-EOF
           END-READ.
       130-Store-Position.
           IF  PT-COUNT < 1000
               ADD 1 TO PT-COUNT
               MOVE PM-POSITION-NO TO PT-POSITION-NO(PT-COUNT)
               MOVE PM-DEPT        TO PT-DEPT(PT-COUNT)
               MOVE PM-JOB-CODE    TO PT-JOB-CODE(PT-COUNT)
               MOVE PM-BUDGET-FTE  TO PT-BUDGET-FTE(PT-COUNT)
               MOVE PM-BUDGET-COST TO PT-BUDGET-COST(PT-COUNT)
               MOVE PM-FILLED-BY   TO PT-FILLED-BY(PT-COUNT)
           ELSE
               MOVE 'Y' TO POSITION-TABLE-FULL
           END-IF.
           PERFORM 125-Read-Position.
       140-Load-Employees.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EMP-OK
               PERFORM 145-Read-Employee
               PERFORM 150-Store-Employee UNTIL EMP-AT-EOF
               CLOSE EMPLOYEE-FILE
               IF  EMPLOYEE-TABLE-IS-FULL
                   DISPLAY 'POSCTL01 - EMPLOYEE TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE FILE STATUS: ' EMP-F-STATUS
               DISPLAY 'POSCTL01 - NO EMPLOYEE MASTER - RUN REFUSED'
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
      * Figures 1-3 and 5: positions, budgeted FTE, filled
      * positions and annual budgeted cost.
       200-Count-Positions.
           MOVE PT-DEPT(PT-SUB) TO WS-LOOKUP-DEPT.
           MOVE 1 TO WS-POST-FIGURE.
           MOVE 1 TO WS-POST-AMOUNT.
           PERFORM 260-Post-Figure.
           MOVE 2 TO WS-POST-FIGURE.
           MOVE PT-BUDGET-FTE(PT-SUB) TO WS-POST-AMOUNT.
           PERFORM 260-Post-Figure.
           IF  PT-FILLED-BY(PT-SUB) NOT = SPACES
               MOVE 3 TO WS-POST-FIGURE
               MOVE 1 TO WS-POST-AMOUNT
               PERFORM 260-Post-Figure
           END-IF.
           MOVE 5 TO WS-POST-FIGURE.
           MOVE PT-BUDGET-COST(PT-SUB) TO WS-POST-AMOUNT.
           PERFORM 260-Post-Figure.
      * Figure 4: headcount on the employee master.
       220-Count-Headcount.
           MOVE EM-DEPT(EM-SUB) TO WS-LOOKUP-DEPT.
           MOVE 4 TO WS-POST-FIGURE.
           MOVE 1 TO WS-POST-AMOUNT.
           PERFORM 260-Post-Figure.
      * Figure 6: gross to date, charged to the department the
      * employee is in now.  A check for someone no longer on the
      * master is charged to NO DEPARTMENT.  No PAYCHECK is a year
      * with nothing paid yet, not an error.
       240-Charge-Payroll-Cost.
           OPEN INPUT PAYCHECK-FILE.
           IF  PC-OK
               PERFORM 245-Read-Paycheck
               PERFORM 250-Charge-One-Check UNTIL PC-AT-EOF
               CLOSE PAYCHECK-FILE
           ELSE
               DISPLAY 'PAYCHECK FILE STATUS: ' PC-F-STATUS
               DISPLAY 'POSCTL01 - NO PAYROLL COST CHARGED'
           END-IF.
       245-Read-Paycheck.
           READ PAYCHECK-FILE
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
       250-Charge-One-Check.
           MOVE PAYCHECK-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL OR PC-TYPE-VOID
               MOVE SPACES TO WS-CHECK-YMD
               STRING PC-DATE(1:4) PC-DATE(6:2) PC-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-CHECK-YMD
               IF  WS-CHECK-YMD NOT < WS-YEAR-FIRST-YMD
               AND WS-CHECK-YMD NOT > WS-RUN-DATE-YMD
                   PERFORM 255-Charge-Check-Gross
               END-IF
           END-IF.
           PERFORM 245-Read-Paycheck.
       255-Charge-Check-Gross.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           ADD 1 TO CTR-CHECKS-CHARGED.
           MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY-NUM.
           IF  PC-TYPE-VOID
               COMPUTE WS-GROSS-PAY-NUM = 0 - WS-GROSS-PAY-NUM
           END-IF.
           MOVE 'N' TO EMPLOYEE-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 257-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EMPLOYEE-FOUND.
           IF  EMPLOYEE-FOUND
               MOVE EM-DEPT(EM-SUB) TO WS-LOOKUP-DEPT
           ELSE
               MOVE SPACES TO WS-LOOKUP-DEPT
               ADD 1 TO CTR-NOT-ON-MASTER
           END-IF.
           MOVE 6 TO WS-POST-FIGURE.
           MOVE WS-GROSS-PAY-NUM TO WS-POST-AMOUNT.
           PERFORM 260-Post-Figure.
       257-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = PC-EMP-ID
               MOVE 'Y' TO EMPLOYEE-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
      * Add WS-POST-AMOUNT to figure WS-POST-FIGURE of department
      * WS-LOOKUP-DEPT, putting the code on the table if DEPTMAST
      * does not have it.
       260-Post-Figure.
           PERFORM 265-Find-Department.
           IF  NOT DEPT-FOUND
               IF  WS-LOOKUP-DEPT NOT = SPACES
                   MOVE 'Y' TO WS-WARNING-SW
                   DISPLAY 'POSCTL01 - DEPARTMENT ' WS-LOOKUP-DEPT
                           ' NOT ON DEPTMAST'
               END-IF
               PERFORM 115-Add-Department
               IF  DEPT-TABLE-IS-FULL
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
                   DISPLAY 'POSCTL01 - DEPARTMENT TABLE FULL AT '
                           WS-LOOKUP-DEPT ' - RUN REFUSED'
               ELSE
                   MOVE DT-COUNT TO DT-SUB
                   MOVE 'Y' TO DEPT-FOUND-SW
               END-IF
           END-IF.
           IF  DEPT-FOUND
               ADD WS-POST-AMOUNT
                   TO DT-D-FIGURE(DT-SUB, WS-POST-FIGURE)
           END-IF.
       265-Find-Department.
           MOVE 'N' TO DEPT-FOUND-SW.
           MOVE 1   TO DT-SUB.
           PERFORM 267-Match-Department
               UNTIL DT-SUB > DT-COUNT OR DEPT-FOUND.
       267-Match-Department.
           IF  DT-DEPT-CODE(DT-SUB) = WS-LOOKUP-DEPT
               MOVE 'Y' TO DEPT-FOUND-SW
           ELSE
               ADD 1 TO DT-SUB
           END-IF.
      *    EACH DEPARTMENT'S OWN FIGURES LAND ON ITSELF AND ON EVERY
      *    ANCESTOR UP THE PARENT CHAIN.
       300-Roll-Up-One-Dept.
           PERFORM 305-Add-To-Company
               VARYING WS-FIG-SUB FROM 1 BY 1 UNTIL WS-FIG-SUB > 6.
           MOVE DT-SUB TO DT-WALK-SUB.
           PERFORM 310-Credit-Walk-Dept.
           MOVE DT-PARENT(DT-SUB) TO WS-WALK-DEPT.
           MOVE ZEROS             TO WS-WALK-DEPTH.
           PERFORM 320-Credit-One-Ancestor
               UNTIL WS-WALK-DEPT = SPACES
                  OR WS-WALK-DEPTH > 10.
       305-Add-To-Company.
           ADD DT-D-FIGURE(DT-SUB, WS-FIG-SUB)
               TO CO-FIGURE(WS-FIG-SUB).
       310-Credit-Walk-Dept.
           PERFORM 315-Credit-One-Figure
               VARYING WS-FIG-SUB FROM 1 BY 1 UNTIL WS-FIG-SUB > 6.
       315-Credit-One-Figure.
           ADD DT-D-FIGURE(DT-SUB, WS-FIG-SUB)
               TO DT-R-FIGURE(DT-WALK-SUB, WS-FIG-SUB).
       320-Credit-One-Ancestor.
           ADD 1 TO WS-WALK-DEPTH.
           MOVE 'N' TO DEPT-FOUND-SW.
           MOVE 1   TO DT-WALK-SUB.
           PERFORM 325-Find-Ancestor
               UNTIL DT-WALK-SUB > DT-COUNT OR DEPT-FOUND.
           IF  DEPT-FOUND
               PERFORM 310-Credit-Walk-Dept
               MOVE DT-PARENT(DT-WALK-SUB) TO WS-WALK-DEPT
           ELSE
               MOVE SPACES TO WS-WALK-DEPT
           END-IF.
       325-Find-Ancestor.
           IF  DT-DEPT-CODE(DT-WALK-SUB) = WS-WALK-DEPT
               MOVE 'Y' TO DEPT-FOUND-SW
           ELSE
               ADD 1 TO DT-WALK-SUB
           END-IF.
       400-Write-Position-Report.
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 420-Write-One-Department
               VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT.
           MOVE WS-COMPANY-FIGURES TO WS-FIGURES.
           MOVE 'ALL'              TO RDL-DEPT-CODE.
           MOVE 'COMPANY TOTAL'    TO RDL-DEPT-NAME.
           MOVE 'TOTAL'            TO RDL-BASIS.
           PERFORM 450-Write-Figures-Line.
           WRITE REPORT-LINE-OUT FROM RPT-LEGEND-LINE
               AFTER ADVANCING 2.
           MOVE WS-DAYS-GONE       TO RLL-DAYS-GONE.
           MOVE WS-DAYS-IN-YEAR    TO RLL-DAYS-IN-YEAR.
           WRITE REPORT-LINE-OUT FROM RPT-LEGEND-LINE-2
               AFTER ADVANCING 1.
           MOVE 'VACANT POSITIONS' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM RPT-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZEROS TO CTR-LISTED.
           PERFORM 460-List-Vacant-Position
               VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
           IF  CTR-LISTED = ZERO
               WRITE REPORT-LINE-OUT FROM RPT-NONE-LINE
                   AFTER ADVANCING 1
           END-IF.
           MOVE 'EMPLOYEES HOLDING NO POSITION' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM RPT-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZEROS TO CTR-LISTED.
           PERFORM 470-List-Unpositioned
               VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-COUNT.
           IF  CTR-LISTED = ZERO
               WRITE REPORT-LINE-OUT FROM RPT-NONE-LINE
                   AFTER ADVANCING 1
           END-IF.
           MOVE CTR-CHECKS-CHARGED TO RTL-CHECKS-CHARGED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-NOT-ON-MASTER  TO RTL-NOT-ON-MASTER.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1.
      * The department's own line, then its rolled-up line when
      * something beneath it adds to it.
       420-Write-One-Department.
           MOVE DT-DIRECT(DT-SUB)    TO WS-FIGURES.
           MOVE DT-DEPT-CODE(DT-SUB) TO RDL-DEPT-CODE.
           MOVE DT-DEPT-NAME(DT-SUB) TO RDL-DEPT-NAME.
           MOVE 'OWN'                TO RDL-BASIS.
           PERFORM 450-Write-Figures-Line.
           IF  DT-ROLLED(DT-SUB) NOT = DT-DIRECT(DT-SUB)
               MOVE DT-ROLLED(DT-SUB) TO WS-FIGURES
               MOVE SPACES            TO RDL-DEPT-CODE
               MOVE SPACES            TO RDL-DEPT-NAME
               MOVE 'ROLLED'          TO RDL-BASIS
               PERFORM 450-Write-Figures-Line
           END-IF.
      * Budget to date is the annual budget in proportion to the
      * days of the year gone.  Any flag ends the step CC 4.
       450-Write-Figures-Line.
           COMPUTE WS-VACANT = WS-POSITIONS - WS-FILLED.
           COMPUTE WS-BUDGET-TO-DATE ROUNDED =
               WS-ANNUAL-BUDGET * WS-DAYS-GONE / WS-DAYS-IN-YEAR.
           MOVE SPACES TO WS-FLAGS.
           MOVE 1      TO WS-FLAG-PTR.
           IF  WS-VACANT > ZERO
               STRING 'V' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF  WS-HEADCOUNT > WS-POSITIONS
               STRING 'H' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF  WS-ACTUAL-TO-DATE > WS-BUDGET-TO-DATE
               STRING 'C' DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF.
           IF  WS-FLAGS NOT = SPACES
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           MOVE WS-POSITIONS      TO RDL-POSITIONS.
           MOVE WS-BUDGET-FTE     TO RDL-BUDGET-FTE.
           MOVE WS-FILLED         TO RDL-FILLED.
           MOVE WS-VACANT         TO RDL-VACANT.
           MOVE WS-HEADCOUNT      TO RDL-HEADCOUNT.
           MOVE WS-BUDGET-TO-DATE TO RDL-BUDGET-TO-DATE.
           MOVE WS-ACTUAL-TO-DATE TO RDL-ACTUAL-TO-DATE.
           MOVE WS-FLAGS          TO RDL-FLAGS.
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1.
       460-List-Vacant-Position.
           IF  PT-FILLED-BY(PT-SUB) = SPACES
               ADD 1 TO CTR-LISTED
               MOVE PT-POSITION-NO(PT-SUB) TO RVL-POSITION-NO
               MOVE PT-DEPT(PT-SUB)        TO RVL-DEPT
               MOVE PT-JOB-CODE(PT-SUB)    TO RVL-JOB-CODE
               MOVE PT-BUDGET-FTE(PT-SUB)  TO RVL-BUDGET-FTE
               MOVE PT-BUDGET-COST(PT-SUB) TO RVL-BUDGET-COST
               WRITE REPORT-LINE-OUT FROM RPT-VACANT-LINE
                   AFTER ADVANCING 1
           END-IF.
       470-List-Unpositioned.
           MOVE 'N' TO POSITION-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 475-Match-Filled-By
               UNTIL PT-SUB > PT-COUNT OR POSITION-FOUND.
           IF  NOT POSITION-FOUND
               ADD 1 TO CTR-LISTED
               MOVE EM-EMP-ID(EM-SUB) TO RUL-EMP-ID
               MOVE EM-NAME(EM-SUB)   TO RUL-NAME
               MOVE EM-DEPT(EM-SUB)   TO RUL-DEPT
               WRITE REPORT-LINE-OUT FROM RPT-UNPOSITIONED-LINE
                   AFTER ADVANCING 1
           END-IF.
       475-Match-Filled-By.
           IF  PT-FILLED-BY(PT-SUB) = EM-EMP-ID(EM-SUB)
               MOVE 'Y' TO POSITION-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       690-Close-Files.
           IF  OUTPUT-IS-OPEN
               CLOSE POSITION-REPORT
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'POSCTL01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-CONV-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-CONV-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-CONV-ISO-DAY.
