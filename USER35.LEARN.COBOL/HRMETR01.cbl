       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRMETR01.
      ***** Monthly headcount and turnover metrics.  Counts the
      ***** month's hires off the NEWHIRE file ONBOARD1 reads and
      ***** the month's terminations off the TERMFILE OFFBOARD reads
      ***** (concatenate the month's files on both DDs), against the
      ***** EMPLOYEE master as it stood when the month opened - the
      ***** prior month-end generation, before this month's EMPMAINT
      ***** adds and deletes.  Anyone on that master hired on or
      ***** after the first of the month is left to the NEWHIRE
      ***** count so a hire is never counted twice.
      *****
      ***** For each department: opening headcount, hires,
      ***** terminations split voluntary/involuntary by the first
      ***** byte of the reason code (anything else is unclassified
      ***** and ends the step CC 4), closing headcount, turnover
      ***** rate (terminations over average headcount) and the share
      ***** of terminations inside 90 days of hire.  Each department
      ***** is shown on its own and rolled up through its DEPTMAST
      ***** parent chain the way DEPTRPT1 rolls headcount, and a
      ***** department code not on DEPTMAST is listed on its own so
      ***** it gets fixed.
      *****
      ***** The month is the one before the run date unless a
      ***** MONTH=YYYY-MM card is keyed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEWHIRE-FILE ASSIGN TO NEWHIRE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NH-F-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO TERMFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TF-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EMP-F-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DP-F-STATUS.
           SELECT METRICS-REPORT ASSIGN TO HRMRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  NEWHIRE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWHIRE-REC.
      * ONBOARD1's new-hire layout - the hire date is the first ten
      * bytes of NH-DATE-WS as YYYY-MM-DD
       01  NEWHIRE-REC.
           05 NH-NAME        PIC X(20).
           05 NH-ADDR        PIC X(40).
           05 NH-DATE-WS     PIC X(30).
           05 NH-RATE        PIC 9(3)V99.
           05 NH-BONUS-RATE  PIC V99.
           05 NH-HOURS       PIC 9(3).
           05 NH-GROSS-PAY   PIC 9(6)V99.
           05 NH-JOB         PIC X(12).
           05 NH-EMP-ID      PIC X(8).
           05 NH-STATE       PIC X(2).
           05 NH-DEPT        PIC X(4).
           05 NH-ROUTING     PIC 9(9).
           05 NH-ACCOUNT     PIC X(17).
           05 NH-POSITION-NO PIC X(6).
           05 FILLER         PIC X(4).
       FD  TERMINATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMINATION-REC.
      * OFFBOARD's termination layout
       01  TERMINATION-REC.
           05  TF-EMP-ID          PIC X(08).
           05  TF-NAME            PIC X(20).
           05  TF-TERM-DATE       PIC X(10).
      * Reason code - first byte V voluntary, I involuntary
           05  TF-REASON-CODE.
               10  TF-REASON-CLASS    PIC X(01).
                   88  TF-VOLUNTARY           VALUE 'V'.
                   88  TF-INVOLUNTARY         VALUE 'I'.
               10  TF-REASON-DETAIL   PIC X(01).
           05  FILLER             PIC X(40).
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
       FD  METRICS-REPORT
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
       77 NH-F-STATUS               PIC X(02) VALUE SPACES.
           88 HIRES-OK                        VALUE '00'.
       77 TF-F-STATUS               PIC X(02) VALUE SPACES.
           88 TERMS-OK                        VALUE '00'.
       77 EMP-F-STATUS              PIC X(02) VALUE SPACES.
           88 EMP-OK                          VALUE '00'.
       77 DP-F-STATUS               PIC X(02) VALUE SPACES.
           88 DEPTS-OK                        VALUE '00'.
       77 NH-EOF                    PIC X(01) VALUE 'N'.
           88 HIRES-AT-EOF                    VALUE 'Y'.
       77 TF-EOF                    PIC X(01) VALUE 'N'.
           88 TERMS-AT-EOF                    VALUE 'Y'.
       77 EMP-EOF                   PIC X(01) VALUE 'N'.
           88 EMP-AT-EOF                      VALUE 'Y'.
       77 DP-EOF                    PIC X(01) VALUE 'N'.
           88 DEPTS-AT-EOF                    VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 METRICS-WARNING                 VALUE 'Y'.
       77 WS-OUTPUT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 OUTPUT-IS-OPEN                  VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. MONTH=2026-09
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
      * The month being measured, first and last day YYYYMMDD
       01 WS-MONTH-ISO.
           05 WS-MONTH-YEAR         PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-MONTH-MONTH        PIC 9(02).
           05 FILLER                PIC X(03) VALUE '-01'.
       01 WS-MONTH-ISO-X REDEFINES WS-MONTH-ISO PIC X(10).
       01 WS-MONTH-FIRST-YMD        PIC X(08) VALUE SPACES.
       01 WS-MONTH-LAST-YMD         PIC X(08) VALUE SPACES.
       01 WS-NEXT-MONTH-DAY         PIC S9(9) VALUE 0.
      * Employee master as the month opened
       01 EMPLOYEE-TABLE-AREA.
           05 EM-COUNT              PIC 9(4) COMP VALUE 0.
           05 EM-SUB                PIC 9(4) COMP VALUE 0.
           05 EMPLOYEE-TABLE OCCURS 1000 TIMES.
               10 EM-EMP-ID         PIC X(08).
               10 EM-DEPT           PIC X(04).
               10 EM-HIRE-DATE      PIC X(08).
       01 EMPLOYEE-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 EMPLOYEE-TABLE-IS-FULL          VALUE 'Y'.
       01 EMPLOYEE-FOUND-SW         PIC X(01) VALUE 'N'.
           88 EMPLOYEE-FOUND                  VALUE 'Y'.
      * The month's hires - a hire who leaves inside the month is
      * found here, not on the opening master
       01 HIRE-TABLE-AREA.
           05 HT-COUNT              PIC 9(4) COMP VALUE 0.
           05 HT-SUB                PIC 9(4) COMP VALUE 0.
           05 HIRE-TABLE OCCURS 500 TIMES.
               10 HT-EMP-ID         PIC X(08).
               10 HT-DEPT           PIC X(04).
               10 HT-HIRE-DATE      PIC X(08).
       01 HIRE-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 HIRE-TABLE-IS-FULL              VALUE 'Y'.
       01 HIRE-FOUND-SW             PIC X(01) VALUE 'N'.
           88 HIRE-FOUND                      VALUE 'Y'.
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
                   15 DT-D-FIGURE   PIC 9(05) OCCURS 6 TIMES.
               10 DT-ROLLED.
                   15 DT-R-FIGURE   PIC 9(05) OCCURS 6 TIMES.
       01 DEPT-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 DEPT-TABLE-IS-FULL              VALUE 'Y'.
       01 DEPT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 DEPT-FOUND                      VALUE 'Y'.
       01 WS-LOOKUP-DEPT            PIC X(04) VALUE SPACES.
      * One set of figures - a department's, or the company total.
      * The order matches DT-D-FIGURE and DT-R-FIGURE.
       01 WS-FIGURES.
           05 WS-OPENING            PIC 9(05) VALUE 0.
           05 WS-HIRES              PIC 9(05) VALUE 0.
           05 WS-VOLUNTARY          PIC 9(05) VALUE 0.
           05 WS-INVOLUNTARY        PIC 9(05) VALUE 0.
           05 WS-UNCLASSIFIED       PIC 9(05) VALUE 0.
           05 WS-EARLY-TERMS        PIC 9(05) VALUE 0.
       01 WS-FIGURES-X REDEFINES WS-FIGURES.
           05 WS-FIGURE             PIC 9(05) OCCURS 6 TIMES.
       01 WS-COMPANY-FIGURES.
           05 CO-FIGURE             PIC 9(05) OCCURS 6 TIMES
                                    VALUE 0.
       77 WS-FIG-SUB                PIC 9     COMP VALUE 0.
       77 WS-POST-FIGURE            PIC 9     COMP VALUE 0.
       01 WS-METRIC-WORK.
           05 WS-TERMINATIONS       PIC 9(05)    VALUE 0.
           05 WS-CLOSING            PIC S9(05)   VALUE 0.
           05 WS-AVERAGE-HEADCOUNT  PIC 9(05)V9  VALUE 0.
           05 WS-TURNOVER-PCT       PIC 9(03)V9  VALUE 0.
           05 WS-EARLY-PCT          PIC 9(03)V9  VALUE 0.
      *    THE PARENT WALK STOPS AT TEN LEVELS SO A MIS-KEYED
      *    PARENT LOOP CANNOT SPIN THE REPORT FOREVER.
       01 WS-WALK-WORK.
           05 WS-WALK-DEPT          PIC X(04) VALUE SPACES.
           05 WS-WALK-DEPTH         PIC 99    VALUE 0.
      * Termination being worked
       01 WS-TERM-WORK.
           05 WS-TERM-YMD           PIC X(08) VALUE SPACES.
           05 WS-TERM-DEPT          PIC X(04) VALUE SPACES.
           05 WS-TERM-HIRE-DATE     PIC X(08) VALUE SPACES.
           05 WS-DAYS-EMPLOYED      PIC S9(7) VALUE 0.
       01 METRICS-COUNTERS.
           05 CTR-OUT-OF-MONTH      PIC 9(5)  VALUE 0.
           05 CTR-NOT-FOUND         PIC 9(5)  VALUE 0.
      * Date conversion work
       01 WS-CONV-YMD               PIC 9(8)  VALUE 0.
       01 WS-CONV-YMD-X REDEFINES WS-CONV-YMD.
           05 WS-CONV-YEAR          PIC 9(4).
           05 WS-CONV-MONTH         PIC 9(2).
           05 WS-CONV-DAY           PIC 9(2).
      *    REPORT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'HEADCOUNT AND TURNOVER FOR THE MONTH OF '.
           05 RH-MONTH              PIC X(07).
           05 FILLER                PIC X(33) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'DEPT NAME             BASIS   OPEN HIRES'.
           05 FILLER  PIC X(40) VALUE
                  '   VOL INVOL TERMS CLOSE  TURN% 90DAY%'.
       01 RPT-DETAIL-LINE.
           05 RDL-DEPT-CODE         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-DEPT-NAME         PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-BASIS             PIC X(06).
           05 RDL-OPENING           PIC ZZZZZ9.
           05 RDL-HIRES             PIC ZZZZZ9.
           05 RDL-VOLUNTARY         PIC ZZZZZ9.
           05 RDL-INVOLUNTARY       PIC ZZZZZ9.
           05 RDL-TERMINATIONS      PIC ZZZZZ9.
           05 RDL-CLOSING           PIC -----9.
           05 RDL-TURNOVER-PCT      PIC ZZZZ9.9.
           05 RDL-EARLY-PCT         PIC ZZZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
       01 RPT-TOTAL-LINE-1.
           05 FILLER  PIC X(40) VALUE
                  'TERMINATIONS WITH NO V/I REASON CODE:  '.
           05 RTL-UNCLASSIFIED      PIC ZZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.
       01 RPT-TOTAL-LINE-2.
           05 FILLER  PIC X(40) VALUE
                  'TERMINATIONS NOT ON EMPLOYEE MASTER:   '.
           05 RTL-NOT-FOUND         PIC ZZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.
       01 RPT-TOTAL-LINE-3.
           05 FILLER  PIC X(40) VALUE
                  'RECORDS DATED OUTSIDE THE MONTH:       '.
           05 RTL-OUT-OF-MONTH      PIC ZZZZ9.
           05 FILLER                PIC X(35) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Count-Opening-Headcount
                   VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-COUNT
               PERFORM 220-Count-Hires
                   VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT
               PERFORM 240-Count-Terminations
               PERFORM 300-Roll-Up-One-Dept
                   VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT
               PERFORM 400-Write-Metrics-Report
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  METRICS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 010-Select-Month.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Departments
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 120-Load-Employees
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 140-Load-Hires
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN OUTPUT METRICS-REPORT
               MOVE 'Y' TO WS-OUTPUT-OPEN-SW
           END-IF.
      *    A BAD MONTH ENDS THE RUN WITH CC 8 - NOTHING IS WRITTEN.
       010-Select-Month.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONV-YMD.
           IF  WS-CONV-MONTH = 1
               COMPUTE WS-MONTH-YEAR = WS-CONV-YEAR - 1
               MOVE 12 TO WS-MONTH-MONTH
           ELSE
               MOVE WS-CONV-YEAR TO WS-MONTH-YEAR
               COMPUTE WS-MONTH-MONTH = WS-CONV-MONTH - 1
           END-IF.
           ACCEPT WS-OPTIONS-CARD.
           IF  WS-OPTIONS-CARD NOT = SPACES
               UNSTRING WS-OPTIONS-CARD DELIMITED BY '=' OR ALL ' '
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               IF  WS-OPT-LABEL = 'MONTH'
               AND WS-OPT-VALUE(1:4) IS NUMERIC
               AND WS-OPT-VALUE(5:1) = '-'
               AND WS-OPT-VALUE(6:2) IS NUMERIC
               AND WS-OPT-VALUE(8:3) = SPACES
                   MOVE WS-OPT-VALUE(1:4) TO WS-MONTH-YEAR
                   MOVE WS-OPT-VALUE(6:2) TO WS-MONTH-MONTH
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               MOVE WS-MONTH-ISO-X TO DV-DATE-IN
               MOVE 'I'            TO DV-FORMAT
               MOVE SPACE          TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID = 'Y'
                   MOVE DV-DATE-OUT TO WS-MONTH-FIRST-YMD
                   PERFORM 015-Find-Month-End
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           END-IF.
      * The last day is the day before the first of next month.
       015-Find-Month-End.
           MOVE WS-MONTH-FIRST-YMD TO WS-CONV-YMD.
           IF  WS-CONV-MONTH = 12
               ADD 1 TO WS-CONV-YEAR
               MOVE 1 TO WS-CONV-MONTH
           ELSE
               ADD 1 TO WS-CONV-MONTH
           END-IF.
           COMPUTE WS-NEXT-MONTH-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD).
           COMPUTE WS-CONV-YMD =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-MONTH-DAY - 1).
           MOVE WS-CONV-YMD TO WS-MONTH-LAST-YMD.
       019-Bad-Option.
           DISPLAY 'HRMETR01 - BAD RUN OPTION: '
                   WS-OPTIONS-CARD(1:40).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       100-Load-Departments.
           OPEN INPUT DEPT-MASTER.
           IF  DEPTS-OK
               PERFORM 105-Read-Department
               PERFORM 110-Store-Department UNTIL DEPTS-AT-EOF
               CLOSE DEPT-MASTER
               IF  DEPT-TABLE-IS-FULL
                   DISPLAY 'HRMETR01 - DEPARTMENT TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'DEPTMAST NOT AVAILABLE - STATUS: ' DP-F-STATUS
               DISPLAY 'HRMETR01 - NOTHING TO ROLL UP - RUN REFUSED'
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
       120-Load-Employees.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EMP-OK
               PERFORM 125-Read-Employee
               PERFORM 130-Store-Employee UNTIL EMP-AT-EOF
               CLOSE EMPLOYEE-FILE
               IF  EMPLOYEE-TABLE-IS-FULL
                   DISPLAY 'HRMETR01 - EMPLOYEE TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE FILE STATUS: ' EMP-F-STATUS
               DISPLAY 'HRMETR01 - NO OPENING EMPLOYEE MASTER - RUN '
                       'REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Employee.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO EMP-EOF
           END-READ.
       130-Store-Employee.
           IF  EM-COUNT < 1000
               ADD 1 TO EM-COUNT
               MOVE EMP-ID        TO EM-EMP-ID(EM-COUNT)
               MOVE EMP-DEPT      TO EM-DEPT(EM-COUNT)
               MOVE EMP-HIRE-DATE TO EM-HIRE-DATE(EM-COUNT)
           ELSE
               MOVE 'Y' TO EMPLOYEE-TABLE-FULL
           END-IF.
           PERFORM 125-Read-Employee.
      * No new-hire file is a month with no hires, not an error.
       140-Load-Hires.
           OPEN INPUT NEWHIRE-FILE.
           IF  HIRES-OK
               PERFORM 145-Read-Hire
               PERFORM 150-Store-Hire UNTIL HIRES-AT-EOF
               CLOSE NEWHIRE-FILE
               IF  HIRE-TABLE-IS-FULL
                   DISPLAY 'HRMETR01 - HIRE TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'NEWHIRE FILE STATUS: ' NH-F-STATUS
               DISPLAY 'HRMETR01 - NO HIRES COUNTED THIS MONTH'
           END-IF.
       145-Read-Hire.
           READ NEWHIRE-FILE
               AT END MOVE 'Y' TO NH-EOF
           END-READ.
       150-Store-Hire.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE NH-DATE-WS(1:10) TO DV-DATE-IN.
           MOVE 'I'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
           AND DV-DATE-OUT NOT < WS-MONTH-FIRST-YMD
           AND DV-DATE-OUT NOT > WS-MONTH-LAST-YMD
               IF  HT-COUNT < 500
                   ADD 1 TO HT-COUNT
                   MOVE NH-EMP-ID   TO HT-EMP-ID(HT-COUNT)
                   MOVE NH-DEPT     TO HT-DEPT(HT-COUNT)
                   MOVE DV-DATE-OUT TO HT-HIRE-DATE(HT-COUNT)
               ELSE
                   MOVE 'Y' TO HIRE-TABLE-FULL
               END-IF
           ELSE
               ADD 1 TO CTR-OUT-OF-MONTH
           END-IF.
           PERFORM 145-Read-Hire.
      * On the master before the month opened - a later hire date
      * means the add was already applied and NEWHIRE counts it.
       200-Count-Opening-Headcount.
           IF  EM-HIRE-DATE(EM-SUB) < WS-MONTH-FIRST-YMD
           OR  EM-HIRE-DATE(EM-SUB) = SPACES
               MOVE EM-DEPT(EM-SUB) TO WS-LOOKUP-DEPT
               MOVE 1 TO WS-POST-FIGURE
               PERFORM 260-Post-Figure
           END-IF.
       220-Count-Hires.
           MOVE HT-DEPT(HT-SUB) TO WS-LOOKUP-DEPT.
           MOVE 2 TO WS-POST-FIGURE.
           PERFORM 260-Post-Figure.
      * A termination takes its department and hire date from the
      * opening master, or from NEWHIRE when hired this month.
       240-Count-Terminations.
           OPEN INPUT TERMINATION-FILE.
           IF  TERMS-OK
               PERFORM 245-Read-Termination
               PERFORM 250-Count-One-Termination UNTIL TERMS-AT-EOF
               CLOSE TERMINATION-FILE
           ELSE
               DISPLAY 'TERMINATION FILE STATUS: ' TF-F-STATUS
               DISPLAY 'HRMETR01 - NO TERMINATIONS COUNTED THIS MONTH'
           END-IF.
       245-Read-Termination.
           READ TERMINATION-FILE
               AT END MOVE 'Y' TO TF-EOF
           END-READ.
       250-Count-One-Termination.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE TF-TERM-DATE TO DV-DATE-IN.
           MOVE 'I'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
           AND DV-DATE-OUT NOT < WS-MONTH-FIRST-YMD
           AND DV-DATE-OUT NOT > WS-MONTH-LAST-YMD
               MOVE DV-DATE-OUT TO WS-TERM-YMD
               PERFORM 252-Find-Term-Employee
               MOVE WS-TERM-DEPT TO WS-LOOKUP-DEPT
               EVALUATE TRUE
                   WHEN TF-VOLUNTARY
                       MOVE 3 TO WS-POST-FIGURE
                   WHEN TF-INVOLUNTARY
                       MOVE 4 TO WS-POST-FIGURE
                   WHEN OTHER
                       MOVE 5 TO WS-POST-FIGURE
                       MOVE 'Y' TO WS-WARNING-SW
                       DISPLAY 'HRMETR01 - ' TF-EMP-ID
                               ' NO V/I REASON CODE: ' TF-REASON-CODE
               END-EVALUATE
               PERFORM 260-Post-Figure
               IF  WS-TERM-HIRE-DATE IS NUMERIC
                   MOVE WS-TERM-HIRE-DATE TO WS-CONV-YMD
                   COMPUTE WS-DAYS-EMPLOYED =
                       FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
                   MOVE WS-TERM-YMD TO WS-CONV-YMD
                   COMPUTE WS-DAYS-EMPLOYED =
                       FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
                     - WS-DAYS-EMPLOYED
                   IF  WS-DAYS-EMPLOYED NOT > 90
                       MOVE 6 TO WS-POST-FIGURE
                       PERFORM 260-Post-Figure
                   END-IF
               END-IF
           ELSE
               ADD 1 TO CTR-OUT-OF-MONTH
           END-IF.
           PERFORM 245-Read-Termination.
       252-Find-Term-Employee.
           MOVE SPACES TO WS-TERM-DEPT.
           MOVE SPACES TO WS-TERM-HIRE-DATE.
           MOVE 'N' TO EMPLOYEE-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 254-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EMPLOYEE-FOUND.
           IF  EMPLOYEE-FOUND
               MOVE EM-DEPT(EM-SUB)      TO WS-TERM-DEPT
               MOVE EM-HIRE-DATE(EM-SUB) TO WS-TERM-HIRE-DATE
           ELSE
               MOVE 'N' TO HIRE-FOUND-SW
               MOVE 1   TO HT-SUB
               PERFORM 256-Match-Hire
                   UNTIL HT-SUB > HT-COUNT OR HIRE-FOUND
               IF  HIRE-FOUND
                   MOVE HT-DEPT(HT-SUB)      TO WS-TERM-DEPT
                   MOVE HT-HIRE-DATE(HT-SUB) TO WS-TERM-HIRE-DATE
               ELSE
                   ADD 1 TO CTR-NOT-FOUND
                   MOVE 'Y' TO WS-WARNING-SW
                   DISPLAY 'HRMETR01 - ' TF-EMP-ID
                           ' TERMINATED BUT NOT ON THE OPENING MASTER'
                           ' OR NEWHIRE'
               END-IF
           END-IF.
       254-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = TF-EMP-ID
               MOVE 'Y' TO EMPLOYEE-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
       256-Match-Hire.
           IF  HT-EMP-ID(HT-SUB) = TF-EMP-ID
               MOVE 'Y' TO HIRE-FOUND-SW
           ELSE
               ADD 1 TO HT-SUB
           END-IF.
      * Add one to figure WS-POST-FIGURE of department
      * WS-LOOKUP-DEPT, putting the code on the table if DEPTMAST
      * does not have it.
       260-Post-Figure.
           PERFORM 265-Find-Department.
           IF  NOT DEPT-FOUND
               MOVE 'Y' TO WS-WARNING-SW
               PERFORM 115-Add-Department
               IF  DEPT-TABLE-IS-FULL
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
                   DISPLAY 'HRMETR01 - DEPARTMENT TABLE FULL AT '
                           WS-LOOKUP-DEPT ' - RUN REFUSED'
               ELSE
                   MOVE DT-COUNT TO DT-SUB
                   MOVE 'Y' TO DEPT-FOUND-SW
               END-IF
           END-IF.
           IF  DEPT-FOUND
               ADD 1 TO DT-D-FIGURE(DT-SUB, WS-POST-FIGURE)
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
       400-Write-Metrics-Report.
           MOVE WS-MONTH-ISO-X(1:7) TO RH-MONTH.
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
           MOVE WS-UNCLASSIFIED    TO RTL-UNCLASSIFIED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-NOT-FOUND      TO RTL-NOT-FOUND.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE CTR-OUT-OF-MONTH   TO RTL-OUT-OF-MONTH.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-3
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
      * Turnover is terminations over the average of opening and
      * closing headcount; the 90-day share is of terminations.
       450-Write-Figures-Line.
           COMPUTE WS-TERMINATIONS =
               WS-VOLUNTARY + WS-INVOLUNTARY + WS-UNCLASSIFIED.
           COMPUTE WS-CLOSING =
               WS-OPENING + WS-HIRES - WS-TERMINATIONS.
           MOVE ZEROS TO WS-TURNOVER-PCT.
           MOVE ZEROS TO WS-EARLY-PCT.
           IF  WS-CLOSING > ZERO
               COMPUTE WS-AVERAGE-HEADCOUNT =
                   (WS-OPENING + WS-CLOSING) / 2
           ELSE
               COMPUTE WS-AVERAGE-HEADCOUNT = WS-OPENING / 2
           END-IF.
           IF  WS-AVERAGE-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-TERMINATIONS * 100 / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR MOVE 999.9 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF.
           IF  WS-TERMINATIONS > ZERO
               COMPUTE WS-EARLY-PCT ROUNDED =
                   WS-EARLY-TERMS * 100 / WS-TERMINATIONS
           END-IF.
           MOVE WS-OPENING       TO RDL-OPENING.
           MOVE WS-HIRES         TO RDL-HIRES.
           MOVE WS-VOLUNTARY     TO RDL-VOLUNTARY.
           MOVE WS-INVOLUNTARY   TO RDL-INVOLUNTARY.
           MOVE WS-TERMINATIONS  TO RDL-TERMINATIONS.
           MOVE WS-CLOSING       TO RDL-CLOSING.
           MOVE WS-TURNOVER-PCT  TO RDL-TURNOVER-PCT.
           MOVE WS-EARLY-PCT     TO RDL-EARLY-PCT.
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1.
       690-Close-Files.
           IF  OUTPUT-IS-OPEN
               CLOSE METRICS-REPORT
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'HRMETR01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
