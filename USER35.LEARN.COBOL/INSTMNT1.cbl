       IDENTIFICATION DIVISION.
       PROGRAM-ID.   INSTMNT1.
      *
      * ***************************************************
      * ***     Instructor master and course assignment
      * ***     maintenance.  Applies the INSTTRAN deck against:
      * ***       INSTMAST - one row per instructor, keyed on the
      * ***                  employee ID of the EMPFILE employee
      * ***                  master: name (from the employee
      * ***                  record), teaching department, rank,
      * ***                  full-load credits and status (A
      * ***                  active, I inactive);
      * ***       INSTASGN - who teaches a course in a term when the
      * ***                  course runs without sections, or the
      * ***                  default for any section whose SECTMAST
      * ***                  row names no instructor.
      * ***     Card layouts (column 1 the action):
      * ***       I  employee ID 2-9, department 10-13 (blank takes
      * ***          the employee's own), rank 14-25, full-load
      * ***          credits 26-27, status 28 (blank = A)
      * ***       G  term 2-6, course 7-11, employee ID 12-19 -
      * ***          a blank employee ID removes the assignment
      * ***     An instructor must be a current employee and the
      * ***     department must be on DEPTMAST; only an active
      * ***     instructor can be assigned.  Both masters are
      * ***     rewritten in place, with an applied/rejected
      * ***     report to INSTMRPT.
      * ***************************************************
       INSTALLATION.  IBM.
       DATE-WRITTEN.  01-01-2009.
       DATE-COMPILED. 01-01-2009.
       SECURITY.   NONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE   ASSIGN TO UT-S-EMPFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DEPT-STATUS.
           SELECT COURSE-ATTR-FILE ASSIGN TO CRSATTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRSATTR-STATUS.
           SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO INSTASGN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ASGN-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO INSTTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TRANS-STATUS.
           SELECT MAINT-REPORT ASSIGN TO INSTMRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  COURSE-ATTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURSE-ATTR-REC.
       01  COURSE-ATTR-REC.
           05  CA-COURSE          PIC X(07).
           05  FILLER             PIC X(73).
       FD  INSTRUCTOR-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSTRUCTOR-REC.
      * One row per instructor, keyed on the employee ID
       01  INSTRUCTOR-REC.
           05  IM-EMP-ID          PIC X(08).
           05  IM-NAME            PIC X(20).
           05  IM-DEPT            PIC X(04).
           05  IM-RANK            PIC X(12).
           05  IM-FULL-LOAD       PIC 9(02).
           05  IM-STATUS          PIC X(01).
           05  FILLER             PIC X(33).
       FD  ASSIGNMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASSIGNMENT-REC.
      * Course-level teaching assignment for a term
       01  ASSIGNMENT-REC.
           05  IA-TERM            PIC X(05).
           05  IA-COURSE          PIC X(05).
           05  IA-EMP-ID          PIC X(08).
           05  FILLER             PIC X(62).
       FD  TRANSACTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANSACTION-REC.
       01  TRANSACTION-REC.
           05  TR-ACTION          PIC X(01).
               88  TR-INSTRUCTOR          VALUE 'I'.
               88  TR-ASSIGNMENT          VALUE 'G'.
           05  TR-EMP-ID          PIC X(08).
           05  TR-DEPT            PIC X(04).
           05  TR-RANK            PIC X(12).
           05  TR-FULL-LOAD       PIC 9(02).
           05  TR-FULL-LOAD-X REDEFINES TR-FULL-LOAD PIC X(02).
           05  TR-STATUS          PIC X(01).
               88  TR-STATUS-OK           VALUE 'A' 'I' ' '.
           05  FILLER             PIC X(52).
       01  TRANSACTION-ASGN-REC.
           05  FILLER             PIC X(01).
           05  TG-TERM            PIC X(05).
           05  TG-COURSE          PIC X(05).
           05  TG-EMP-ID          PIC X(08).
           05  FILLER             PIC X(61).
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE-OUT        PIC X(80).
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
       77  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
           88  EMP-OPEN-OK                  VALUE '00'.
       77  WS-EMP-EOF             PIC X(01) VALUE 'N'.
           88  EMP-AT-EOF                   VALUE 'Y'.
       77  WS-DEPT-STATUS         PIC X(02) VALUE SPACES.
           88  DEPT-OPEN-OK                 VALUE '00'.
       77  WS-DEPT-EOF            PIC X(01) VALUE 'N'.
           88  DEPT-AT-EOF                  VALUE 'Y'.
       77  WS-CRSATTR-STATUS      PIC X(02) VALUE SPACES.
           88  CRSATTR-OPEN-OK              VALUE '00'.
       77  WS-CRSATTR-EOF         PIC X(01) VALUE 'N'.
           88  CRSATTR-AT-EOF               VALUE 'Y'.
       77  WS-INST-STATUS         PIC X(02) VALUE SPACES.
           88  INST-OPEN-OK                 VALUE '00'.
       77  WS-INST-EOF            PIC X(01) VALUE 'N'.
           88  INST-AT-EOF                  VALUE 'Y'.
       77  WS-ASGN-STATUS         PIC X(02) VALUE SPACES.
           88  ASGN-OPEN-OK                 VALUE '00'.
       77  WS-ASGN-EOF            PIC X(01) VALUE 'N'.
           88  ASGN-AT-EOF                  VALUE 'Y'.
       77  WS-TRANS-STATUS        PIC X(02) VALUE SPACES.
           88  TRANS-OPEN-OK                VALUE '00'.
       77  WS-TRANS-EOF           PIC X(01) VALUE 'N'.
           88  TRANS-AT-EOF                 VALUE 'Y'.
       77  WS-TRANS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  TRANS-IS-OPEN                VALUE 'Y'.
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CURRENT EMPLOYEES - ID, NAME AND HOME DEPARTMENT
       01  EMP-TABLE-AREA.
           05  ET-COUNT           PIC 9(4) COMP VALUE 0.
           05  ET-SUB             PIC 9(4) COMP VALUE 0.
           05  EMP-TABLE OCCURS 2000 TIMES.
               10  ET-EMP-ID      PIC X(08).
               10  ET-NAME        PIC X(20).
               10  ET-DEPT        PIC X(04).
       01  EMP-FOUND-SW           PIC X(01) VALUE 'N'.
           88  EMP-ENTRY-FOUND              VALUE 'Y'.
       01  DEPT-TABLE-AREA.
           05  DT-COUNT           PIC 9(3) COMP VALUE 0.
           05  DT-SUB             PIC 9(3) COMP VALUE 0.
           05  DEPT-TABLE OCCURS 100 TIMES.
               10  DT-DEPT-CODE   PIC X(04).
       01  DEPT-VALID-SW          PIC X(01) VALUE 'N'.
           88  DEPT-IS-VALID                VALUE 'Y'.
       01  WS-CHECK-DEPT          PIC X(04) VALUE SPACES.
       01  COURSE-TABLE-AREA.
           05  CT-COUNT           PIC 9(3) COMP VALUE 0.
           05  CT-SUB             PIC 9(3) COMP VALUE 0.
           05  COURSE-TABLE OCCURS 100 TIMES.
               10  CT-COURSE      PIC X(05).
       01  COURSE-FOUND-SW        PIC X(01) VALUE 'N'.
           88  COURSE-ON-CATALOG            VALUE 'Y'.
       01  INST-TABLE-AREA.
           05  IT-COUNT           PIC 9(4) COMP VALUE 0.
           05  IT-SUB             PIC 9(4) COMP VALUE 0.
           05  INST-TABLE OCCURS 500 TIMES.
               10  IT-EMP-ID      PIC X(08).
               10  IT-NAME        PIC X(20).
               10  IT-DEPT        PIC X(04).
               10  IT-RANK        PIC X(12).
               10  IT-FULL-LOAD   PIC 9(02).
               10  IT-STATUS      PIC X(01).
                   88  IT-ACTIVE            VALUE 'A'.
       01  INST-FOUND-SW          PIC X(01) VALUE 'N'.
           88  INST-ENTRY-FOUND             VALUE 'Y'.
       01  WS-FIND-EMP-ID         PIC X(08) VALUE SPACES.
       01  INST-TABLE-FULL        PIC X(01) VALUE 'N'.
           88  INST-TABLE-IS-FULL           VALUE 'Y'.
      *    ASSIGNMENTS - A ROW WITH A BLANK EMPLOYEE ID HAS BEEN
      *    REMOVED AND IS NOT WRITTEN BACK
       01  ASGN-TABLE-AREA.
           05  AG-COUNT           PIC 9(4) COMP VALUE 0.
           05  AG-SUB             PIC 9(4) COMP VALUE 0.
           05  ASGN-TABLE OCCURS 1000 TIMES.
               10  AG-TERM        PIC X(05).
               10  AG-COURSE      PIC X(05).
               10  AG-EMP-ID      PIC X(08).
       01  ASGN-FOUND-SW          PIC X(01) VALUE 'N'.
           88  ASGN-ENTRY-FOUND             VALUE 'Y'.
       01  ASGN-TABLE-FULL        PIC X(01) VALUE 'N'.
           88  ASGN-TABLE-IS-FULL           VALUE 'Y'.
       01  MAINT-COUNTERS.
           05  CTR-APPLIED        PIC 9(5) VALUE 0.
           05  CTR-REJECTED       PIC 9(5) VALUE 0.
       01  MAINT-HEADING.
           05  FILLER             PIC X(40) VALUE
                  'INSTRUCTOR MAINTENANCE AUDIT REPORT'.
           05  MH-RUN-TIME        PIC X(15).
       01  MAINT-DETAIL-LINE.
           05  MDL-ACTION         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MDL-KEY            PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MDL-RESULT         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MDL-REASON         PIC X(43).
       01  MAINT-TOTAL-LINE.
           05  FILLER             PIC X(10) VALUE 'APPLIED:  '.
           05  MTL-APPLIED        PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE '  REJECTED: '.
           05  MTL-REJECTED       PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-APPLY-TRANSACTIONS UNTIL TRANS-AT-EOF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           OPEN OUTPUT MAINT-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO MH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM MAINT-HEADING.
           PERFORM 120-LOAD-EMPLOYEES.
           PERFORM 130-LOAD-DEPARTMENTS.
           PERFORM 140-LOAD-CATALOG.
           PERFORM 150-LOAD-INSTRUCTORS.
           PERFORM 160-LOAD-ASSIGNMENTS.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANS-OPEN-OK
              MOVE 'Y' TO WS-TRANS-OPEN-SW
              PERFORM 250-READ-TRANSACTION
           ELSE
              DISPLAY 'INSTTRAN NOT AVAILABLE - STATUS: '
                 WS-TRANS-STATUS
              MOVE 'Y' TO WS-TRANS-EOF
           END-IF.
       120-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE.
           IF EMP-OPEN-OK
              PERFORM 122-READ-EMPLOYEE
              PERFORM 124-STORE-EMPLOYEE UNTIL EMP-AT-EOF
           ELSE
              DISPLAY 'EMPFILE NOT AVAILABLE - STATUS: '
                 WS-EMP-STATUS
              DISPLAY 'EVERY INSTRUCTOR CARD WILL REJECT'
           END-IF.
           CLOSE EMPLOYEE-FILE.
       122-READ-EMPLOYEE.
           READ EMPLOYEE-FILE
              AT END MOVE 'Y' TO WS-EMP-EOF
           END-READ.
       124-STORE-EMPLOYEE.
           IF ET-COUNT < 2000
              ADD 1 TO ET-COUNT
              MOVE EMP-ID        TO ET-EMP-ID(ET-COUNT)
              MOVE EMPLOYEE-NAME TO ET-NAME(ET-COUNT)
              MOVE EMP-DEPT      TO ET-DEPT(ET-COUNT)
           ELSE
              DISPLAY 'EMPLOYEE TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 122-READ-EMPLOYEE.
       130-LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-MASTER.
           IF DEPT-OPEN-OK
              PERFORM 132-READ-DEPT
              PERFORM 134-STORE-DEPT UNTIL DEPT-AT-EOF
           ELSE
              DISPLAY 'DEPTMAST NOT AVAILABLE - STATUS: '
                 WS-DEPT-STATUS
              DISPLAY 'EVERY INSTRUCTOR CARD WILL REJECT'
           END-IF.
           CLOSE DEPT-MASTER.
       132-READ-DEPT.
           READ DEPT-MASTER
              AT END MOVE 'Y' TO WS-DEPT-EOF
           END-READ.
       134-STORE-DEPT.
           IF DT-COUNT < 100
              ADD 1 TO DT-COUNT
              MOVE DP-DEPT-CODE TO DT-DEPT-CODE(DT-COUNT)
           ELSE
              DISPLAY 'DEPT TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 132-READ-DEPT.
       140-LOAD-CATALOG.
           OPEN INPUT COURSE-ATTR-FILE.
           IF CRSATTR-OPEN-OK
              PERFORM 142-READ-CATALOG
              PERFORM 144-STORE-CATALOG UNTIL CRSATTR-AT-EOF
           ELSE
              DISPLAY 'CRSATTR NOT AVAILABLE - STATUS: '
                 WS-CRSATTR-STATUS
              DISPLAY 'EVERY ASSIGNMENT CARD WILL REJECT'
           END-IF.
           CLOSE COURSE-ATTR-FILE.
       142-READ-CATALOG.
           READ COURSE-ATTR-FILE
              AT END MOVE 'Y' TO WS-CRSATTR-EOF
           END-READ.
       144-STORE-CATALOG.
           IF CT-COUNT < 100
              ADD 1 TO CT-COUNT
              MOVE CA-COURSE(1:5) TO CT-COURSE(CT-COUNT)
           ELSE
              DISPLAY 'CATALOG TABLE FULL - CATALOG TRUNCATED'
           END-IF.
           PERFORM 142-READ-CATALOG.
      *    NO INSTRUCTOR MASTER YET IS THE FIRST RUN
       150-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF INST-OPEN-OK
              PERFORM 152-READ-INSTRUCTOR
              PERFORM 154-STORE-INSTRUCTOR UNTIL INST-AT-EOF
           ELSE
              DISPLAY 'INSTMAST NOT AVAILABLE - STATUS: '
                 WS-INST-STATUS
              DISPLAY 'STARTING AN EMPTY INSTRUCTOR MASTER'
           END-IF.
           CLOSE INSTRUCTOR-MASTER.
       152-READ-INSTRUCTOR.
           READ INSTRUCTOR-MASTER
              AT END MOVE 'Y' TO WS-INST-EOF
           END-READ.
       154-STORE-INSTRUCTOR.
           IF IT-COUNT < 500
              ADD 1 TO IT-COUNT
              MOVE IM-EMP-ID    TO IT-EMP-ID(IT-COUNT)
              MOVE IM-NAME      TO IT-NAME(IT-COUNT)
              MOVE IM-DEPT      TO IT-DEPT(IT-COUNT)
              MOVE IM-RANK      TO IT-RANK(IT-COUNT)
              MOVE IM-FULL-LOAD TO IT-FULL-LOAD(IT-COUNT)
              MOVE IM-STATUS    TO IT-STATUS(IT-COUNT)
           ELSE
              MOVE 'Y' TO INST-TABLE-FULL
              DISPLAY 'INSTRUCTOR TABLE FULL - UNABLE TO HOLD ALL '
                      'ROWS'
           END-IF.
           PERFORM 152-READ-INSTRUCTOR.
       160-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASGN-OPEN-OK
              PERFORM 162-READ-ASSIGNMENT
              PERFORM 164-STORE-ASSIGNMENT UNTIL ASGN-AT-EOF
           ELSE
              DISPLAY 'INSTASGN NOT AVAILABLE - STATUS: '
                 WS-ASGN-STATUS
              DISPLAY 'STARTING AN EMPTY ASSIGNMENT FILE'
           END-IF.
           CLOSE ASSIGNMENT-FILE.
       162-READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
              AT END MOVE 'Y' TO WS-ASGN-EOF
           END-READ.
       164-STORE-ASSIGNMENT.
           IF AG-COUNT < 1000
              ADD 1 TO AG-COUNT
              MOVE IA-TERM   TO AG-TERM(AG-COUNT)
              MOVE IA-COURSE TO AG-COURSE(AG-COUNT)
              MOVE IA-EMP-ID TO AG-EMP-ID(AG-COUNT)
           ELSE
              MOVE 'Y' TO ASGN-TABLE-FULL
              DISPLAY 'ASSIGNMENT TABLE FULL - UNABLE TO HOLD ALL '
                      'ROWS'
           END-IF.
           PERFORM 162-READ-ASSIGNMENT.
       200-APPLY-TRANSACTIONS.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE TR-ACTION TO MDL-ACTION.
           MOVE SPACES    TO MDL-REASON.
           MOVE 'REJECTED  ' TO MDL-RESULT.
           EVALUATE TRUE
              WHEN TR-INSTRUCTOR
                 MOVE TR-EMP-ID TO MDL-KEY
                 PERFORM 300-APPLY-INSTRUCTOR
              WHEN TR-ASSIGNMENT
                 MOVE SPACES TO MDL-KEY
                 STRING TG-TERM   DELIMITED BY SIZE
                        ' '       DELIMITED BY SIZE
                        TG-COURSE DELIMITED BY SIZE
                        ' '       DELIMITED BY SIZE
                        TG-EMP-ID DELIMITED BY SIZE
                        INTO MDL-KEY
                 PERFORM 400-APPLY-ASSIGNMENT
              WHEN OTHER
                 MOVE SPACES TO MDL-KEY
                 MOVE 'UNKNOWN ACTION CODE' TO MDL-REASON
           END-EVALUATE.
           IF MDL-RESULT = 'APPLIED   '
              ADD 1 TO CTR-APPLIED
           ELSE
              ADD 1 TO CTR-REJECTED
           END-IF.
           WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
              AFTER ADVANCING 1.
           PERFORM 250-READ-TRANSACTION.
       250-READ-TRANSACTION.
           READ TRANSACTION-FILE
              AT END MOVE 'Y' TO WS-TRANS-EOF
           END-READ.
      *    AN 'I' CARD ADDS OR REPLACES THE INSTRUCTOR'S ROW WHOLE.
      *    THE NAME ALWAYS COMES FROM THE EMPLOYEE MASTER SO THE TWO
      *    CANNOT DRIFT APART.
       300-APPLY-INSTRUCTOR.
           PERFORM 320-FIND-EMPLOYEE.
           IF TR-DEPT = SPACES AND EMP-ENTRY-FOUND
              MOVE ET-DEPT(ET-SUB) TO WS-CHECK-DEPT
           ELSE
              MOVE TR-DEPT TO WS-CHECK-DEPT
           END-IF.
           PERFORM 330-VALIDATE-DEPT.
           EVALUATE TRUE
              WHEN NOT EMP-ENTRY-FOUND
                 MOVE 'NOT ON THE EMPLOYEE MASTER' TO MDL-REASON
              WHEN NOT DEPT-IS-VALID
                 MOVE 'DEPARTMENT NOT ON DEPTMAST' TO MDL-REASON
              WHEN TR-FULL-LOAD-X IS NOT NUMERIC
                 MOVE 'FULL-LOAD CREDITS NOT NUMERIC' TO MDL-REASON
              WHEN NOT TR-STATUS-OK
                 MOVE 'STATUS NOT A OR I' TO MDL-REASON
              WHEN OTHER
                 PERFORM 340-STORE-INSTRUCTOR
           END-EVALUATE.
       320-FIND-EMPLOYEE.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 1   TO ET-SUB.
           PERFORM 325-MATCH-EMPLOYEE
              UNTIL ET-SUB > ET-COUNT OR EMP-ENTRY-FOUND.
       325-MATCH-EMPLOYEE.
           IF ET-EMP-ID(ET-SUB) = TR-EMP-ID
              AND TR-EMP-ID NOT = SPACES
              MOVE 'Y' TO EMP-FOUND-SW
           ELSE
              ADD 1 TO ET-SUB
           END-IF.
       330-VALIDATE-DEPT.
           MOVE 'N' TO DEPT-VALID-SW.
           PERFORM 335-MATCH-DEPT
              VARYING DT-SUB FROM 1 BY 1
              UNTIL DT-SUB > DT-COUNT OR DEPT-IS-VALID.
       335-MATCH-DEPT.
           IF DT-DEPT-CODE(DT-SUB) = WS-CHECK-DEPT
              AND WS-CHECK-DEPT NOT = SPACES
              MOVE 'Y' TO DEPT-VALID-SW
           END-IF.
       340-STORE-INSTRUCTOR.
           MOVE TR-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM 350-FIND-INSTRUCTOR.
           IF NOT INST-ENTRY-FOUND
              IF IT-COUNT < 500
                 ADD 1 TO IT-COUNT
                 MOVE IT-COUNT TO IT-SUB
                 MOVE 'Y' TO INST-FOUND-SW
              END-IF
           END-IF.
           IF INST-ENTRY-FOUND
              MOVE TR-EMP-ID       TO IT-EMP-ID(IT-SUB)
              MOVE ET-NAME(ET-SUB) TO IT-NAME(IT-SUB)
              MOVE WS-CHECK-DEPT   TO IT-DEPT(IT-SUB)
              MOVE TR-RANK         TO IT-RANK(IT-SUB)
              MOVE TR-FULL-LOAD    TO IT-FULL-LOAD(IT-SUB)
              IF TR-STATUS = SPACE
                 MOVE 'A'          TO IT-STATUS(IT-SUB)
              ELSE
                 MOVE TR-STATUS    TO IT-STATUS(IT-SUB)
              END-IF
              MOVE 'APPLIED   '    TO MDL-RESULT
              MOVE ET-NAME(ET-SUB) TO MDL-REASON
           ELSE
              MOVE 'INSTRUCTOR TABLE FULL' TO MDL-REASON
           END-IF.
       350-FIND-INSTRUCTOR.
           MOVE 'N' TO INST-FOUND-SW.
           MOVE 1   TO IT-SUB.
           PERFORM 355-MATCH-INSTRUCTOR
              UNTIL IT-SUB > IT-COUNT OR INST-ENTRY-FOUND.
       355-MATCH-INSTRUCTOR.
           IF IT-EMP-ID(IT-SUB) = WS-FIND-EMP-ID
              MOVE 'Y' TO INST-FOUND-SW
           ELSE
              ADD 1 TO IT-SUB
           END-IF.
      *    A 'G' CARD SETS OR CLEARS WHO TEACHES THE COURSE IN THE
      *    TERM - ONE ASSIGNMENT PER COURSE AND TERM
       400-APPLY-ASSIGNMENT.
           MOVE TG-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM 350-FIND-INSTRUCTOR.
           PERFORM 420-FIND-COURSE.
           PERFORM 430-FIND-ASSIGNMENT.
           EVALUATE TRUE
              WHEN TG-TERM = SPACES
                 MOVE 'TERM BLANK' TO MDL-REASON
              WHEN NOT COURSE-ON-CATALOG
                 MOVE 'COURSE NOT ON CATALOG' TO MDL-REASON
              WHEN TG-EMP-ID = SPACES AND NOT ASGN-ENTRY-FOUND
                 MOVE 'NO ASSIGNMENT TO REMOVE' TO MDL-REASON
              WHEN TG-EMP-ID = SPACES
                 MOVE SPACES TO AG-EMP-ID(AG-SUB)
                 MOVE 'APPLIED   ' TO MDL-RESULT
                 MOVE 'ASSIGNMENT REMOVED' TO MDL-REASON
              WHEN NOT INST-ENTRY-FOUND
                 MOVE 'NOT ON THE INSTRUCTOR MASTER' TO MDL-REASON
              WHEN NOT IT-ACTIVE(IT-SUB)
                 MOVE 'INSTRUCTOR INACTIVE' TO MDL-REASON
              WHEN OTHER
                 PERFORM 440-STORE-ASSIGNMENT
           END-EVALUATE.
       420-FIND-COURSE.
           MOVE 'N' TO COURSE-FOUND-SW.
           PERFORM 425-MATCH-COURSE
              VARYING CT-SUB FROM 1 BY 1
              UNTIL CT-SUB > CT-COUNT OR COURSE-ON-CATALOG.
       425-MATCH-COURSE.
           IF CT-COURSE(CT-SUB) = TG-COURSE
              AND TG-COURSE NOT = SPACES
              MOVE 'Y' TO COURSE-FOUND-SW
           END-IF.
       430-FIND-ASSIGNMENT.
           MOVE 'N' TO ASGN-FOUND-SW.
           MOVE 1   TO AG-SUB.
           PERFORM 435-MATCH-ASSIGNMENT
              UNTIL AG-SUB > AG-COUNT OR ASGN-ENTRY-FOUND.
       435-MATCH-ASSIGNMENT.
           IF AG-TERM(AG-SUB) = TG-TERM
              AND AG-COURSE(AG-SUB) = TG-COURSE
              AND AG-EMP-ID(AG-SUB) NOT = SPACES
              MOVE 'Y' TO ASGN-FOUND-SW
           ELSE
              ADD 1 TO AG-SUB
           END-IF.
       440-STORE-ASSIGNMENT.
           IF NOT ASGN-ENTRY-FOUND
              IF AG-COUNT < 1000
                 ADD 1 TO AG-COUNT
                 MOVE AG-COUNT  TO AG-SUB
                 MOVE TG-TERM   TO AG-TERM(AG-SUB)
                 MOVE TG-COURSE TO AG-COURSE(AG-SUB)
                 MOVE 'Y' TO ASGN-FOUND-SW
              END-IF
           END-IF.
           IF ASGN-ENTRY-FOUND
              MOVE TG-EMP-ID       TO AG-EMP-ID(AG-SUB)
              MOVE 'APPLIED   '    TO MDL-RESULT
              MOVE IT-NAME(IT-SUB) TO MDL-REASON
           ELSE
              MOVE 'ASSIGNMENT TABLE FULL' TO MDL-REASON
           END-IF.
       800-WRAP-UP.
           IF TRANS-IS-OPEN
              CLOSE TRANSACTION-FILE
           END-IF.
           PERFORM 850-SAVE-INSTRUCTORS.
           PERFORM 860-SAVE-ASSIGNMENTS.
           MOVE CTR-APPLIED  TO MTL-APPLIED.
           MOVE CTR-REJECTED TO MTL-REJECTED.
           WRITE REPORT-LINE-OUT FROM MAINT-TOTAL-LINE
              AFTER ADVANCING 2.
           CLOSE MAINT-REPORT.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
      *    A TRUNCATED TABLE IS NEVER WRITTEN BACK OVER ITS MASTER
       850-SAVE-INSTRUCTORS.
           IF INST-TABLE-IS-FULL
              DISPLAY 'INSTMNT1 - INSTRUCTOR TABLE FULL - FILE '
                      'NOT REWRITTEN - RAISE THE TABLE LIMIT'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT INSTRUCTOR-MASTER
              PERFORM 855-WRITE-ONE-INSTRUCTOR
                 VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > IT-COUNT
              CLOSE INSTRUCTOR-MASTER
           END-IF.
       855-WRITE-ONE-INSTRUCTOR.
           MOVE SPACES               TO INSTRUCTOR-REC.
           MOVE IT-EMP-ID(IT-SUB)    TO IM-EMP-ID.
           MOVE IT-NAME(IT-SUB)      TO IM-NAME.
           MOVE IT-DEPT(IT-SUB)      TO IM-DEPT.
           MOVE IT-RANK(IT-SUB)      TO IM-RANK.
           MOVE IT-FULL-LOAD(IT-SUB) TO IM-FULL-LOAD.
           MOVE IT-STATUS(IT-SUB)    TO IM-STATUS.
           WRITE INSTRUCTOR-REC.
       860-SAVE-ASSIGNMENTS.
           IF ASGN-TABLE-IS-FULL
              DISPLAY 'INSTMNT1 - ASSIGNMENT TABLE FULL - FILE '
                      'NOT REWRITTEN - RAISE THE TABLE LIMIT'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ASSIGNMENT-FILE
              PERFORM 865-WRITE-ONE-ASSIGNMENT
                 VARYING AG-SUB FROM 1 BY 1 UNTIL AG-SUB > AG-COUNT
              CLOSE ASSIGNMENT-FILE
           END-IF.
       865-WRITE-ONE-ASSIGNMENT.
           IF AG-EMP-ID(AG-SUB) NOT = SPACES
              MOVE SPACES            TO ASSIGNMENT-REC
              MOVE AG-TERM(AG-SUB)   TO IA-TERM
              MOVE AG-COURSE(AG-SUB) TO IA-COURSE
              MOVE AG-EMP-ID(AG-SUB) TO IA-EMP-ID
              WRITE ASSIGNMENT-REC
           END-IF.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'INSTMNT1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
