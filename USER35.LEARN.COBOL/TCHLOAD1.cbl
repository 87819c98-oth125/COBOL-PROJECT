       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TCHLOAD1.
      *
      * ***************************************************
      * ***     Term teaching load and end-of-term grade rosters.
      * ***     For the term on the control card (columns 1-5)
      * ***     every class is found - each active SECTMAST section
      * ***     plus any course enrolled on STDNTFL without a
      * ***     section - and its instructor resolved: the
      * ***     section's own instructor, else the INSTASGN
      * ***     course assignment for the term, else unassigned.
      * ***     Enrollment is the type '2' course records of the
      * ***     term less the type '3' withdrawals.
      * ***       TCHLDRPT - teaching load by department and
      * ***                  instructor: each class with its
      * ***                  credits, students and student credit
      * ***                  hours, instructor totals flagged when
      * ***                  the credits taught pass the INSTMAST
      * ***                  full load, department and grand totals.
      * ***     With an 'R' in column 7 the end-of-term rosters are
      * ***     produced as well:
      * ***       ROSTRPT  - one roster per instructor and class,
      * ***                  each enrolled student's ID and name
      * ***                  against a blank grade column;
      * ***       ROSTCARD - one card per roster line in the same
      * ***                  order, grade column 41 blank, for the
      * ***                  grades to be keyed into and returned
      * ***                  to GRDPOST1.
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
           SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO INSTASGN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ASGN-STATUS.
           SELECT SECTION-MASTER ASSIGN TO SECTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SECTMAST-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DEPT-STATUS.
           SELECT STUDENT-FILE   ASSIGN TO UT-S-STDNTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STUDENT-STATUS.
           SELECT LOAD-SORT-FILE ASSIGN TO SORTWK01.
           SELECT ROSTER-SORT-FILE ASSIGN TO SORTWK02.
           SELECT LOAD-REPORT ASSIGN TO TCHLDRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-REPORT ASSIGN TO ROSTRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-CARDS ASSIGN TO ROSTCARD
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSTRUCTOR-REC.
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
       01  ASSIGNMENT-REC.
           05  IA-TERM            PIC X(05).
           05  IA-COURSE          PIC X(05).
           05  IA-EMP-ID          PIC X(08).
           05  FILLER             PIC X(62).
       FD  SECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECTION-MAST-REC.
       01  SECTION-MAST-REC.
           05  SM-COURSE          PIC X(05).
           05  SM-SECTION         PIC X(03).
           05  SM-TERM            PIC X(05).
           05  SM-DAYS            PIC X(07).
           05  SM-START-TIME      PIC 9(04).
           05  SM-END-TIME        PIC 9(04).
           05  SM-ROOM            PIC X(08).
           05  SM-ROOM-CAP        PIC 9(03).
           05  SM-SEAT-CAP        PIC 9(03).
           05  SM-INSTRUCTOR-ID   PIC X(08).
           05  SM-STATUS          PIC X(01).
               88  SM-ACTIVE              VALUE 'A'.
           05  FILLER             PIC X(29).
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
       FD  STUDENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUDENT-IN-REC.
       01 STUDENT-IN-REC.
          05 SR-NAME            PIC X(19).
          05 FILLER             PIC X(5).
          05 SR-COURSE-NUMBER   PIC X(5).
          05 FILLER             PIC X(5).
          05 SR-CREDITS         PIC 9(1).
          05 SR-CREDITS-X REDEFINES SR-CREDITS PIC X(1).
          05 SR-GRADE           PIC X(1).
          05 SR-TERM            PIC X(5).
          05 SR-SECTION         PIC X(3).
          05 FILLER             PIC X(25).
          05 SR-RECORD-TYPE     PIC X.
             88 SR-TYPE-COURSE            VALUE '2'.
             88 SR-TYPE-WITHDRAWAL        VALUE '3'.
          05 FILLER             PIC X(1).
          05 SR-STUDENT-ID      PIC X(8).
          05 FILLER             PIC X(1).
       SD  LOAD-SORT-FILE
           DATA RECORD IS SORT-LOAD-REC.
      * Unassigned classes carry HIGH-VALUES so they sort last
       01  SORT-LOAD-REC.
           05  SL-DEPT            PIC X(04).
           05  SL-EMP-ID          PIC X(08).
           05  SL-COURSE          PIC X(05).
           05  SL-SECTION         PIC X(03).
           05  SL-SUB             PIC 9(04).
       SD  ROSTER-SORT-FILE
           DATA RECORD IS SORT-ROSTER-REC.
       01  SORT-ROSTER-REC.
           05  SR2-EMP-ID         PIC X(08).
           05  SR2-COURSE         PIC X(05).
           05  SR2-SECTION        PIC X(03).
           05  SR2-NAME           PIC X(19).
           05  SR2-STUDENT-ID     PIC X(08).
           05  SR2-SUB            PIC 9(04).
       FD  LOAD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LOAD-LINE-OUT          PIC X(80).
       FD  ROSTER-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROSTER-LINE-OUT        PIC X(80).
       FD  ROSTER-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROSTER-CARD-REC.
      * Roster card - the grade is keyed into column 41 and the deck
      * returned to GRDPOST1; the rest of the card is not re-keyed.
       01  ROSTER-CARD-REC.
           05  RC-TERM            PIC X(05).
           05  RC-COURSE          PIC X(05).
           05  RC-SECTION         PIC X(03).
           05  RC-STUDENT-ID      PIC X(08).
           05  RC-STUDENT-NAME    PIC X(19).
           05  RC-GRADE           PIC X(01).
           05  RC-INSTRUCTOR-ID   PIC X(08).
           05  FILLER             PIC X(31).
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
       77  WS-INST-STATUS         PIC X(02) VALUE SPACES.
           88  INST-OPEN-OK                 VALUE '00'.
       77  WS-INST-EOF            PIC X(01) VALUE 'N'.
           88  INST-AT-EOF                  VALUE 'Y'.
       77  WS-ASGN-STATUS         PIC X(02) VALUE SPACES.
           88  ASGN-OPEN-OK                 VALUE '00'.
       77  WS-ASGN-EOF            PIC X(01) VALUE 'N'.
           88  ASGN-AT-EOF                  VALUE 'Y'.
       77  WS-SECTMAST-STATUS     PIC X(02) VALUE SPACES.
           88  SECTMAST-OPEN-OK             VALUE '00'.
       77  WS-SECTMAST-EOF        PIC X(01) VALUE 'N'.
           88  SECTMAST-AT-EOF              VALUE 'Y'.
       77  WS-DEPT-STATUS         PIC X(02) VALUE SPACES.
           88  DEPT-OPEN-OK                 VALUE '00'.
       77  WS-DEPT-EOF            PIC X(01) VALUE 'N'.
           88  DEPT-AT-EOF                  VALUE 'Y'.
       77  WS-STUDENT-STATUS      PIC X(02) VALUE SPACES.
           88  STUDENT-OPEN-OK              VALUE '00'.
       77  WS-STUDENT-EOF         PIC X(01) VALUE 'N'.
           88  STUDENT-AT-EOF               VALUE 'Y'.
       77  WS-SORT-EOF            PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                  VALUE 'Y'.
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CONTROL CARD - TERM IN 1-5, 'R' IN 7 FOR THE ROSTERS
       01  WS-CONTROL-CARD.
           05  CC-TERM            PIC X(05).
           05  FILLER             PIC X(01).
           05  CC-ROSTER-SW       PIC X(01).
               88  ROSTERS-WANTED           VALUE 'R'.
           05  FILLER             PIC X(73).
       01  INST-TABLE-AREA.
           05  IT-COUNT           PIC 9(4) COMP VALUE 0.
           05  IT-SUB             PIC 9(4) COMP VALUE 0.
           05  INST-TABLE OCCURS 500 TIMES.
               10  IT-EMP-ID      PIC X(08).
               10  IT-NAME        PIC X(20).
               10  IT-DEPT        PIC X(04).
               10  IT-RANK        PIC X(12).
               10  IT-FULL-LOAD   PIC 9(02).
       01  INST-FOUND-SW          PIC X(01) VALUE 'N'.
           88  INST-ENTRY-FOUND             VALUE 'Y'.
      *    THE TERM'S COURSE-LEVEL ASSIGNMENTS
       01  ASGN-TABLE-AREA.
           05  AG-COUNT           PIC 9(4) COMP VALUE 0.
           05  AG-SUB             PIC 9(4) COMP VALUE 0.
           05  ASGN-TABLE OCCURS 500 TIMES.
               10  AG-COURSE      PIC X(05).
               10  AG-EMP-ID      PIC X(08).
       01  ASGN-FOUND-SW          PIC X(01) VALUE 'N'.
           88  ASGN-ENTRY-FOUND             VALUE 'Y'.
       01  DEPT-TABLE-AREA.
           05  DT-COUNT           PIC 9(3) COMP VALUE 0.
           05  DT-SUB             PIC 9(3) COMP VALUE 0.
           05  DEPT-TABLE OCCURS 100 TIMES.
               10  DT-DEPT-CODE   PIC X(04).
               10  DT-DEPT-NAME   PIC X(20).
       01  DEPT-FOUND-SW          PIC X(01) VALUE 'N'.
           88  DEPT-ENTRY-FOUND             VALUE 'Y'.
      *    THE TERM'S WITHDRAWALS - EACH ONE CANCELS ONE COURSE
      *    RECORD FOR THE SAME STUDENT, COURSE AND SECTION
       01  WDRAW-TABLE-AREA.
           05  WD-COUNT           PIC 9(4) COMP VALUE 0.
           05  WD-SUB             PIC 9(4) COMP VALUE 0.
           05  WDRAW-TABLE OCCURS 2000 TIMES.
               10  WD-STUDENT-ID  PIC X(08).
               10  WD-COURSE      PIC X(05).
               10  WD-SECTION     PIC X(03).
               10  WD-USED-SW     PIC X(01).
       01  WDRAW-FOUND-SW         PIC X(01) VALUE 'N'.
           88  STUDENT-WITHDREW             VALUE 'Y'.
      *    ONE ROW PER CLASS TAUGHT IN THE TERM.  CL-INST-SUB POINTS
      *    AT THE INSTRUCTOR ROW, ZERO WHEN NOBODY IS ASSIGNED OR
      *    THE ASSIGNED ID IS NOT ON INSTMAST.
       01  CLASS-TABLE-AREA.
           05  CL-COUNT           PIC 9(4) COMP VALUE 0.
           05  CL-SUB             PIC 9(4) COMP VALUE 0.
           05  CLASS-TABLE OCCURS 1000 TIMES.
               10  CL-COURSE      PIC X(05).
               10  CL-SECTION     PIC X(03).
               10  CL-CREDITS     PIC 9(01).
               10  CL-ENROLLED    PIC 9(04).
               10  CL-SCH         PIC 9(05).
               10  CL-EMP-ID      PIC X(08).
               10  CL-INST-SUB    PIC 9(04).
       01  CLASS-FOUND-SW         PIC X(01) VALUE 'N'.
           88  CLASS-ENTRY-FOUND            VALUE 'Y'.
       01  CLASS-TABLE-FULL       PIC X(01) VALUE 'N'.
           88  CLASS-TABLE-IS-FULL          VALUE 'Y'.
       01  WS-CLASS-KEY.
           05  WS-KEY-COURSE      PIC X(05).
           05  WS-KEY-SECTION     PIC X(03).
           05  WS-KEY-EMP-ID      PIC X(08).
      *    CONTROL-BREAK TOTALS - INSTRUCTOR, DEPARTMENT, RUN
       01  LOAD-TOTALS.
           05  WS-PREV-DEPT       PIC X(04) VALUE LOW-VALUES.
           05  WS-PREV-EMP-ID     PIC X(08) VALUE LOW-VALUES.
           05  IN-CLASSES         PIC 9(04) VALUE 0.
           05  IN-CREDITS         PIC 9(04) VALUE 0.
           05  IN-STUDENTS        PIC 9(05) VALUE 0.
           05  IN-SCH             PIC 9(06) VALUE 0.
           05  DP-INSTRUCTORS     PIC 9(04) VALUE 0.
           05  DP-CLASSES         PIC 9(04) VALUE 0.
           05  DP-CREDITS         PIC 9(04) VALUE 0.
           05  DP-STUDENTS        PIC 9(05) VALUE 0.
           05  DP-SCH             PIC 9(06) VALUE 0.
           05  DP-OVERLOADS       PIC 9(04) VALUE 0.
           05  GT-INSTRUCTORS     PIC 9(04) VALUE 0.
           05  GT-CLASSES         PIC 9(04) VALUE 0.
           05  GT-CREDITS         PIC 9(04) VALUE 0.
           05  GT-STUDENTS        PIC 9(05) VALUE 0.
           05  GT-SCH             PIC 9(06) VALUE 0.
           05  CTR-OVERLOADS      PIC 9(04) VALUE 0.
       01  ROSTER-TOTALS.
           05  WS-PREV-ROSTER.
               10  WS-PREV-R-EMP-ID   PIC X(08) VALUE LOW-VALUES.
               10  WS-PREV-R-COURSE   PIC X(05) VALUE LOW-VALUES.
               10  WS-PREV-R-SECTION  PIC X(03) VALUE LOW-VALUES.
           05  RO-STUDENTS        PIC 9(04) VALUE 0.
           05  CTR-ROSTERS        PIC 9(04) VALUE 0.
           05  CTR-CARDS          PIC 9(06) VALUE 0.
       01  LOAD-HEADING.
           05  FILLER  PIC X(28) VALUE 'TEACHING LOAD REPORT - TERM '.
           05  LH-TERM            PIC X(05).
           05  FILLER             PIC X(08) VALUE SPACES.
           05  LH-RUN-TIME        PIC X(15).
       01  LOAD-COLUMNS.
           05  FILLER  PIC X(40) VALUE
                '    COURSE SEC   CREDITS  STUDENTS   STU'.
           05  FILLER  PIC X(40) VALUE
                'DENT CR HRS'.
       01  LOAD-DEPT-LINE.
           05  FILLER  PIC X(12) VALUE 'DEPARTMENT: '.
           05  LDL-DEPT           PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDL-DEPT-NAME      PIC X(20).
       01  LOAD-INST-LINE.
           05  FILLER  PIC X(14) VALUE '  INSTRUCTOR: '.
           05  LIL-EMP-ID         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LIL-NAME           PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LIL-RANK           PIC X(12).
           05  FILLER  PIC X(12) VALUE '  FULL LOAD '.
           05  LIL-FULL-LOAD      PIC Z9 BLANK WHEN ZERO.
       01  LOAD-DETAIL-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  LDT-COURSE         PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LDT-SECTION        PIC X(03).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  LDT-CREDITS        PIC 9.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  LDT-STUDENTS       PIC ZZZ9.
           05  FILLER             PIC X(09) VALUE SPACES.
           05  LDT-SCH            PIC ZZZZ9.
       01  LOAD-TOTAL-LINE.
           05  LTL-LABEL          PIC X(14).
           05  FILLER  PIC X(08) VALUE 'CLASSES '.
           05  LTL-CLASSES        PIC ZZZ9.
           05  FILLER  PIC X(10) VALUE '  CREDITS '.
           05  LTL-CREDITS        PIC ZZZ9.
           05  FILLER  PIC X(11) VALUE '  STUDENTS '.
           05  LTL-STUDENTS       PIC ZZZZ9.
           05  FILLER  PIC X(06) VALUE '  SCH '.
           05  LTL-SCH            PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LTL-FLAG           PIC X(10).
       01  LOAD-COUNT-LINE.
           05  LCL-LABEL          PIC X(14).
           05  FILLER  PIC X(12) VALUE 'INSTRUCTORS '.
           05  LCL-INSTRUCTORS    PIC ZZZ9.
           05  FILLER  PIC X(12) VALUE '  OVERLOADS '.
           05  LCL-OVERLOADS      PIC ZZZ9.
       01  ROSTER-HEADING.
           05  FILLER  PIC X(21) VALUE 'GRADE ROSTER - TERM  '.
           05  RH-TERM            PIC X(05).
           05  FILLER             PIC X(08) VALUE SPACES.
           05  RH-RUN-TIME        PIC X(15).
       01  ROSTER-INST-LINE.
           05  FILLER  PIC X(12) VALUE 'INSTRUCTOR: '.
           05  RIL-EMP-ID         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RIL-NAME           PIC X(20).
       01  ROSTER-CLASS-LINE.
           05  FILLER  PIC X(08) VALUE 'COURSE: '.
           05  RCL-COURSE         PIC X(05).
           05  FILLER  PIC X(11) VALUE '  SECTION: '.
           05  RCL-SECTION        PIC X(03).
           05  FILLER  PIC X(11) VALUE '  CREDITS: '.
           05  RCL-CREDITS        PIC 9.
       01  ROSTER-COLUMNS.
           05  FILLER  PIC X(40) VALUE
                '    STUDENT ID  NAME                 GRA'.
           05  FILLER  PIC X(40) VALUE 'DE'.
       01  ROSTER-DETAIL-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RDL-STUDENT-ID     PIC X(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RDL-NAME           PIC X(19).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-GRADE-BOX      PIC X(05) VALUE '_____'.
       01  ROSTER-CLASS-TOTAL.
           05  FILLER  PIC X(14) VALUE '    STUDENTS: '.
           05  RCT-STUDENTS       PIC ZZZ9.
           05  FILLER  PIC X(28) VALUE
                '    INSTRUCTOR SIGNATURE ___'.
           05  FILLER  PIC X(20) VALUE '____________________'.
       01  ROSTER-GRAND-LINE.
           05  FILLER  PIC X(09) VALUE 'ROSTERS: '.
           05  RGL-ROSTERS        PIC ZZZ9.
           05  FILLER  PIC X(15) VALUE '  ROSTER CARDS '.
           05  RGL-CARDS          PIC ZZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           IF CL-COUNT > 0
              SORT LOAD-SORT-FILE
                 ON ASCENDING KEY SL-DEPT SL-EMP-ID
                                  SL-COURSE SL-SECTION
                 INPUT PROCEDURE IS 300-RELEASE-CLASSES
                 OUTPUT PROCEDURE IS 400-PRINT-LOAD
              IF ROSTERS-WANTED
                 MOVE 'N' TO WS-SORT-EOF
                 SORT ROSTER-SORT-FILE
                    ON ASCENDING KEY SR2-EMP-ID SR2-COURSE
                                     SR2-SECTION SR2-NAME
                    INPUT PROCEDURE IS 500-RELEASE-STUDENTS
                    OUTPUT PROCEDURE IS 600-PRINT-ROSTERS
              END-IF
           END-IF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           ACCEPT WS-CONTROL-CARD.
           OPEN OUTPUT LOAD-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE CC-TERM           TO LH-TERM RH-TERM.
           MOVE WS-JOB-START-TIME TO LH-RUN-TIME RH-RUN-TIME.
           WRITE LOAD-LINE-OUT FROM LOAD-HEADING.
           WRITE LOAD-LINE-OUT FROM LOAD-COLUMNS
              AFTER ADVANCING 2.
           IF ROSTERS-WANTED
              OPEN OUTPUT ROSTER-REPORT
              OPEN OUTPUT ROSTER-CARDS
           END-IF.
           IF CC-TERM = SPACES
              DISPLAY 'TCHLOAD1 - NO TERM ON THE CONTROL CARD'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 110-LOAD-INSTRUCTORS
              PERFORM 120-LOAD-ASSIGNMENTS
              PERFORM 130-LOAD-DEPARTMENTS
              PERFORM 140-LOAD-SECTIONS
              PERFORM 150-LOAD-WITHDRAWALS
              PERFORM 160-COUNT-ENROLLMENT
              IF CLASS-TABLE-IS-FULL
                 MOVE 0 TO CL-COUNT
              END-IF
           END-IF.
       110-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF INST-OPEN-OK
              PERFORM 112-READ-INSTRUCTOR
              PERFORM 114-STORE-INSTRUCTOR UNTIL INST-AT-EOF
           ELSE
              DISPLAY 'INSTMAST NOT AVAILABLE - STATUS: '
                 WS-INST-STATUS
              DISPLAY 'EVERY CLASS SHOWN AS UNASSIGNED'
           END-IF.
           CLOSE INSTRUCTOR-MASTER.
       112-READ-INSTRUCTOR.
           READ INSTRUCTOR-MASTER
              AT END MOVE 'Y' TO WS-INST-EOF
           END-READ.
       114-STORE-INSTRUCTOR.
           IF IT-COUNT < 500
              ADD 1 TO IT-COUNT
              MOVE IM-EMP-ID    TO IT-EMP-ID(IT-COUNT)
              MOVE IM-NAME      TO IT-NAME(IT-COUNT)
              MOVE IM-DEPT      TO IT-DEPT(IT-COUNT)
              MOVE IM-RANK      TO IT-RANK(IT-COUNT)
              MOVE IM-FULL-LOAD TO IT-FULL-LOAD(IT-COUNT)
           ELSE
              DISPLAY 'INSTRUCTOR TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 112-READ-INSTRUCTOR.
       120-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASGN-OPEN-OK
              PERFORM 122-READ-ASSIGNMENT
              PERFORM 124-STORE-ASSIGNMENT UNTIL ASGN-AT-EOF
           ELSE
              DISPLAY 'INSTASGN NOT AVAILABLE - STATUS: '
                 WS-ASGN-STATUS
              DISPLAY 'ONLY SECTION INSTRUCTORS WILL BE SHOWN'
           END-IF.
           CLOSE ASSIGNMENT-FILE.
       122-READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
              AT END MOVE 'Y' TO WS-ASGN-EOF
           END-READ.
       124-STORE-ASSIGNMENT.
           IF IA-TERM = CC-TERM
              IF AG-COUNT < 500
                 ADD 1 TO AG-COUNT
                 MOVE IA-COURSE TO AG-COURSE(AG-COUNT)
                 MOVE IA-EMP-ID TO AG-EMP-ID(AG-COUNT)
              ELSE
                 DISPLAY 'ASSIGNMENT TABLE FULL - TERM TRUNCATED'
              END-IF
           END-IF.
           PERFORM 122-READ-ASSIGNMENT.
       130-LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-MASTER.
           IF DEPT-OPEN-OK
              PERFORM 132-READ-DEPT
              PERFORM 134-STORE-DEPT UNTIL DEPT-AT-EOF
           ELSE
              DISPLAY 'DEPTMAST NOT AVAILABLE - STATUS: '
                 WS-DEPT-STATUS
              DISPLAY 'DEPARTMENT NAMES LEFT BLANK'
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
              MOVE DP-DEPT-NAME TO DT-DEPT-NAME(DT-COUNT)
           ELSE
              DISPLAY 'DEPT TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 132-READ-DEPT.
      *    EVERY ACTIVE SECTION IS A CLASS, EVEN WITH NOBODY IN IT -
      *    THE INSTRUCTOR IS STILL TEACHING IT
       140-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER.
           IF SECTMAST-OPEN-OK
              PERFORM 142-READ-SECTION
              PERFORM 144-STORE-SECTION UNTIL SECTMAST-AT-EOF
           ELSE
              DISPLAY 'SECTMAST NOT AVAILABLE - STATUS: '
                 WS-SECTMAST-STATUS
              DISPLAY 'CLASSES TAKEN FROM STDNTFL ONLY'
           END-IF.
           CLOSE SECTION-MASTER.
       142-READ-SECTION.
           READ SECTION-MASTER
              AT END MOVE 'Y' TO WS-SECTMAST-EOF
           END-READ.
       144-STORE-SECTION.
           IF SM-TERM = CC-TERM AND SM-ACTIVE
              MOVE SM-COURSE        TO WS-KEY-COURSE
              MOVE SM-SECTION       TO WS-KEY-SECTION
              MOVE SM-INSTRUCTOR-ID TO WS-KEY-EMP-ID
              PERFORM 190-ADD-CLASS
           END-IF.
           PERFORM 142-READ-SECTION.
       150-LOAD-WITHDRAWALS.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 152-READ-STUDENT
              PERFORM 154-STORE-WITHDRAWAL UNTIL STUDENT-AT-EOF
           ELSE
              DISPLAY 'STDNTFL NOT AVAILABLE - STATUS: '
                 WS-STUDENT-STATUS
              DISPLAY 'ENROLLMENT SHOWN AS ZERO'
           END-IF.
           CLOSE STUDENT-FILE.
       152-READ-STUDENT.
           READ STUDENT-FILE
              AT END MOVE 'Y' TO WS-STUDENT-EOF
           END-READ.
       154-STORE-WITHDRAWAL.
           IF SR-TYPE-WITHDRAWAL AND SR-TERM = CC-TERM
              IF WD-COUNT < 2000
                 ADD 1 TO WD-COUNT
                 MOVE SR-STUDENT-ID    TO WD-STUDENT-ID(WD-COUNT)
                 MOVE SR-COURSE-NUMBER TO WD-COURSE(WD-COUNT)
                 MOVE SR-SECTION       TO WD-SECTION(WD-COUNT)
                 MOVE 'N'              TO WD-USED-SW(WD-COUNT)
              ELSE
                 DISPLAY 'WITHDRAWAL TABLE FULL - TERM TRUNCATED'
              END-IF
           END-IF.
           PERFORM 152-READ-STUDENT.
       160-COUNT-ENROLLMENT.
           MOVE 'N' TO WS-STUDENT-EOF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 152-READ-STUDENT
              PERFORM 164-TALLY-ONE-RECORD UNTIL STUDENT-AT-EOF
           END-IF.
           CLOSE STUDENT-FILE.
       164-TALLY-ONE-RECORD.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF SR-TYPE-COURSE AND SR-TERM = CC-TERM
              PERFORM 170-CHECK-WITHDRAWN
              IF NOT STUDENT-WITHDREW
                 MOVE SR-COURSE-NUMBER TO WS-KEY-COURSE
                 MOVE SR-SECTION       TO WS-KEY-SECTION
                 PERFORM 180-FIND-CLASS
                 IF NOT CLASS-ENTRY-FOUND
                    MOVE SPACES TO WS-KEY-EMP-ID
                    PERFORM 190-ADD-CLASS
                 END-IF
                 IF CLASS-ENTRY-FOUND
                    ADD 1 TO CL-ENROLLED(CL-SUB)
                    IF SR-CREDITS-X IS NUMERIC
                       ADD SR-CREDITS TO CL-SCH(CL-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF SR-TYPE-COURSE AND SR-CREDITS-X IS NUMERIC
              PERFORM 166-FILL-CREDITS
                 VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > CL-COUNT
           END-IF.
           PERFORM 152-READ-STUDENT.
      *    A CLASS TAKES ITS CREDIT VALUE FROM ANY COURSE RECORD FOR
      *    THE COURSE, SO AN EMPTY SECTION STILL COUNTS ITS CREDITS
       166-FILL-CREDITS.
           IF CL-COURSE(CL-SUB) = SR-COURSE-NUMBER
              AND CL-CREDITS(CL-SUB) = 0
              MOVE SR-CREDITS TO CL-CREDITS(CL-SUB)
           END-IF.
       170-CHECK-WITHDRAWN.
           MOVE 'N' TO WDRAW-FOUND-SW.
           MOVE 1   TO WD-SUB.
           PERFORM 172-MATCH-WITHDRAWAL
              UNTIL WD-SUB > WD-COUNT OR STUDENT-WITHDREW.
       172-MATCH-WITHDRAWAL.
           IF WD-STUDENT-ID(WD-SUB) = SR-STUDENT-ID
              AND WD-COURSE(WD-SUB) = SR-COURSE-NUMBER
              AND WD-SECTION(WD-SUB) = SR-SECTION
              AND WD-USED-SW(WD-SUB) = 'N'
              MOVE 'Y' TO WDRAW-FOUND-SW
              MOVE 'Y' TO WD-USED-SW(WD-SUB)
           ELSE
              ADD 1 TO WD-SUB
           END-IF.
       180-FIND-CLASS.
           MOVE 'N' TO CLASS-FOUND-SW.
           MOVE 1   TO CL-SUB.
           PERFORM 182-MATCH-CLASS
              UNTIL CL-SUB > CL-COUNT OR CLASS-ENTRY-FOUND.
       182-MATCH-CLASS.
           IF CL-COURSE(CL-SUB) = WS-KEY-COURSE
              AND CL-SECTION(CL-SUB) = WS-KEY-SECTION
              MOVE 'Y' TO CLASS-FOUND-SW
           ELSE
              ADD 1 TO CL-SUB
           END-IF.
      *    A LOAD REPORT SHORT OF CLASSES UNDERSTATES SOMEBODY'S
      *    LOAD - A FULL TABLE PRINTS NOTHING AND ENDS THE STEP 8.
       190-ADD-CLASS.
           IF CL-COUNT < 1000
              ADD 1 TO CL-COUNT
              MOVE CL-COUNT       TO CL-SUB
              MOVE 'Y'            TO CLASS-FOUND-SW
              MOVE WS-KEY-COURSE  TO CL-COURSE(CL-SUB)
              MOVE WS-KEY-SECTION TO CL-SECTION(CL-SUB)
              MOVE ZEROS          TO CL-CREDITS(CL-SUB)
                                     CL-ENROLLED(CL-SUB)
                                     CL-SCH(CL-SUB)
              PERFORM 195-RESOLVE-INSTRUCTOR
           ELSE
              IF NOT CLASS-TABLE-IS-FULL
                 DISPLAY 'CLASS TABLE FULL - UNABLE TO HOLD ALL '
                         'CLASSES FOR THE TERM'
              END-IF
              MOVE 'Y' TO CLASS-TABLE-FULL
              MOVE 'N' TO CLASS-FOUND-SW
              MOVE 8 TO RETURN-CODE
           END-IF.
      *    THE SECTION'S OWN INSTRUCTOR WINS; OTHERWISE WHOEVER HAS
      *    THE COURSE FOR THE TERM
       195-RESOLVE-INSTRUCTOR.
           IF WS-KEY-EMP-ID = SPACES
              MOVE 'N' TO ASGN-FOUND-SW
              MOVE 1   TO AG-SUB
              PERFORM 196-MATCH-ASSIGNMENT
                 UNTIL AG-SUB > AG-COUNT OR ASGN-ENTRY-FOUND
              IF ASGN-ENTRY-FOUND
                 MOVE AG-EMP-ID(AG-SUB) TO WS-KEY-EMP-ID
              END-IF
           END-IF.
           MOVE WS-KEY-EMP-ID TO CL-EMP-ID(CL-SUB).
           MOVE ZEROS         TO CL-INST-SUB(CL-SUB).
           IF WS-KEY-EMP-ID NOT = SPACES
              PERFORM 198-FIND-INSTRUCTOR
              IF INST-ENTRY-FOUND
                 MOVE IT-SUB TO CL-INST-SUB(CL-SUB)
              END-IF
           END-IF.
       196-MATCH-ASSIGNMENT.
           IF AG-COURSE(AG-SUB) = WS-KEY-COURSE
              MOVE 'Y' TO ASGN-FOUND-SW
           ELSE
              ADD 1 TO AG-SUB
           END-IF.
       198-FIND-INSTRUCTOR.
           MOVE 'N' TO INST-FOUND-SW.
           MOVE 1   TO IT-SUB.
           PERFORM 199-MATCH-INSTRUCTOR
              UNTIL IT-SUB > IT-COUNT OR INST-ENTRY-FOUND.
       199-MATCH-INSTRUCTOR.
           IF IT-EMP-ID(IT-SUB) = WS-KEY-EMP-ID
              MOVE 'Y' TO INST-FOUND-SW
           ELSE
              ADD 1 TO IT-SUB
           END-IF.
      *    TEACHING LOAD - BY DEPARTMENT, INSTRUCTOR AND CLASS.  AN
      *    ID NOT ON INSTMAST KEEPS ITS ID BUT HAS NO DEPARTMENT.
       300-RELEASE-CLASSES.
           PERFORM 310-RELEASE-ONE-CLASS
              VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > CL-COUNT.
       310-RELEASE-ONE-CLASS.
           IF CL-INST-SUB(CL-SUB) > 0
              MOVE CL-INST-SUB(CL-SUB) TO IT-SUB
              MOVE IT-DEPT(IT-SUB)     TO SL-DEPT
              MOVE CL-EMP-ID(CL-SUB)   TO SL-EMP-ID
           ELSE
              MOVE HIGH-VALUES         TO SL-DEPT
              IF CL-EMP-ID(CL-SUB) = SPACES
                 MOVE HIGH-VALUES      TO SL-EMP-ID
              ELSE
                 MOVE CL-EMP-ID(CL-SUB) TO SL-EMP-ID
              END-IF
           END-IF.
           MOVE CL-COURSE(CL-SUB)  TO SL-COURSE.
           MOVE CL-SECTION(CL-SUB) TO SL-SECTION.
           MOVE CL-SUB             TO SL-SUB.
           RELEASE SORT-LOAD-REC.
       400-PRINT-LOAD.
           PERFORM 490-RETURN-LOAD.
           PERFORM 410-PRINT-ONE-CLASS UNTIL SORT-AT-EOF.
           IF GT-CLASSES > 0
              PERFORM 460-END-INSTRUCTOR
              PERFORM 480-END-DEPARTMENT
           END-IF.
           MOVE 'GRAND TOTAL   ' TO LTL-LABEL.
           MOVE GT-CLASSES  TO LTL-CLASSES.
           MOVE GT-CREDITS  TO LTL-CREDITS.
           MOVE GT-STUDENTS TO LTL-STUDENTS.
           MOVE GT-SCH      TO LTL-SCH.
           MOVE SPACES      TO LTL-FLAG.
           WRITE LOAD-LINE-OUT FROM LOAD-TOTAL-LINE
              AFTER ADVANCING 2.
           MOVE SPACES         TO LCL-LABEL.
           MOVE GT-INSTRUCTORS TO LCL-INSTRUCTORS.
           MOVE CTR-OVERLOADS  TO LCL-OVERLOADS.
           WRITE LOAD-LINE-OUT FROM LOAD-COUNT-LINE
              AFTER ADVANCING 1.
       410-PRINT-ONE-CLASS.
           IF SL-DEPT NOT = WS-PREV-DEPT
              IF GT-CLASSES > 0
                 PERFORM 460-END-INSTRUCTOR
                 PERFORM 480-END-DEPARTMENT
              END-IF
              PERFORM 470-START-DEPARTMENT
              PERFORM 450-START-INSTRUCTOR
           ELSE
              IF SL-EMP-ID NOT = WS-PREV-EMP-ID
                 PERFORM 460-END-INSTRUCTOR
                 PERFORM 450-START-INSTRUCTOR
              END-IF
           END-IF.
           MOVE SL-SUB TO CL-SUB.
           MOVE CL-COURSE(CL-SUB)   TO LDT-COURSE.
           MOVE CL-SECTION(CL-SUB)  TO LDT-SECTION.
           MOVE CL-CREDITS(CL-SUB)  TO LDT-CREDITS.
           MOVE CL-ENROLLED(CL-SUB) TO LDT-STUDENTS.
           MOVE CL-SCH(CL-SUB)      TO LDT-SCH.
           WRITE LOAD-LINE-OUT FROM LOAD-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1                   TO IN-CLASSES.
           ADD CL-CREDITS(CL-SUB)  TO IN-CREDITS.
           ADD CL-ENROLLED(CL-SUB) TO IN-STUDENTS.
           ADD CL-SCH(CL-SUB)      TO IN-SCH.
           ADD 1 TO GT-CLASSES.
           PERFORM 490-RETURN-LOAD.
       450-START-INSTRUCTOR.
           MOVE SL-EMP-ID TO WS-PREV-EMP-ID.
           MOVE 0 TO IN-CLASSES IN-CREDITS IN-STUDENTS IN-SCH.
           MOVE SL-SUB TO CL-SUB.
           MOVE SPACES TO LIL-NAME LIL-RANK.
           MOVE ZEROS  TO LIL-FULL-LOAD.
           IF SL-EMP-ID = HIGH-VALUES
              MOVE SPACES TO LIL-EMP-ID
              MOVE '*UNASSIGNED*' TO LIL-NAME
           ELSE
              MOVE SL-EMP-ID TO LIL-EMP-ID
              IF CL-INST-SUB(CL-SUB) > 0
                 MOVE CL-INST-SUB(CL-SUB) TO IT-SUB
                 MOVE IT-NAME(IT-SUB)      TO LIL-NAME
                 MOVE IT-RANK(IT-SUB)      TO LIL-RANK
                 MOVE IT-FULL-LOAD(IT-SUB) TO LIL-FULL-LOAD
              ELSE
                 MOVE '*NOT ON INSTMAST*' TO LIL-NAME
              END-IF
           END-IF.
           WRITE LOAD-LINE-OUT FROM LOAD-INST-LINE
              AFTER ADVANCING 1.
      *    THE FULL LOAD IS THE INSTRUCTOR'S CONTRACTED CREDITS; ZERO
      *    MEANS NOT SET AND IS NEVER FLAGGED
       460-END-INSTRUCTOR.
           MOVE '    TOTAL     ' TO LTL-LABEL.
           MOVE IN-CLASSES  TO LTL-CLASSES.
           MOVE IN-CREDITS  TO LTL-CREDITS.
           MOVE IN-STUDENTS TO LTL-STUDENTS.
           MOVE IN-SCH      TO LTL-SCH.
           MOVE SPACES      TO LTL-FLAG.
           MOVE WS-PREV-EMP-ID TO WS-KEY-EMP-ID.
           PERFORM 198-FIND-INSTRUCTOR.
           IF INST-ENTRY-FOUND AND WS-PREV-EMP-ID NOT = HIGH-VALUES
              IF IT-FULL-LOAD(IT-SUB) > 0
                 AND IN-CREDITS > IT-FULL-LOAD(IT-SUB)
                 MOVE 'OVERLOAD' TO LTL-FLAG
                 ADD 1 TO DP-OVERLOADS CTR-OVERLOADS
              END-IF
           END-IF.
           WRITE LOAD-LINE-OUT FROM LOAD-TOTAL-LINE
              AFTER ADVANCING 1.
           ADD 1           TO DP-INSTRUCTORS GT-INSTRUCTORS.
           ADD IN-CLASSES  TO DP-CLASSES.
           ADD IN-CREDITS  TO DP-CREDITS GT-CREDITS.
           ADD IN-STUDENTS TO DP-STUDENTS GT-STUDENTS.
           ADD IN-SCH      TO DP-SCH GT-SCH.
       470-START-DEPARTMENT.
           MOVE SL-DEPT TO WS-PREV-DEPT.
           MOVE 0 TO DP-INSTRUCTORS DP-CLASSES DP-CREDITS
                     DP-STUDENTS DP-SCH DP-OVERLOADS.
           MOVE SPACES TO LDL-DEPT-NAME.
           IF SL-DEPT = HIGH-VALUES
              MOVE 'NONE' TO LDL-DEPT
              MOVE 'NO INSTRUCTOR' TO LDL-DEPT-NAME
           ELSE
              MOVE SL-DEPT TO LDL-DEPT
              MOVE 'N' TO DEPT-FOUND-SW
              PERFORM 475-MATCH-DEPT
                 VARYING DT-SUB FROM 1 BY 1
                 UNTIL DT-SUB > DT-COUNT OR DEPT-ENTRY-FOUND
           END-IF.
           WRITE LOAD-LINE-OUT FROM LOAD-DEPT-LINE
              AFTER ADVANCING 2.
       475-MATCH-DEPT.
           IF DT-DEPT-CODE(DT-SUB) = SL-DEPT
              MOVE 'Y' TO DEPT-FOUND-SW
              MOVE DT-DEPT-NAME(DT-SUB) TO LDL-DEPT-NAME
           END-IF.
       480-END-DEPARTMENT.
           MOVE 'DEPT TOTAL    ' TO LTL-LABEL.
           MOVE DP-CLASSES  TO LTL-CLASSES.
           MOVE DP-CREDITS  TO LTL-CREDITS.
           MOVE DP-STUDENTS TO LTL-STUDENTS.
           MOVE DP-SCH      TO LTL-SCH.
           MOVE SPACES      TO LTL-FLAG.
           WRITE LOAD-LINE-OUT FROM LOAD-TOTAL-LINE
              AFTER ADVANCING 2.
           MOVE SPACES         TO LCL-LABEL.
           MOVE DP-INSTRUCTORS TO LCL-INSTRUCTORS.
           MOVE DP-OVERLOADS   TO LCL-OVERLOADS.
           WRITE LOAD-LINE-OUT FROM LOAD-COUNT-LINE
              AFTER ADVANCING 1.
       490-RETURN-LOAD.
           RETURN LOAD-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
      *    ROSTERS - STDNTFL READ AGAIN WITH THE WITHDRAWALS SET BACK
      *    TO UNUSED, SO THE SAME STUDENTS COUNTED ABOVE ARE LISTED
       500-RELEASE-STUDENTS.
           PERFORM 505-RESET-ONE-WITHDRAWAL
              VARYING WD-SUB FROM 1 BY 1 UNTIL WD-SUB > WD-COUNT.
           MOVE 'N' TO WS-STUDENT-EOF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 152-READ-STUDENT
              PERFORM 510-RELEASE-ONE-STUDENT UNTIL STUDENT-AT-EOF
           END-IF.
           CLOSE STUDENT-FILE.
       505-RESET-ONE-WITHDRAWAL.
           MOVE 'N' TO WD-USED-SW(WD-SUB).
       510-RELEASE-ONE-STUDENT.
           IF SR-TYPE-COURSE AND SR-TERM = CC-TERM
              PERFORM 170-CHECK-WITHDRAWN
              IF NOT STUDENT-WITHDREW
                 MOVE SR-COURSE-NUMBER TO WS-KEY-COURSE
                 MOVE SR-SECTION       TO WS-KEY-SECTION
                 PERFORM 180-FIND-CLASS
                 IF CLASS-ENTRY-FOUND
                    IF CL-EMP-ID(CL-SUB) = SPACES
                       MOVE HIGH-VALUES     TO SR2-EMP-ID
                    ELSE
                       MOVE CL-EMP-ID(CL-SUB) TO SR2-EMP-ID
                    END-IF
                    MOVE SR-COURSE-NUMBER TO SR2-COURSE
                    MOVE SR-SECTION       TO SR2-SECTION
                    MOVE SR-NAME          TO SR2-NAME
                    MOVE SR-STUDENT-ID    TO SR2-STUDENT-ID
                    MOVE CL-SUB           TO SR2-SUB
                    RELEASE SORT-ROSTER-REC
                 END-IF
              END-IF
           END-IF.
           PERFORM 152-READ-STUDENT.
       600-PRINT-ROSTERS.
           PERFORM 690-RETURN-ROSTER.
           PERFORM 610-PRINT-ONE-STUDENT UNTIL SORT-AT-EOF.
           IF CTR-ROSTERS > 0
              PERFORM 660-END-CLASS
           END-IF.
           MOVE CTR-ROSTERS TO RGL-ROSTERS.
           MOVE CTR-CARDS   TO RGL-CARDS.
           WRITE ROSTER-LINE-OUT FROM ROSTER-GRAND-LINE
              AFTER ADVANCING 2.
       610-PRINT-ONE-STUDENT.
           IF SR2-EMP-ID NOT = WS-PREV-R-EMP-ID
              IF CTR-ROSTERS > 0
                 PERFORM 660-END-CLASS
              END-IF
              PERFORM 640-START-INSTRUCTOR
              PERFORM 650-START-CLASS
           ELSE
              IF SR2-COURSE NOT = WS-PREV-R-COURSE
                 OR SR2-SECTION NOT = WS-PREV-R-SECTION
                 PERFORM 660-END-CLASS
                 PERFORM 650-START-CLASS
              END-IF
           END-IF.
           MOVE SR2-STUDENT-ID TO RDL-STUDENT-ID.
           MOVE SR2-NAME       TO RDL-NAME.
           WRITE ROSTER-LINE-OUT FROM ROSTER-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO RO-STUDENTS.
           MOVE SPACES         TO ROSTER-CARD-REC.
           MOVE CC-TERM        TO RC-TERM.
           MOVE SR2-COURSE     TO RC-COURSE.
           MOVE SR2-SECTION    TO RC-SECTION.
           MOVE SR2-STUDENT-ID TO RC-STUDENT-ID.
           MOVE SR2-NAME       TO RC-STUDENT-NAME.
           IF SR2-EMP-ID NOT = HIGH-VALUES
              MOVE SR2-EMP-ID  TO RC-INSTRUCTOR-ID
           END-IF.
           WRITE ROSTER-CARD-REC.
           ADD 1 TO CTR-CARDS.
           PERFORM 690-RETURN-ROSTER.
      *    EACH INSTRUCTOR'S ROSTERS START A NEW PAGE SO THEY CAN BE
      *    BURST AND SENT OUT
       640-START-INSTRUCTOR.
           MOVE SR2-EMP-ID TO WS-PREV-R-EMP-ID.
           WRITE ROSTER-LINE-OUT FROM ROSTER-HEADING
              AFTER ADVANCING PAGE.
           MOVE SPACES TO RIL-NAME.
           IF SR2-EMP-ID = HIGH-VALUES
              MOVE SPACES TO RIL-EMP-ID
              MOVE '*UNASSIGNED*' TO RIL-NAME
           ELSE
              MOVE SR2-EMP-ID TO RIL-EMP-ID
              MOVE SR2-SUB TO CL-SUB
              IF CL-INST-SUB(CL-SUB) > 0
                 MOVE CL-INST-SUB(CL-SUB) TO IT-SUB
                 MOVE IT-NAME(IT-SUB) TO RIL-NAME
              ELSE
                 MOVE '*NOT ON INSTMAST*' TO RIL-NAME
              END-IF
           END-IF.
           WRITE ROSTER-LINE-OUT FROM ROSTER-INST-LINE
              AFTER ADVANCING 2.
       650-START-CLASS.
           MOVE SR2-COURSE  TO WS-PREV-R-COURSE.
           MOVE SR2-SECTION TO WS-PREV-R-SECTION.
           MOVE 0 TO RO-STUDENTS.
           ADD 1 TO CTR-ROSTERS.
           MOVE SR2-SUB TO CL-SUB.
           MOVE SR2-COURSE          TO RCL-COURSE.
           MOVE SR2-SECTION         TO RCL-SECTION.
           MOVE CL-CREDITS(CL-SUB)  TO RCL-CREDITS.
           WRITE ROSTER-LINE-OUT FROM ROSTER-CLASS-LINE
              AFTER ADVANCING 2.
           WRITE ROSTER-LINE-OUT FROM ROSTER-COLUMNS
              AFTER ADVANCING 1.
       660-END-CLASS.
           MOVE RO-STUDENTS TO RCT-STUDENTS.
           WRITE ROSTER-LINE-OUT FROM ROSTER-CLASS-TOTAL
              AFTER ADVANCING 2.
       690-RETURN-ROSTER.
           RETURN ROSTER-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       800-WRAP-UP.
           CLOSE LOAD-REPORT.
           IF ROSTERS-WANTED
              CLOSE ROSTER-REPORT
              CLOSE ROSTER-CARDS
           END-IF.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'TCHLOAD1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
