       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GRDPOST1.
      *
      * ***************************************************
      * ***     End-of-term grade posting.  The ROSTCARD cards
      * ***     TCHLOAD1 issues come back as ROSTGRD with each
      * ***     student's grade keyed in column 41 (A B C D F or
      * ***     I).  This run posts them to the matching type '2'
      * ***     course records on STDNTFL (student ID, course,
      * ***     term and section), writes the posted file to
      * ***     STDNTNEW, and reports to the registrar (GRDPRPT)
      * ***     every grade posted or rejected, every card that
      * ***     matched no course record, and every class roster
      * ***     still missing grades with its instructor.
      * ***     Control card: term 1-5, grade deadline YYYYMMDD in
      * ***     7-14, run date in 16-23 (blank for today).  Once
      * ***     the deadline has passed the missing rosters are
      * ***     flagged OVERDUE and the step ends with code 4.
      * ***     A grade already on file is never overwritten here -
      * ***     that is a grade change and goes through INCOMPL1.
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
           SELECT STUDENT-FILE   ASSIGN TO UT-S-STDNTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STUDENT-STATUS.
           SELECT STUDENT-NEW    ASSIGN TO STDNTNEW
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ROSTER-GRADE-FILE ASSIGN TO ROSTGRD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GRADE-STATUS.
           SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO INSTASGN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ASGN-STATUS.
           SELECT SECTION-MASTER ASSIGN TO SECTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SECTMAST-STATUS.
           SELECT POSTING-REPORT ASSIGN TO GRDPRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUDENT-IN-REC.
      * The course-record fields in place, so the grade posts in
      * position - same layout STUDENT's COURSE-RCD-DTL reads.
       01 STUDENT-IN-REC.
          05 SR-NAME            PIC X(19).
          05 FILLER             PIC X(5).
          05 SR-COURSE-NUMBER   PIC X(5).
          05 FILLER             PIC X(5).
          05 SR-CREDITS         PIC X(1).
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
       FD  STUDENT-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUDENT-NEW-REC.
       01  STUDENT-NEW-REC  PIC X(80).
       FD  ROSTER-GRADE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROSTER-GRADE-REC.
      * TCHLOAD1's roster card with the grade keyed in
       01  ROSTER-GRADE-REC.
           05  RG-TERM            PIC X(05).
           05  RG-COURSE          PIC X(05).
           05  RG-SECTION         PIC X(03).
           05  RG-STUDENT-ID      PIC X(08).
           05  RG-STUDENT-NAME    PIC X(19).
           05  RG-GRADE           PIC X(01).
               88  RG-GRADE-VALID         VALUE 'A' 'B' 'C' 'D'
                                                'F' 'I'.
           05  RG-INSTRUCTOR-ID   PIC X(08).
           05  FILLER             PIC X(31).
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
           05  FILLER             PIC X(29).
           05  SM-INSTRUCTOR-ID   PIC X(08).
           05  SM-STATUS          PIC X(01).
           05  FILLER             PIC X(29).
       FD  POSTING-REPORT
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
       77  WS-STUDENT-STATUS      PIC X(02) VALUE SPACES.
           88  STUDENT-OPEN-OK              VALUE '00'.
       77  WS-STUDENT-EOF         PIC X(01) VALUE 'N'.
           88  STUDENT-AT-EOF               VALUE 'Y'.
       77  WS-STUDENT-OPEN-SW     PIC X(01) VALUE 'N'.
           88  STUDENT-IS-OPEN              VALUE 'Y'.
       77  WS-GRADE-STATUS        PIC X(02) VALUE SPACES.
           88  GRADES-OPEN-OK               VALUE '00'.
       77  WS-GRADE-EOF           PIC X(01) VALUE 'N'.
           88  GRADES-AT-EOF                VALUE 'Y'.
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
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CONTROL CARD - TERM IN 1-5, GRADE DEADLINE IN 7-14, RUN
      *    DATE IN 16-23 (BLANK FOR TODAY)
       01  WS-CONTROL-CARD.
           05  CC-TERM            PIC X(05).
           05  FILLER             PIC X(01).
           05  CC-GRADE-DEADLINE  PIC X(08).
           05  FILLER             PIC X(01).
           05  CC-RUN-DATE        PIC X(08).
           05  FILLER             PIC X(57).
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-DEADLINE-SW         PIC X(01) VALUE 'N'.
           88  DEADLINE-HAS-PASSED          VALUE 'Y'.
      *    SHARED DATE VALIDATION - SEE DATEVAL
       01 DATEVAL-PARMS.
          05 DV-DATE-IN         PIC X(10) VALUE SPACES.
          05 DV-FORMAT          PIC X(1)  VALUE 'Y'.
          05 DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
          05 DV-RANGE-TO        PIC X(8)  VALUE SPACES.
          05 DV-VALID           PIC X(1)  VALUE 'N'.
          05 DV-DATE-OUT        PIC X(8)  VALUE SPACES.
          05 DV-FUNCTION        PIC X(1)  VALUE SPACE.
          05 DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
          05 DV-BUSINESS        PIC X(1)  VALUE SPACE.
      *    THE RETURNED GRADES - ONE ROW PER GRADED CARD
       01 GRADE-TABLE-AREA.
          05 GR-COUNT             PIC 9(4) COMP VALUE 0.
          05 GR-SUB               PIC 9(4) COMP VALUE 0.
          05 GRADE-TABLE OCCURS 3000 TIMES.
             10 GRT-STUDENT-ID    PIC X(08).
             10 GRT-NAME          PIC X(19).
             10 GRT-COURSE        PIC X(05).
             10 GRT-SECTION       PIC X(03).
             10 GRT-GRADE         PIC X(01).
             10 GRT-APPLIED-SW    PIC X(01).
       01 GRADE-FOUND-SW          PIC X(01) VALUE 'N'.
           88 GRADE-ENTRY-FOUND             VALUE 'Y'.
      *    THE TERM'S WITHDRAWALS - EACH ONE CANCELS ONE COURSE
      *    RECORD FOR THE SAME STUDENT, COURSE AND SECTION
       01 WDRAW-TABLE-AREA.
          05 WD-COUNT             PIC 9(4) COMP VALUE 0.
          05 WD-SUB               PIC 9(4) COMP VALUE 0.
          05 WDRAW-TABLE OCCURS 2000 TIMES.
             10 WD-STUDENT-ID     PIC X(08).
             10 WD-COURSE         PIC X(05).
             10 WD-SECTION        PIC X(03).
             10 WD-USED-SW        PIC X(01).
       01 WDRAW-FOUND-SW          PIC X(01) VALUE 'N'.
           88 STUDENT-WITHDREW              VALUE 'Y'.
      *    ONE ROW PER CLASS OF THE TERM - ENROLLED AND UNGRADED
       01 ROSTER-TABLE-AREA.
          05 RT-COUNT             PIC 9(4) COMP VALUE 0.
          05 RT-SUB               PIC 9(4) COMP VALUE 0.
          05 ROSTER-TABLE OCCURS 1000 TIMES.
             10 RT-COURSE         PIC X(05).
             10 RT-SECTION        PIC X(03).
             10 RT-ENROLLED       PIC 9(04).
             10 RT-MISSING        PIC 9(04).
       01 ROSTER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 ROSTER-ENTRY-FOUND            VALUE 'Y'.
       01 INST-TABLE-AREA.
          05 IT-COUNT             PIC 9(4) COMP VALUE 0.
          05 IT-SUB               PIC 9(4) COMP VALUE 0.
          05 INST-TABLE OCCURS 500 TIMES.
             10 IT-EMP-ID         PIC X(08).
             10 IT-NAME           PIC X(20).
       01 INST-FOUND-SW           PIC X(01) VALUE 'N'.
           88 INST-ENTRY-FOUND              VALUE 'Y'.
      *    WHO TEACHES WHAT - SECTION INSTRUCTOR FIRST, THEN THE
      *    COURSE ASSIGNMENT, AS TCHLOAD1 RESOLVES IT
       01 TEACH-TABLE-AREA.
          05 TT-COUNT             PIC 9(4) COMP VALUE 0.
          05 TT-SUB               PIC 9(4) COMP VALUE 0.
          05 TEACH-TABLE OCCURS 1000 TIMES.
             10 TT-COURSE         PIC X(05).
             10 TT-SECTION        PIC X(03).
             10 TT-EMP-ID         PIC X(08).
       01 TEACH-FOUND-SW          PIC X(01) VALUE 'N'.
           88 TEACH-ENTRY-FOUND             VALUE 'Y'.
       01 WS-LOOKUP-KEY.
          05 WS-KEY-COURSE        PIC X(05).
          05 WS-KEY-SECTION       PIC X(03).
          05 WS-KEY-EMP-ID        PIC X(08).
       01 POST-COUNTERS.
          05 CTR-POSTED           PIC 9(5) VALUE 0.
          05 CTR-REJECTED         PIC 9(5) VALUE 0.
          05 CTR-UNMATCHED        PIC 9(5) VALUE 0.
          05 CTR-UNGRADED         PIC 9(5) VALUE 0.
          05 CTR-ROSTERS-OPEN     PIC 9(5) VALUE 0.
       01 POST-HEADING.
          05 FILLER  PIC X(28) VALUE
                'GRADE ROSTER POSTING - TERM '.
          05 PH-TERM              PIC X(05).
          05 FILLER  PIC X(11) VALUE '  DEADLINE '.
          05 PH-DEADLINE          PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PH-RUN-TIME          PIC X(15).
       01 POST-DETAIL-LINE.
          05 PDL-STUDENT-ID       PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PDL-NAME             PIC X(19).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PDL-COURSE           PIC X(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 PDL-SECTION          PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PDL-GRADE            PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PDL-DISPOSITION      PIC X(35).
       01 MISSING-HEADING.
          05 FILLER  PIC X(40) VALUE
                'ROSTERS STILL MISSING GRADES            '.
       01 MISSING-COLUMNS.
          05 FILLER  PIC X(40) VALUE
                'COURSE SEC  INSTRUCT  NAME              '.
          05 FILLER  PIC X(40) VALUE
                '    ENRL MISSING  STATUS'.
       01 MISSING-DETAIL-LINE.
          05 MDL-COURSE           PIC X(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 MDL-SECTION          PIC X(03).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 MDL-EMP-ID           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 MDL-NAME             PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 MDL-ENROLLED         PIC ZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 MDL-MISSING          PIC ZZZ9.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 MDL-STATUS           PIC X(11).
       01 POST-TOTAL-LINE.
          05 FILLER  PIC X(08) VALUE 'POSTED: '.
          05 PTL-POSTED           PIC ZZZZ9.
          05 FILLER  PIC X(12) VALUE '  REJECTED: '.
          05 PTL-REJECTED         PIC ZZZZ9.
          05 FILLER  PIC X(13) VALUE '  UNMATCHED: '.
          05 PTL-UNMATCHED        PIC ZZZZ9.
       01 MISSING-TOTAL-LINE.
          05 FILLER  PIC X(18) VALUE 'UNGRADED RECORDS: '.
          05 MTL-UNGRADED         PIC ZZZZ9.
          05 FILLER  PIC X(26) VALUE
                '  ROSTERS MISSING GRADES: '.
          05 MTL-ROSTERS          PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-ONE-RECORD UNTIL STUDENT-AT-EOF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           ACCEPT WS-CONTROL-CARD.
           OPEN OUTPUT POSTING-REPORT.
           OPEN OUTPUT STUDENT-NEW.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE CC-TERM           TO PH-TERM.
           MOVE CC-GRADE-DEADLINE TO PH-DEADLINE.
           MOVE WS-JOB-START-TIME TO PH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM POST-HEADING.
           PERFORM 110-EDIT-CONTROL-CARD.
           PERFORM 120-LOAD-INSTRUCTORS.
           PERFORM 130-LOAD-SECTIONS.
           PERFORM 140-LOAD-ASSIGNMENTS.
           PERFORM 150-LOAD-WITHDRAWALS.
           PERFORM 160-LOAD-GRADES.
           MOVE 'N' TO WS-STUDENT-EOF.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              MOVE 'Y' TO WS-STUDENT-OPEN-SW
              PERFORM 190-READ-STUDENT
           ELSE
              DISPLAY 'STDNTFL NOT AVAILABLE - STATUS: '
                 WS-STUDENT-STATUS
              MOVE 'Y' TO WS-STUDENT-EOF
           END-IF.
      *    NO TERM MEANS NOTHING CAN MATCH - THE FILE PASSES THROUGH
      *    UNCHANGED.  A BAD DEADLINE NEVER FLAGS A ROSTER OVERDUE.
       110-EDIT-CONTROL-CARD.
           IF CC-TERM = SPACES
              DISPLAY 'GRDPOST1 - NO TERM ON THE CONTROL CARD'
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF CC-RUN-DATE = SPACES
              MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE
           ELSE
              MOVE CC-RUN-DATE TO DV-DATE-IN
              PERFORM 115-CHECK-DATE
              IF DV-VALID = 'Y'
                 MOVE CC-RUN-DATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'RUN DATE NOT VALID - TODAY USED: '
                    CC-RUN-DATE
                 MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE
              END-IF
           END-IF.
           MOVE CC-GRADE-DEADLINE TO DV-DATE-IN.
           PERFORM 115-CHECK-DATE.
           IF DV-VALID = 'Y'
              IF WS-RUN-DATE > CC-GRADE-DEADLINE
                 MOVE 'Y' TO WS-DEADLINE-SW
              END-IF
           ELSE
              DISPLAY 'GRADE DEADLINE NOT VALID - NOTHING OVERDUE: '
                 CC-GRADE-DEADLINE
           END-IF.
       115-CHECK-DATE.
           MOVE 'Y'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           MOVE 'N'   TO DV-VALID.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
       120-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF INST-OPEN-OK
              PERFORM 122-READ-INSTRUCTOR
              PERFORM 124-STORE-INSTRUCTOR UNTIL INST-AT-EOF
           ELSE
              DISPLAY 'INSTMAST NOT AVAILABLE - STATUS: '
                 WS-INST-STATUS
              DISPLAY 'INSTRUCTOR NAMES LEFT BLANK'
           END-IF.
           CLOSE INSTRUCTOR-MASTER.
       122-READ-INSTRUCTOR.
           READ INSTRUCTOR-MASTER
              AT END MOVE 'Y' TO WS-INST-EOF
           END-READ.
       124-STORE-INSTRUCTOR.
           IF IT-COUNT < 500
              ADD 1 TO IT-COUNT
              MOVE IM-EMP-ID TO IT-EMP-ID(IT-COUNT)
              MOVE IM-NAME   TO IT-NAME(IT-COUNT)
           ELSE
              DISPLAY 'INSTRUCTOR TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 122-READ-INSTRUCTOR.
       130-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER.
           IF SECTMAST-OPEN-OK
              PERFORM 132-READ-SECTION
              PERFORM 134-STORE-SECTION UNTIL SECTMAST-AT-EOF
           ELSE
              DISPLAY 'SECTMAST NOT AVAILABLE - STATUS: '
                 WS-SECTMAST-STATUS
           END-IF.
           CLOSE SECTION-MASTER.
       132-READ-SECTION.
           READ SECTION-MASTER
              AT END MOVE 'Y' TO WS-SECTMAST-EOF
           END-READ.
       134-STORE-SECTION.
           IF SM-TERM = CC-TERM AND SM-INSTRUCTOR-ID NOT = SPACES
              IF TT-COUNT < 1000
                 ADD 1 TO TT-COUNT
                 MOVE SM-COURSE        TO TT-COURSE(TT-COUNT)
                 MOVE SM-SECTION       TO TT-SECTION(TT-COUNT)
                 MOVE SM-INSTRUCTOR-ID TO TT-EMP-ID(TT-COUNT)
              ELSE
                 DISPLAY 'TEACHING TABLE FULL - TERM TRUNCATED'
              END-IF
           END-IF.
           PERFORM 132-READ-SECTION.
      *    A COURSE ASSIGNMENT IS HELD WITH A BLANK SECTION AND IS
      *    ONLY USED WHEN THE SECTION ITSELF NAMES NOBODY
       140-LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE.
           IF ASGN-OPEN-OK
              PERFORM 142-READ-ASSIGNMENT
              PERFORM 144-STORE-ASSIGNMENT UNTIL ASGN-AT-EOF
           ELSE
              DISPLAY 'INSTASGN NOT AVAILABLE - STATUS: '
                 WS-ASGN-STATUS
           END-IF.
           CLOSE ASSIGNMENT-FILE.
       142-READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
              AT END MOVE 'Y' TO WS-ASGN-EOF
           END-READ.
       144-STORE-ASSIGNMENT.
           IF IA-TERM = CC-TERM
              IF TT-COUNT < 1000
                 ADD 1 TO TT-COUNT
                 MOVE IA-COURSE TO TT-COURSE(TT-COUNT)
                 MOVE SPACES    TO TT-SECTION(TT-COUNT)
                 MOVE IA-EMP-ID TO TT-EMP-ID(TT-COUNT)
              ELSE
                 DISPLAY 'TEACHING TABLE FULL - TERM TRUNCATED'
              END-IF
           END-IF.
           PERFORM 142-READ-ASSIGNMENT.
       150-LOAD-WITHDRAWALS.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 190-READ-STUDENT
              PERFORM 154-STORE-WITHDRAWAL UNTIL STUDENT-AT-EOF
           END-IF.
           CLOSE STUDENT-FILE.
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
           PERFORM 190-READ-STUDENT.
      *    A CARD LEFT BLANK IS A GRADE NOT YET GIVEN - IT SHOWS UP
      *    ON THE MISSING-ROSTER LIST, NOT AS A REJECT
       160-LOAD-GRADES.
           OPEN INPUT ROSTER-GRADE-FILE.
           IF GRADES-OPEN-OK
              PERFORM 162-READ-GRADE
              PERFORM 164-STORE-GRADE UNTIL GRADES-AT-EOF
           ELSE
              DISPLAY 'ROSTGRD NOT AVAILABLE - STATUS: '
                 WS-GRADE-STATUS
              DISPLAY 'NO GRADES POSTED - MISSING ROSTERS ONLY'
           END-IF.
           CLOSE ROSTER-GRADE-FILE.
       162-READ-GRADE.
           READ ROSTER-GRADE-FILE
              AT END MOVE 'Y' TO WS-GRADE-EOF
           END-READ.
       164-STORE-GRADE.
           MOVE RG-STUDENT-ID   TO PDL-STUDENT-ID.
           MOVE RG-STUDENT-NAME TO PDL-NAME.
           MOVE RG-COURSE       TO PDL-COURSE.
           MOVE RG-SECTION      TO PDL-SECTION.
           MOVE RG-GRADE        TO PDL-GRADE.
           EVALUATE TRUE
              WHEN RG-GRADE = SPACE
                 CONTINUE
              WHEN RG-TERM NOT = CC-TERM
                 MOVE 'REJECTED - NOT THE POSTING TERM' TO
                    PDL-DISPOSITION
                 PERFORM 350-REPORT-REJECT
              WHEN NOT RG-GRADE-VALID
                 MOVE 'REJECTED - GRADE NOT A B C D F I' TO
                    PDL-DISPOSITION
                 PERFORM 350-REPORT-REJECT
              WHEN GR-COUNT < 3000
                 ADD 1 TO GR-COUNT
                 MOVE RG-STUDENT-ID   TO GRT-STUDENT-ID(GR-COUNT)
                 MOVE RG-STUDENT-NAME TO GRT-NAME(GR-COUNT)
                 MOVE RG-COURSE       TO GRT-COURSE(GR-COUNT)
                 MOVE RG-SECTION      TO GRT-SECTION(GR-COUNT)
                 MOVE RG-GRADE        TO GRT-GRADE(GR-COUNT)
                 MOVE 'N'             TO GRT-APPLIED-SW(GR-COUNT)
              WHEN OTHER
                 MOVE 'REJECTED - GRADE TABLE FULL' TO
                    PDL-DISPOSITION
                 PERFORM 350-REPORT-REJECT
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 162-READ-GRADE.
       190-READ-STUDENT.
           READ STUDENT-FILE
              AT END MOVE 'Y' TO WS-STUDENT-EOF
           END-READ.
       200-PROCESS-ONE-RECORD.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF SR-TYPE-COURSE AND SR-TERM = CC-TERM
              PERFORM 220-CHECK-WITHDRAWN
              IF NOT STUDENT-WITHDREW
                 PERFORM 300-POST-ONE-GRADE
                 PERFORM 250-TALLY-ROSTER
              END-IF
           END-IF.
           WRITE STUDENT-NEW-REC FROM STUDENT-IN-REC.
           PERFORM 190-READ-STUDENT.
       220-CHECK-WITHDRAWN.
           MOVE 'N' TO WDRAW-FOUND-SW.
           MOVE 1   TO WD-SUB.
           PERFORM 225-MATCH-WITHDRAWAL
              UNTIL WD-SUB > WD-COUNT OR STUDENT-WITHDREW.
       225-MATCH-WITHDRAWAL.
           IF WD-STUDENT-ID(WD-SUB) = SR-STUDENT-ID
              AND WD-COURSE(WD-SUB) = SR-COURSE-NUMBER
              AND WD-SECTION(WD-SUB) = SR-SECTION
              AND WD-USED-SW(WD-SUB) = 'N'
              MOVE 'Y' TO WDRAW-FOUND-SW
              MOVE 'Y' TO WD-USED-SW(WD-SUB)
           ELSE
              ADD 1 TO WD-SUB
           END-IF.
       250-TALLY-ROSTER.
           MOVE 'N' TO ROSTER-FOUND-SW.
           MOVE 1   TO RT-SUB.
           PERFORM 255-MATCH-ROSTER
              UNTIL RT-SUB > RT-COUNT OR ROSTER-ENTRY-FOUND.
           IF NOT ROSTER-ENTRY-FOUND
              IF RT-COUNT < 1000
                 ADD 1 TO RT-COUNT
                 MOVE RT-COUNT         TO RT-SUB
                 MOVE SR-COURSE-NUMBER TO RT-COURSE(RT-SUB)
                 MOVE SR-SECTION       TO RT-SECTION(RT-SUB)
                 MOVE ZEROS            TO RT-ENROLLED(RT-SUB)
                                          RT-MISSING(RT-SUB)
                 MOVE 'Y' TO ROSTER-FOUND-SW
              ELSE
                 DISPLAY 'ROSTER TABLE FULL - MISSING LIST SHORT'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF ROSTER-ENTRY-FOUND
              ADD 1 TO RT-ENROLLED(RT-SUB)
              IF SR-GRADE = SPACE
                 ADD 1 TO RT-MISSING(RT-SUB)
                 ADD 1 TO CTR-UNGRADED
              END-IF
           END-IF.
       255-MATCH-ROSTER.
           IF RT-COURSE(RT-SUB) = SR-COURSE-NUMBER
              AND RT-SECTION(RT-SUB) = SR-SECTION
              MOVE 'Y' TO ROSTER-FOUND-SW
           ELSE
              ADD 1 TO RT-SUB
           END-IF.
       300-POST-ONE-GRADE.
           PERFORM 320-FIND-GRADE.
           IF GRADE-ENTRY-FOUND
              MOVE 'Y' TO GRT-APPLIED-SW(GR-SUB)
              MOVE SR-STUDENT-ID      TO PDL-STUDENT-ID
              MOVE SR-NAME            TO PDL-NAME
              MOVE SR-COURSE-NUMBER   TO PDL-COURSE
              MOVE SR-SECTION         TO PDL-SECTION
              MOVE GRT-GRADE(GR-SUB)  TO PDL-GRADE
              EVALUATE TRUE
                 WHEN SR-GRADE = SPACE
                    MOVE GRT-GRADE(GR-SUB) TO SR-GRADE
                    ADD 1 TO CTR-POSTED
                    MOVE 'POSTED' TO PDL-DISPOSITION
                    WRITE REPORT-LINE-OUT FROM POST-DETAIL-LINE
                       AFTER ADVANCING 1
                 WHEN SR-GRADE = GRT-GRADE(GR-SUB)
                    MOVE 'ALREADY ON FILE' TO PDL-DISPOSITION
                    WRITE REPORT-LINE-OUT FROM POST-DETAIL-LINE
                       AFTER ADVANCING 1
                 WHEN OTHER
                    MOVE SPACES TO PDL-DISPOSITION
                    STRING 'REJECTED - '     DELIMITED BY SIZE
                           SR-GRADE          DELIMITED BY SIZE
                           ' ON FILE - USE GRDCHG'
                                             DELIMITED BY SIZE
                           INTO PDL-DISPOSITION
                    PERFORM 350-REPORT-REJECT
              END-EVALUATE
           END-IF.
       320-FIND-GRADE.
           MOVE 'N' TO GRADE-FOUND-SW.
           MOVE 1   TO GR-SUB.
           PERFORM 325-MATCH-GRADE
              UNTIL GR-SUB > GR-COUNT OR GRADE-ENTRY-FOUND.
       325-MATCH-GRADE.
           IF GRT-STUDENT-ID(GR-SUB) = SR-STUDENT-ID
              AND GRT-COURSE(GR-SUB) = SR-COURSE-NUMBER
              AND GRT-SECTION(GR-SUB) = SR-SECTION
              AND GRT-APPLIED-SW(GR-SUB) = 'N'
              MOVE 'Y' TO GRADE-FOUND-SW
           ELSE
              ADD 1 TO GR-SUB
           END-IF.
       350-REPORT-REJECT.
           ADD 1 TO CTR-REJECTED.
           WRITE REPORT-LINE-OUT FROM POST-DETAIL-LINE
              AFTER ADVANCING 1.
       800-WRAP-UP.
           PERFORM 810-REPORT-UNMATCHED-GRADE
              VARYING GR-SUB FROM 1 BY 1 UNTIL GR-SUB > GR-COUNT.
           MOVE CTR-POSTED    TO PTL-POSTED.
           MOVE CTR-REJECTED  TO PTL-REJECTED.
           MOVE CTR-UNMATCHED TO PTL-UNMATCHED.
           WRITE REPORT-LINE-OUT FROM POST-TOTAL-LINE
              AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM MISSING-HEADING
              AFTER ADVANCING 3.
           WRITE REPORT-LINE-OUT FROM MISSING-COLUMNS
              AFTER ADVANCING 2.
           PERFORM 850-REPORT-MISSING-ROSTER
              VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT.
           MOVE CTR-UNGRADED     TO MTL-UNGRADED.
           MOVE CTR-ROSTERS-OPEN TO MTL-ROSTERS.
           WRITE REPORT-LINE-OUT FROM MISSING-TOTAL-LINE
              AFTER ADVANCING 2.
           IF DEADLINE-HAS-PASSED AND CTR-ROSTERS-OPEN > 0
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF STUDENT-IS-OPEN
              CLOSE STUDENT-FILE
           END-IF.
           CLOSE STUDENT-NEW.
           CLOSE POSTING-REPORT.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
       810-REPORT-UNMATCHED-GRADE.
           IF GRT-APPLIED-SW(GR-SUB) = 'N'
              ADD 1 TO CTR-UNMATCHED
              MOVE GRT-STUDENT-ID(GR-SUB) TO PDL-STUDENT-ID
              MOVE GRT-NAME(GR-SUB)       TO PDL-NAME
              MOVE GRT-COURSE(GR-SUB)     TO PDL-COURSE
              MOVE GRT-SECTION(GR-SUB)    TO PDL-SECTION
              MOVE GRT-GRADE(GR-SUB)      TO PDL-GRADE
              MOVE 'NO MATCHING COURSE RECORD' TO PDL-DISPOSITION
              WRITE REPORT-LINE-OUT FROM POST-DETAIL-LINE
                 AFTER ADVANCING 1
           END-IF.
       850-REPORT-MISSING-ROSTER.
           IF RT-MISSING(RT-SUB) > 0
              ADD 1 TO CTR-ROSTERS-OPEN
              MOVE RT-COURSE(RT-SUB)   TO MDL-COURSE WS-KEY-COURSE
              MOVE RT-SECTION(RT-SUB)  TO MDL-SECTION WS-KEY-SECTION
              MOVE RT-ENROLLED(RT-SUB) TO MDL-ENROLLED
              MOVE RT-MISSING(RT-SUB)  TO MDL-MISSING
              PERFORM 860-RESOLVE-INSTRUCTOR
              IF DEADLINE-HAS-PASSED
                 MOVE 'OVERDUE'     TO MDL-STATUS
              ELSE
                 MOVE 'NOT YET DUE' TO MDL-STATUS
              END-IF
              WRITE REPORT-LINE-OUT FROM MISSING-DETAIL-LINE
                 AFTER ADVANCING 1
           END-IF.
       860-RESOLVE-INSTRUCTOR.
           MOVE SPACES TO WS-KEY-EMP-ID MDL-NAME.
           PERFORM 865-FIND-TEACHER.
           IF NOT TEACH-ENTRY-FOUND
              MOVE SPACES TO WS-KEY-SECTION
              PERFORM 865-FIND-TEACHER
           END-IF.
           IF TEACH-ENTRY-FOUND
              MOVE TT-EMP-ID(TT-SUB) TO WS-KEY-EMP-ID MDL-EMP-ID
              MOVE 'N' TO INST-FOUND-SW
              MOVE 1   TO IT-SUB
              PERFORM 870-MATCH-INSTRUCTOR
                 UNTIL IT-SUB > IT-COUNT OR INST-ENTRY-FOUND
              IF INST-ENTRY-FOUND
                 MOVE IT-NAME(IT-SUB) TO MDL-NAME
              END-IF
           ELSE
              MOVE 'NONE'            TO MDL-EMP-ID
              MOVE 'NO INSTRUCTOR'   TO MDL-NAME
           END-IF.
       865-FIND-TEACHER.
           MOVE 'N' TO TEACH-FOUND-SW.
           MOVE 1   TO TT-SUB.
           PERFORM 867-MATCH-TEACHER
              UNTIL TT-SUB > TT-COUNT OR TEACH-ENTRY-FOUND.
       867-MATCH-TEACHER.
           IF TT-COURSE(TT-SUB) = WS-KEY-COURSE
              AND TT-SECTION(TT-SUB) = WS-KEY-SECTION
              MOVE 'Y' TO TEACH-FOUND-SW
           ELSE
              ADD 1 TO TT-SUB
           END-IF.
       870-MATCH-INSTRUCTOR.
           IF IT-EMP-ID(IT-SUB) = WS-KEY-EMP-ID
              MOVE 'Y' TO INST-FOUND-SW
           ELSE
              ADD 1 TO IT-SUB
           END-IF.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'GRDPOST1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
