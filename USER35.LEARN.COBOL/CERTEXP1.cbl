       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTEXP1.
      ***** Monthly certification expiry report.  Lists every
      ***** certification on the CERTMAST certification master that
      ***** lapses in the next 90 days, banded 30/60/90, department
      ***** by department with the department manager off DEPTMAST,
      ***** soonest expiry first - so the renewal can be booked
      ***** before FAVS starts sending the assignment to exceptions.
      ***** A certification the employee has already renewed (a later
      ***** row for the same code, or one with no expiry) is not
      ***** lapsing and is left off.  Certificate names come from
      ***** the POSCERT position requirements when it is there.
      *****
      ***** The run date is today unless a RUNDATE=YYYY-MM-DD card
      ***** is keyed, so a month can be rerun as of its own date.
      ***** Anything lapsing inside 30 days ends the step CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-MASTER ASSIGN TO CERTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CT-F-STATUS.
           SELECT POSITION-CERTS ASSIGN TO POSCERT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PQ-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EMP-F-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DP-F-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO CERTRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CERT-MASTER-REC.
       01  CERT-MASTER-REC.
           05  CM-EMP-ID          PIC X(08).
           05  CM-CERT-CODE       PIC X(06).
           05  CM-ISSUED          PIC X(08).
           05  CM-EXPIRES         PIC X(08).
           05  FILLER             PIC X(50).
       FD  POSITION-CERTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITION-CERT-REC.
       01  POSITION-CERT-REC.
           05  PQ-POSITION        PIC X(08).
           05  PQ-CERT-CODE       PIC X(06).
           05  PQ-CERT-NAME       PIC X(20).
           05  FILLER             PIC X(46).
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
       FD  EXPIRY-REPORT
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
       77 CT-F-STATUS               PIC X(02) VALUE SPACES.
           88 CERTS-OK                        VALUE '00'.
       77 PQ-F-STATUS               PIC X(02) VALUE SPACES.
           88 POSCERT-OK                      VALUE '00'.
       77 EMP-F-STATUS              PIC X(02) VALUE SPACES.
           88 EMP-OK                          VALUE '00'.
       77 DP-F-STATUS               PIC X(02) VALUE SPACES.
           88 DEPTS-OK                        VALUE '00'.
       77 CT-EOF                    PIC X(01) VALUE 'N'.
           88 CERTS-AT-EOF                    VALUE 'Y'.
       77 PQ-EOF                    PIC X(01) VALUE 'N'.
           88 POSCERT-AT-EOF                  VALUE 'Y'.
       77 EMP-EOF                   PIC X(01) VALUE 'N'.
           88 EMP-AT-EOF                      VALUE 'Y'.
       77 DP-EOF                    PIC X(01) VALUE 'N'.
           88 DEPTS-AT-EOF                    VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 EXPIRY-WARNING                  VALUE 'Y'.
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
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-ISO           PIC X(10) VALUE SPACES.
       01 WS-RUN-DAY-NUMBER         PIC S9(9) VALUE 0.
       01 WS-WINDOW-LAST-YMD        PIC X(08) VALUE SPACES.
      * The certification master, with the employee, department and
      * days to expiry of each row worked out here.  CX-LISTED Y
      * means lapsing and still waiting to print.
       01 CERT-TABLE-AREA.
           05 CX-COUNT              PIC 9(4) COMP VALUE 0.
           05 CX-SUB                PIC 9(4) COMP VALUE 0.
           05 CX-OTHER              PIC 9(4) COMP VALUE 0.
           05 CERT-TABLE OCCURS 2000 TIMES.
               10 CX-EMP-ID         PIC X(08).
               10 CX-CERT-CODE      PIC X(06).
               10 CX-EXPIRES        PIC X(08).
               10 CX-DEPT           PIC X(04).
               10 CX-NAME           PIC X(20).
               10 CX-DAYS-LEFT      PIC S9(5).
               10 CX-LISTED         PIC X(01).
       01 CERT-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 CERT-TABLE-IS-FULL              VALUE 'Y'.
       01 RENEWED-SW                PIC X(01) VALUE 'N'.
           88 CERT-RENEWED                    VALUE 'Y'.
      * Certificate names off the position requirements
       01 CERT-NAME-TABLE-AREA.
           05 CN-COUNT              PIC 9(3) COMP VALUE 0.
           05 CN-SUB                PIC 9(3) COMP VALUE 0.
           05 CERT-NAME-TABLE OCCURS 200 TIMES.
               10 CN-CERT-CODE      PIC X(06).
               10 CN-CERT-NAME      PIC X(20).
       01 CERT-NAME-FOUND-SW        PIC X(01) VALUE 'N'.
           88 CERT-NAME-FOUND                 VALUE 'Y'.
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
      * Department master - name and manager
       01 DEPT-TABLE-AREA.
           05 DT-COUNT              PIC 9(3) COMP VALUE 0.
           05 DT-SUB                PIC 9(3) COMP VALUE 0.
           05 DEPT-TABLE OCCURS 200 TIMES.
               10 DT-DEPT-CODE      PIC X(04).
               10 DT-DEPT-NAME      PIC X(20).
               10 DT-MANAGER        PIC X(08).
       01 DEPT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 DEPT-FOUND                      VALUE 'Y'.
       01 WS-LOOKUP-DEPT            PIC X(04) VALUE SPACES.
      * Departments with something lapsing
       01 REPORT-DEPT-AREA.
           05 RD-COUNT              PIC 9(3) COMP VALUE 0.
           05 RD-SUB                PIC 9(3) COMP VALUE 0.
           05 REPORT-DEPT OCCURS 200 TIMES.
               10 RD-DEPT-CODE      PIC X(04).
       01 RD-FOUND-SW               PIC X(01) VALUE 'N'.
           88 RD-FOUND                        VALUE 'Y'.
       01 WS-NEXT-CERT              PIC 9(4) COMP VALUE 0.
       01 WS-SOONEST                PIC X(08) VALUE SPACES.
       01 EXPIRY-COUNTERS.
           05 CTR-IN-30             PIC 9(5)  VALUE 0.
           05 CTR-IN-60             PIC 9(5)  VALUE 0.
           05 CTR-IN-90             PIC 9(5)  VALUE 0.
           05 CTR-BAD-DATES         PIC 9(5)  VALUE 0.
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
       01 WS-DAY-NUMBER             PIC S9(9) VALUE 0.
      *    REPORT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'CERTIFICATIONS LAPSING IN 90 DAYS  FROM '.
           05 RH-FROM-DATE          PIC X(10).
           05 FILLER  PIC X(04) VALUE ' TO '.
           05 RH-TO-DATE            PIC X(10).
           05 FILLER                PIC X(16) VALUE SPACES.
       01 RPT-DEPT-LINE.
           05 FILLER  PIC X(06) VALUE 'DEPT  '.
           05 RDL-DEPT-CODE         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-DEPT-NAME         PIC X(20).
           05 FILLER  PIC X(11) VALUE '  MANAGER: '.
           05 RDL-MANAGER           PIC X(08).
           05 FILLER                PIC X(29) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  '  EMP ID   NAME                 CERT   C'.
           05 FILLER  PIC X(40) VALUE
                  'ERTIFICATE NAME EXPIRES    DAYS  WITHIN'.
       01 RPT-DETAIL-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPD-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPD-NAME              PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPD-CERT-CODE         PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPD-CERT-NAME         PIC X(16).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPD-EXPIRES           PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPD-DAYS-LEFT         PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RPD-WITHIN            PIC X(07).
       01 RPT-NONE-LINE.
           05 FILLER  PIC X(40) VALUE
                  'NO CERTIFICATIONS LAPSE IN THE WINDOW'.
           05 FILLER                PIC X(40) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           05 FILLER  PIC X(19) VALUE 'LAPSING IN 30 DAYS '.
           05 RTL-IN-30             PIC ZZZZ9.
           05 FILLER  PIC X(09) VALUE '   IN 60 '.
           05 RTL-IN-60             PIC ZZZZ9.
           05 FILLER  PIC X(09) VALUE '   IN 90 '.
           05 RTL-IN-90             PIC ZZZZ9.
           05 FILLER  PIC X(15) VALUE '   BAD DATES: '.
           05 RTL-BAD-DATES         PIC ZZZZ9.
           05 FILLER                PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Mark-Lapsing-Cert
                   VARYING CX-SUB FROM 1 BY 1 UNTIL CX-SUB > CX-COUNT
               PERFORM 300-Write-Expiry-Report
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  EXPIRY-WARNING
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
               MOVE WS-RUN-DATE-YMD TO WS-CONV-YMD
               PERFORM 800-Ymd-To-Iso
               MOVE WS-CONV-ISO-X TO WS-RUN-DATE-ISO
               COMPUTE WS-RUN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
               COMPUTE WS-DAY-NUMBER = WS-RUN-DAY-NUMBER + 90
               COMPUTE WS-CONV-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE WS-CONV-YMD TO WS-WINDOW-LAST-YMD
               PERFORM 100-Load-Certifications
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 120-Load-Cert-Names
               PERFORM 140-Load-Employees
               PERFORM 160-Load-Departments
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN OUTPUT EXPIRY-REPORT
               MOVE 'Y' TO WS-OUTPUT-OPEN-SW
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
                   DISPLAY 'CERTEXP1 - BAD RUN OPTION: '
                           WS-OPTIONS-CARD(1:40)
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
       100-Load-Certifications.
           OPEN INPUT CERT-MASTER.
           IF  CERTS-OK
               PERFORM 105-Read-Certification
               PERFORM 110-Store-Certification UNTIL CERTS-AT-EOF
               CLOSE CERT-MASTER
               IF  CERT-TABLE-IS-FULL
                   DISPLAY 'CERTEXP1 - CERTIFICATION TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'CERTIFICATION MASTER STATUS: ' CT-F-STATUS
               DISPLAY 'CERTEXP1 - NO CERTIFICATION MASTER - RUN '
                       'REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Certification.
           READ CERT-MASTER
               AT END MOVE 'Y' TO CT-EOF
           END-READ.
       110-Store-Certification.
           IF  CX-COUNT < 2000
               ADD 1 TO CX-COUNT
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE CM-EMP-ID    TO CX-EMP-ID(CX-COUNT)
               MOVE CM-CERT-CODE TO CX-CERT-CODE(CX-COUNT)
               MOVE CM-EXPIRES   TO CX-EXPIRES(CX-COUNT)
               MOVE SPACES       TO CX-DEPT(CX-COUNT)
               MOVE SPACES       TO CX-NAME(CX-COUNT)
               MOVE ZEROS        TO CX-DAYS-LEFT(CX-COUNT)
               MOVE 'N'          TO CX-LISTED(CX-COUNT)
           ELSE
               MOVE 'Y' TO CERT-TABLE-FULL
           END-IF.
           PERFORM 105-Read-Certification.
      * The names are a courtesy - without POSCERT the code prints
      * on its own.
       120-Load-Cert-Names.
           OPEN INPUT POSITION-CERTS.
           IF  POSCERT-OK
               PERFORM 125-Read-Position-Cert
               PERFORM 130-Store-Cert-Name UNTIL POSCERT-AT-EOF
               CLOSE POSITION-CERTS
           END-IF.
       125-Read-Position-Cert.
           READ POSITION-CERTS
               AT END MOVE 'Y' TO PQ-EOF
           END-READ.
       130-Store-Cert-Name.
           PERFORM 135-Find-Cert-Name.
           IF  NOT CERT-NAME-FOUND AND CN-COUNT < 200
               ADD 1 TO CN-COUNT
               MOVE PQ-CERT-CODE TO CN-CERT-CODE(CN-COUNT)
               MOVE PQ-CERT-NAME TO CN-CERT-NAME(CN-COUNT)
           END-IF.
           PERFORM 125-Read-Position-Cert.
       135-Find-Cert-Name.
           MOVE 'N' TO CERT-NAME-FOUND-SW.
           MOVE 1   TO CN-SUB.
           PERFORM 137-Match-Cert-Name
               UNTIL CN-SUB > CN-COUNT OR CERT-NAME-FOUND.
       137-Match-Cert-Name.
           IF  CN-CERT-CODE(CN-SUB) = PQ-CERT-CODE
               MOVE 'Y' TO CERT-NAME-FOUND-SW
           ELSE
               ADD 1 TO CN-SUB
           END-IF.
       140-Load-Employees.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EMP-OK
               PERFORM 145-Read-Employee
               PERFORM 150-Store-Employee UNTIL EMP-AT-EOF
               CLOSE EMPLOYEE-FILE
               IF  EMPLOYEE-TABLE-IS-FULL
                   DISPLAY 'CERTEXP1 - EMPLOYEE TABLE FULL - RAISE '
                           'THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'EMPLOYEE FILE STATUS: ' EMP-F-STATUS
               DISPLAY 'CERTEXP1 - NO EMPLOYEE MASTER - RUN REFUSED'
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
               DISPLAY 'NO DEPARTMENT MANAGERS ON THE REPORT'
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
           ELSE
               DISPLAY 'DEPARTMENT TABLE FULL - ' DP-DEPT-CODE
                       ' DROPPED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 165-Read-Department.
      * Lapsing: a real expiry date from today through 90 days out,
      * and no later row for the same certificate.  A row with an
      * expiry that is not a date is counted and reported.
       200-Mark-Lapsing-Cert.
           IF  CX-EXPIRES(CX-SUB) NOT = SPACES
               MOVE CX-EXPIRES(CX-SUB) TO DV-DATE-IN
               MOVE 'Y'   TO DV-FORMAT
               MOVE SPACE TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID NOT = 'Y'
                   ADD 1 TO CTR-BAD-DATES
                   MOVE 'Y' TO WS-WARNING-SW
                   DISPLAY 'CERTEXP1 - ' CX-EMP-ID(CX-SUB) ' '
                           CX-CERT-CODE(CX-SUB) ' BAD EXPIRY DATE '
                           CX-EXPIRES(CX-SUB)
               ELSE
                   IF  CX-EXPIRES(CX-SUB) NOT < WS-RUN-DATE-YMD
                   AND CX-EXPIRES(CX-SUB) NOT > WS-WINDOW-LAST-YMD
                       MOVE 'N' TO RENEWED-SW
                       PERFORM 210-Check-Renewal
                           VARYING CX-OTHER FROM 1 BY 1
                           UNTIL CX-OTHER > CX-COUNT OR CERT-RENEWED
                       IF  NOT CERT-RENEWED
                           PERFORM 220-List-Lapsing-Cert
                       END-IF
                   END-IF
               END-IF
           END-IF.
       210-Check-Renewal.
           IF  CX-OTHER NOT = CX-SUB
           AND CX-EMP-ID(CX-OTHER)    = CX-EMP-ID(CX-SUB)
           AND CX-CERT-CODE(CX-OTHER) = CX-CERT-CODE(CX-SUB)
           AND (CX-EXPIRES(CX-OTHER) = SPACES
                OR CX-EXPIRES(CX-OTHER) > CX-EXPIRES(CX-SUB))
               MOVE 'Y' TO RENEWED-SW
           END-IF.
       220-List-Lapsing-Cert.
           MOVE CX-EXPIRES(CX-SUB) TO WS-CONV-YMD.
           COMPUTE CX-DAYS-LEFT(CX-SUB) =
               FUNCTION INTEGER-OF-DATE(WS-CONV-YMD)
             - WS-RUN-DAY-NUMBER.
           EVALUATE TRUE
               WHEN CX-DAYS-LEFT(CX-SUB) NOT > 30
                   ADD 1 TO CTR-IN-30
                   MOVE 'Y' TO WS-WARNING-SW
               WHEN CX-DAYS-LEFT(CX-SUB) NOT > 60
                   ADD 1 TO CTR-IN-60
               WHEN OTHER
                   ADD 1 TO CTR-IN-90
           END-EVALUATE.
           PERFORM 250-Find-Employee.
           IF  EMPLOYEE-FOUND
               MOVE EM-DEPT(EM-SUB) TO CX-DEPT(CX-SUB)
               MOVE EM-NAME(EM-SUB) TO CX-NAME(CX-SUB)
           ELSE
               MOVE 'NOT ON EMP MASTER' TO CX-NAME(CX-SUB)
           END-IF.
           MOVE 'Y' TO CX-LISTED(CX-SUB).
           MOVE 'N' TO RD-FOUND-SW.
           MOVE 1   TO RD-SUB.
           PERFORM 230-Match-Report-Dept
               UNTIL RD-SUB > RD-COUNT OR RD-FOUND.
           IF  NOT RD-FOUND
               IF  RD-COUNT < 200
                   ADD 1 TO RD-COUNT
                   MOVE CX-DEPT(CX-SUB) TO RD-DEPT-CODE(RD-COUNT)
               ELSE
                   MOVE 'N' TO CX-LISTED(CX-SUB)
                   DISPLAY 'CERTEXP1 - DEPARTMENT LIST FULL - '
                           CX-EMP-ID(CX-SUB) ' '
                           CX-CERT-CODE(CX-SUB) ' NOT PRINTED'
               END-IF
           END-IF.
       230-Match-Report-Dept.
           IF  RD-DEPT-CODE(RD-SUB) = CX-DEPT(CX-SUB)
               MOVE 'Y' TO RD-FOUND-SW
           ELSE
               ADD 1 TO RD-SUB
           END-IF.
       250-Find-Employee.
           MOVE 'N' TO EMPLOYEE-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 255-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EMPLOYEE-FOUND.
       255-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = CX-EMP-ID(CX-SUB)
               MOVE 'Y' TO EMPLOYEE-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
       260-Find-Department.
           MOVE 'N' TO DEPT-FOUND-SW.
           MOVE 1   TO DT-SUB.
           PERFORM 265-Match-Department
               UNTIL DT-SUB > DT-COUNT OR DEPT-FOUND.
       265-Match-Department.
           IF  DT-DEPT-CODE(DT-SUB) = WS-LOOKUP-DEPT
               MOVE 'Y' TO DEPT-FOUND-SW
           ELSE
               ADD 1 TO DT-SUB
           END-IF.
       300-Write-Expiry-Report.
           MOVE WS-RUN-DATE-ISO TO RH-FROM-DATE.
           MOVE WS-WINDOW-LAST-YMD TO WS-CONV-YMD.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X   TO RH-TO-DATE.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           IF  RD-COUNT = ZERO
               WRITE REPORT-LINE-OUT FROM RPT-NONE-LINE
                   AFTER ADVANCING 2
           END-IF.
           PERFORM 320-Write-One-Department
               VARYING RD-SUB FROM 1 BY 1 UNTIL RD-SUB > RD-COUNT.
           MOVE CTR-IN-30     TO RTL-IN-30.
           MOVE CTR-IN-60     TO RTL-IN-60.
           MOVE CTR-IN-90     TO RTL-IN-90.
           MOVE CTR-BAD-DATES TO RTL-BAD-DATES.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2.
       320-Write-One-Department.
           MOVE RD-DEPT-CODE(RD-SUB) TO WS-LOOKUP-DEPT.
           PERFORM 260-Find-Department.
           MOVE WS-LOOKUP-DEPT TO RDL-DEPT-CODE.
           IF  DEPT-FOUND
               MOVE DT-DEPT-NAME(DT-SUB) TO RDL-DEPT-NAME
               MOVE DT-MANAGER(DT-SUB)   TO RDL-MANAGER
           ELSE
               MOVE 'NOT ON DEPTMAST'    TO RDL-DEPT-NAME
               MOVE SPACES               TO RDL-MANAGER
           END-IF.
           WRITE REPORT-LINE-OUT FROM RPT-DEPT-LINE
               AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
               AFTER ADVANCING 1.
           MOVE 1 TO WS-NEXT-CERT.
           PERFORM 330-Write-Soonest-Cert
               UNTIL WS-NEXT-CERT = ZERO.
       330-Write-Soonest-Cert.
           MOVE ZERO        TO WS-NEXT-CERT.
           MOVE HIGH-VALUES TO WS-SOONEST.
           PERFORM 335-Check-Soonest
               VARYING CX-SUB FROM 1 BY 1 UNTIL CX-SUB > CX-COUNT.
           IF  WS-NEXT-CERT NOT = ZERO
               MOVE WS-NEXT-CERT TO CX-SUB
               MOVE 'N' TO CX-LISTED(CX-SUB)
               PERFORM 340-Write-Cert-Line
           END-IF.
       335-Check-Soonest.
           IF  CX-LISTED(CX-SUB) = 'Y'
           AND CX-DEPT(CX-SUB) = RD-DEPT-CODE(RD-SUB)
           AND CX-EXPIRES(CX-SUB) < WS-SOONEST
               MOVE CX-EXPIRES(CX-SUB) TO WS-SOONEST
               MOVE CX-SUB TO WS-NEXT-CERT
           END-IF.
       340-Write-Cert-Line.
           MOVE CX-EMP-ID(CX-SUB)    TO RPD-EMP-ID.
           MOVE CX-NAME(CX-SUB)      TO RPD-NAME.
           MOVE CX-CERT-CODE(CX-SUB) TO RPD-CERT-CODE.
           MOVE CX-CERT-CODE(CX-SUB) TO PQ-CERT-CODE.
           PERFORM 135-Find-Cert-Name.
           IF  CERT-NAME-FOUND
               MOVE CN-CERT-NAME(CN-SUB) TO RPD-CERT-NAME
           ELSE
               MOVE SPACES               TO RPD-CERT-NAME
           END-IF.
           MOVE CX-EXPIRES(CX-SUB)   TO WS-CONV-YMD.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-CONV-ISO-X        TO RPD-EXPIRES.
           MOVE CX-DAYS-LEFT(CX-SUB) TO RPD-DAYS-LEFT.
           EVALUATE TRUE
               WHEN CX-DAYS-LEFT(CX-SUB) NOT > 30
                   MOVE '30 DAYS' TO RPD-WITHIN
               WHEN CX-DAYS-LEFT(CX-SUB) NOT > 60
                   MOVE '60 DAYS' TO RPD-WITHIN
               WHEN OTHER
                   MOVE '90 DAYS' TO RPD-WITHIN
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1.
       690-Close-Files.
           IF  OUTPUT-IS-OPEN
               CLOSE EXPIRY-REPORT
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'CERTEXP1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-ISO-DAY.
