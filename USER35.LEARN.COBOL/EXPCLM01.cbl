       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLM01.
      ***** Employee expense reimbursement.  Works the open claims on
      ***** the EXPCLAIM claim master against the EXPPOLCY per-type
      ***** policy (claim limit, receipt threshold, GL category),
      ***** validates the project against EMPROJ, and routes each
      ***** claim for approval to the manager of the employee's
      ***** department on DEPTMAST - or to the manager of the parent
      ***** department when the employee is that manager, so nobody
      ***** approves their own claim.  The manager's decision is
      ***** keyed on the claim with their EMP-ID; a decision keyed
      ***** by anyone else does not count.
      *****
      ***** Approved claims are paid as non-taxable reimbursements:
      ***** one EXPPAY record per employee that DDEPOS01 deposits
      ***** and CHKISSU1 turns into a check when there is no live
      ***** bank row.  EXPPAY is added to, not replaced, and
      ***** CHKISSU1 empties it once the pay run has used it.
      ***** Project-coded claims go to EXPBILL for FAVS to rebill
      ***** to the client; EXPBILL is added to the same way, and
      ***** FAVS keeps only the rows it could not yet invoice.  The
      ***** expense debits by GL category go to EXPGL, which
      ***** GLPOST01 posts through GLMAP against the cash offset -
      ***** like ELECDED1's BENMATCH it is cut fresh each run, so
      ***** this runs once per pay cycle.
      *****
      ***** Claim status: blank open, P paid, R rejected.  Paid and
      ***** rejected claims are carried on the master untouched; an
      ***** open claim that is held (awaiting approval, no receipt,
      ***** no approver) stays open with the reason for the hold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-MASTER ASSIGN TO EXPCLAIM
                  FILE STATUS IS XC-F-STATUS.
           SELECT POLICY-FILE ASSIGN TO EXPPOLCY
                  FILE STATUS IS XP-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
                  FILE STATUS IS EMP-F-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
                  FILE STATUS IS DP-F-STATUS.
           SELECT EMPROJ-FILE ASSIGN TO EMPROJ
                  FILE STATUS IS EMPROJ-F-STATUS.
           SELECT REIMBURSEMENT-FILE ASSIGN TO EXPPAY.
           SELECT PROJECT-REBILL-FILE ASSIGN TO EXPBILL.
           SELECT EXPENSE-GL-FILE ASSIGN TO EXPGL.
           SELECT CLAIM-REPORT ASSIGN TO EXPRPT.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-MASTER-REC.
       01  CLAIM-MASTER-OUT            PIC X(80).
       FD  POLICY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POLICY-REC.
       01  POLICY-REC.
           05  XP-TYPE            PIC X(04).
           05  XP-DESCRIPTION     PIC X(20).
           05  XP-CLAIM-LIMIT     PIC 9(5)V99.
           05  XP-RECEIPT-OVER    PIC 9(5)V99.
           05  XP-GL-CATEGORY     PIC X(01).
           05  FILLER             PIC X(41).
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
       FD  EMPROJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMP-PROJECT-REC.
       01  EMP-PROJECT-REC.
           05  EMP-NAME-I         PIC X(20).
           05  EMP-PROJECT-I      PIC X(08).
           05  FILLER             PIC X(52).
       FD  REIMBURSEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REIMBURSEMENT-REC.
      * One row per employee paid - the same layout DDEPOS01 and
      * CHKISSU1 read.
       01  REIMBURSEMENT-REC.
           05  EP-EMP-ID          PIC X(08).
           05  EP-NAME            PIC X(22).
           05  EP-PAY-DATE        PIC X(10).
           05  EP-AMOUNT          PIC 9(7)V99.
           05  EP-CLAIM-COUNT     PIC 9(03).
           05  FILLER             PIC X(28).
       FD  PROJECT-REBILL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROJECT-REBILL-REC.
      * One row per paid project-coded claim - FAVS bills these on
      * the project's invoice.
       01  PROJECT-REBILL-REC.
           05  XB-PROJECT         PIC X(08).
           05  XB-EMP-NAME        PIC X(20).
           05  XB-EXPENSE-DATE    PIC X(10).
           05  XB-TYPE            PIC X(04).
           05  XB-DESCRIPTION     PIC X(20).
           05  XB-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(09).
       FD  EXPENSE-GL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPENSE-GL-REC.
      * Same shape as the BENMATCH extract - GLPOST01 posts each
      * category through GLMAP.
       01  EXPENSE-GL-REC.
           05  XG-CATEGORY        PIC X(01).
           05  XG-AMOUNT          PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
           05  XG-DESCRIPTION     PIC X(25).
           05  FILLER             PIC X(02).
       FD  CLAIM-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(80).
       FD  CYCLE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-CONTROL-REC.
      * Hand-off control line - every producer writes what it cut
      * per interface, every consumer what it actually read, and
      * CYCBAL1 proves the pairs agree across the whole cycle.
       01  CYCLE-CONTROL-REC.
           05  CC-INTERFACE       PIC X(8).
           05  CC-ROLE            PIC X(1).
           05  CC-JOB             PIC X(8).
           05  CC-STAMP           PIC X(15).
           05  CC-COUNT           PIC 9(7).
           05  CC-AMOUNT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(27).
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
       77 XC-F-STATUS               PIC X(02) VALUE SPACES.
           88 CLAIMS-OK                       VALUE '00'.
       77 XP-F-STATUS               PIC X(02) VALUE SPACES.
           88 POLICY-OK                       VALUE '00'.
       77 EMP-F-STATUS              PIC X(02) VALUE SPACES.
           88 EMPLOYEES-OK                    VALUE '00'.
       77 DP-F-STATUS               PIC X(02) VALUE SPACES.
           88 DEPTS-OK                        VALUE '00'.
       77 EMPROJ-F-STATUS           PIC X(02) VALUE SPACES.
           88 EMPROJ-OK                       VALUE '00'.
       77 XC-EOF                    PIC X(01) VALUE 'N'.
           88 CLAIMS-AT-EOF                   VALUE 'Y'.
       77 XP-EOF                    PIC X(01) VALUE 'N'.
           88 POLICY-AT-EOF                   VALUE 'Y'.
       77 EMP-EOF                   PIC X(01) VALUE 'N'.
           88 EMPLOYEES-AT-EOF                VALUE 'Y'.
       77 DP-EOF                    PIC X(01) VALUE 'N'.
           88 DEPTS-AT-EOF                    VALUE 'Y'.
       77 EMPROJ-EOF                PIC X(01) VALUE 'N'.
           88 EMPROJ-AT-EOF                   VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 CLAIM-WARNING                   VALUE 'Y'.
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-ISO.
           05 WS-RUN-ISO-YEAR       PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-MONTH      PIC X(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-DAY        PIC X(02).
      * The claim being worked - one EXPCLAIM record.
       01  CLAIM-MASTER-REC.
           05  XC-EMP-ID          PIC X(08).
           05  XC-EXPENSE-DATE    PIC X(10).
           05  XC-TYPE            PIC X(04).
           05  XC-PROJECT         PIC X(08).
           05  XC-AMOUNT          PIC 9(5)V99.
           05  XC-RECEIPT         PIC X(01).
           05  XC-APPROVER-ID     PIC X(08).
           05  XC-DECISION        PIC X(01).
           05  XC-STATUS          PIC X(01).
           05  XC-PAID-DATE       PIC X(08).
           05  XC-REASON          PIC X(20).
           05  FILLER             PIC X(04).
      * The claim master - loaded whole and rewritten at the end.
       01 CLAIM-TABLE-AREA.
           05 CL-COUNT              PIC 9(4) COMP VALUE 0.
           05 CL-SUB                PIC 9(4) COMP VALUE 0.
           05 CLAIM-TABLE OCCURS 2000 TIMES.
               10 CL-CLAIM          PIC X(80).
       01 CLAIM-TABLE-FULL          PIC X(01) VALUE 'N'.
           88 CLAIM-TABLE-IS-FULL             VALUE 'Y'.
      * Per-type expense policy
       01 POLICY-TABLE-AREA.
           05 PT-COUNT              PIC 9(3) COMP VALUE 0.
           05 PT-SUB                PIC 9(3) COMP VALUE 0.
           05 POLICY-TABLE OCCURS 50 TIMES.
               10 PT-TYPE           PIC X(04).
               10 PT-DESCRIPTION    PIC X(20).
               10 PT-CLAIM-LIMIT    PIC 9(5)V99.
               10 PT-RECEIPT-OVER   PIC 9(5)V99.
               10 PT-GL-CATEGORY    PIC X(01).
       01 POLICY-FOUND-SW           PIC X(01) VALUE 'N'.
           88 POLICY-FOUND                    VALUE 'Y'.
      * Employee master - name and department
       01 EMPLOYEE-TABLE-AREA.
           05 EM-COUNT              PIC 9(4) COMP VALUE 0.
           05 EM-SUB                PIC 9(4) COMP VALUE 0.
           05 EMPLOYEE-TABLE OCCURS 1000 TIMES.
               10 EM-EMP-ID         PIC X(08).
               10 EM-NAME           PIC X(20).
               10 EM-DEPT           PIC X(04).
       01 EMPLOYEE-FOUND-SW         PIC X(01) VALUE 'N'.
           88 EMPLOYEE-FOUND                  VALUE 'Y'.
      * Department master - manager and parent
       01 DEPT-TABLE-AREA.
           05 DT-COUNT              PIC 9(3) COMP VALUE 0.
           05 DT-SUB                PIC 9(3) COMP VALUE 0.
           05 DEPT-TABLE OCCURS 200 TIMES.
               10 DT-DEPT-CODE      PIC X(04).
               10 DT-MANAGER        PIC X(08).
               10 DT-PARENT-DEPT    PIC X(04).
       01 DEPT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 DEPT-FOUND                      VALUE 'Y'.
       01 WS-LOOKUP-DEPT            PIC X(04) VALUE SPACES.
      * Projects on EMPROJ a claim may be coded to
       01 PROJECT-TABLE-AREA.
           05 PJ-COUNT              PIC 9(3) COMP VALUE 0.
           05 PJ-SUB                PIC 9(3) COMP VALUE 0.
           05 PROJECT-TABLE OCCURS 200 TIMES.
               10 PJ-PROJECT        PIC X(08).
       01 WS-LOOKUP-PROJECT         PIC X(08) VALUE SPACES.
       01 PROJECT-FOUND-SW          PIC X(01) VALUE 'N'.
           88 PROJECT-FOUND                   VALUE 'Y'.
      * This run's reimbursement per employee
       01 PAYEE-TABLE-AREA.
           05 PY-COUNT              PIC 9(4) COMP VALUE 0.
           05 PY-SUB                PIC 9(4) COMP VALUE 0.
           05 PAYEE-TABLE OCCURS 1000 TIMES.
               10 PY-EMP-ID         PIC X(08).
               10 PY-NAME           PIC X(20).
               10 PY-AMOUNT         PIC 9(7)V99.
               10 PY-CLAIM-COUNT    PIC 9(03).
       01 PAYEE-FOUND-SW            PIC X(01) VALUE 'N'.
           88 PAYEE-FOUND                     VALUE 'Y'.
      * This run's expense by GL category
       01 GL-TOTAL-AREA.
           05 GT-COUNT              PIC 9(2) COMP VALUE 0.
           05 GT-SUB                PIC 9(2) COMP VALUE 0.
           05 GL-TOTAL-TABLE OCCURS 50 TIMES.
               10 GT-CATEGORY       PIC X(01).
               10 GT-DESCRIPTION    PIC X(20).
               10 GT-AMOUNT         PIC S9(9)V99.
       01 GL-FOUND-SW               PIC X(01) VALUE 'N'.
           88 GL-CATEGORY-FOUND               VALUE 'Y'.
      * Claim being worked
       01 WS-CLAIM-WORK.
           05 WS-APPROVER           PIC X(08) VALUE SPACES.
           05 WS-RESULT             PIC X(20) VALUE SPACES.
       01 EXPENSE-COUNTERS.
           05 CTR-PAID              PIC 9(5)    VALUE 0.
           05 CTR-PAID-AMOUNT       PIC 9(9)V99 VALUE 0.
           05 CTR-REJECTED          PIC 9(5)    VALUE 0.
           05 CTR-HELD              PIC 9(5)    VALUE 0.
           05 CTR-REBILLED          PIC 9(9)V99 VALUE 0.
           05 CTR-EXPPAY-COUNT      PIC 9(7)    VALUE 0.
      *    REPORT PRINT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(34) VALUE
                  'EXPENSE CLAIM DISPOSITION  RUN: '.
           05 RH-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(36) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'EMP ID   DATE       TYPE PROJECT     AMO'.
           05 FILLER  PIC X(40) VALUE
                  'UNT APPROVER RESULT'.
       01 RPT-DETAIL-LINE.
           05 RDL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-DATE              PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-TYPE              PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-PROJECT           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-AMOUNT            PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-APPROVER          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-RESULT            PIC X(20).
           05 FILLER                PIC X(07) VALUE SPACES.
       01 RPT-TOTAL-LINE-1.
           05 FILLER  PIC X(14) VALUE 'CLAIMS PAID:  '.
           05 RTL-PAID              PIC ZZZZ9.
           05 FILLER  PIC X(11) VALUE '  AMOUNT:  '.
           05 RTL-PAID-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(14) VALUE '  TO REBILL:  '.
           05 RTL-REBILLED          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(08) VALUE SPACES.
       01 RPT-TOTAL-LINE-2.
           05 FILLER  PIC X(14) VALUE 'REJECTED:     '.
           05 RTL-REJECTED          PIC ZZZZ9.
           05 FILLER  PIC X(11) VALUE '  HELD:    '.
           05 RTL-HELD              PIC ZZZZ9.
           05 FILLER                PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Work-One-Claim
                   VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > CL-COUNT
               PERFORM 500-Write-Reimbursements
               PERFORM 520-Write-Expense-GL
               PERFORM 540-Write-Report-Totals
               PERFORM 545-Write-Cycle-Control
               PERFORM 880-Save-Claim-Master
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  CLAIM-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-RUN-DATE-YMD.
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-ISO-YEAR.
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-ISO-MONTH.
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-ISO-DAY.
           OPEN EXTEND JOB-AUDIT-FILE.
           PERFORM 100-Load-Claim-Master.
           PERFORM 120-Load-Policy.
           PERFORM 140-Load-Employees.
           PERFORM 160-Load-Departments.
           PERFORM 180-Load-Projects.
           IF  NOT RUN-REFUSED
               PERFORM 300-Open-Output-Files
           END-IF.
      * A full claim table means claims past the limit never made it
      * into core - the rewrite would drop them, so the run stops
      * before anything is paid.
       100-Load-Claim-Master.
           OPEN INPUT CLAIM-MASTER.
           IF  CLAIMS-OK
               PERFORM 105-Read-Claim
               PERFORM 110-Store-Claim UNTIL CLAIMS-AT-EOF
               CLOSE CLAIM-MASTER
               IF  CLAIM-TABLE-IS-FULL
                   DISPLAY 'EXPCLM01 - CLAIM TABLE FULL - NOTHING '
                           'PAID - RAISE THE TABLE LIMIT'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'EXPENSE CLAIM FILE STATUS: ' XC-F-STATUS
               DISPLAY 'NO EXPENSE CLAIMS TODAY'
           END-IF.
       105-Read-Claim.
           READ CLAIM-MASTER INTO CLAIM-MASTER-REC
               AT END MOVE 'Y' TO XC-EOF
           END-READ.
       110-Store-Claim.
           IF  CL-COUNT < 2000
               ADD 1 TO CL-COUNT
               MOVE CLAIM-MASTER-REC TO CL-CLAIM(CL-COUNT)
           ELSE
               MOVE 'Y' TO CLAIM-TABLE-FULL
           END-IF.
           PERFORM 105-Read-Claim.
      * Without the policy nothing can be checked, so nothing pays.
       120-Load-Policy.
           OPEN INPUT POLICY-FILE.
           IF  POLICY-OK
               PERFORM 125-Read-Policy
               PERFORM 130-Store-Policy UNTIL POLICY-AT-EOF
               CLOSE POLICY-FILE
           ELSE
               DISPLAY 'EXPENSE POLICY FILE STATUS: ' XP-F-STATUS
               DISPLAY 'EXPCLM01 - NO EXPENSE POLICY - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Policy.
           READ POLICY-FILE
               AT END MOVE 'Y' TO XP-EOF
           END-READ.
       130-Store-Policy.
           IF  PT-COUNT < 50
               ADD 1 TO PT-COUNT
               MOVE XP-TYPE         TO PT-TYPE(PT-COUNT)
               MOVE XP-DESCRIPTION  TO PT-DESCRIPTION(PT-COUNT)
               MOVE XP-CLAIM-LIMIT  TO PT-CLAIM-LIMIT(PT-COUNT)
               MOVE XP-RECEIPT-OVER TO PT-RECEIPT-OVER(PT-COUNT)
               MOVE XP-GL-CATEGORY  TO PT-GL-CATEGORY(PT-COUNT)
           ELSE
               DISPLAY 'POLICY TABLE FULL - ' XP-TYPE ' DROPPED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 125-Read-Policy.
       140-Load-Employees.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EMPLOYEES-OK
               PERFORM 145-Read-Employee
               PERFORM 150-Store-Employee UNTIL EMPLOYEES-AT-EOF
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY 'EMPLOYEE FILE STATUS: ' EMP-F-STATUS
               DISPLAY 'EXPCLM01 - NO EMPLOYEE MASTER - RUN REFUSED'
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
               DISPLAY 'EXPCLM01 - EMPLOYEE TABLE FULL - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               MOVE 'Y' TO EMP-EOF
           END-IF.
           IF  NOT EMPLOYEES-AT-EOF
               PERFORM 145-Read-Employee
           END-IF.
       160-Load-Departments.
           OPEN INPUT DEPT-MASTER.
           IF  DEPTS-OK
               PERFORM 165-Read-Department
               PERFORM 170-Store-Department UNTIL DEPTS-AT-EOF
               CLOSE DEPT-MASTER
           ELSE
               DISPLAY 'DEPTMAST NOT AVAILABLE - STATUS: ' DP-F-STATUS
               DISPLAY 'NO APPROVERS - EVERY CLAIM IS HELD'
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
               MOVE DP-MANAGER-EMP-ID TO DT-MANAGER(DT-COUNT)
               MOVE DP-PARENT-DEPT    TO DT-PARENT-DEPT(DT-COUNT)
           ELSE
               DISPLAY 'DEPARTMENT TABLE FULL - ' DP-DEPT-CODE
                       ' DROPPED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 165-Read-Department.
       180-Load-Projects.
           OPEN INPUT EMPROJ-FILE.
           IF  EMPROJ-OK
               PERFORM 185-Read-Emproj
               PERFORM 190-Store-Project UNTIL EMPROJ-AT-EOF
               CLOSE EMPROJ-FILE
           ELSE
               DISPLAY 'EMPROJ FILE STATUS: ' EMPROJ-F-STATUS
               DISPLAY 'NO PROJECT LIST - PROJECT-CODED CLAIMS ARE '
                       'REJECTED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       185-Read-Emproj.
           READ EMPROJ-FILE
               AT END MOVE 'Y' TO EMPROJ-EOF
           END-READ.
       190-Store-Project.
           MOVE EMP-PROJECT-I TO WS-LOOKUP-PROJECT.
           PERFORM 270-Find-Project.
           IF  NOT PROJECT-FOUND
               IF  PJ-COUNT < 200
                   ADD 1 TO PJ-COUNT
                   MOVE EMP-PROJECT-I TO PJ-PROJECT(PJ-COUNT)
               ELSE
                   DISPLAY 'PROJECT TABLE FULL - ' EMP-PROJECT-I
                           ' DROPPED'
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
           PERFORM 185-Read-Emproj.
      * Paid and rejected claims are history; only open ones are
      * worked.  The edits run in order and the first one that
      * fails decides the claim.
       200-Work-One-Claim.
           MOVE CL-CLAIM(CL-SUB) TO CLAIM-MASTER-REC.
           IF  XC-STATUS = SPACE
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE SPACES TO WS-APPROVER
               MOVE SPACES TO WS-RESULT
               PERFORM 210-Edit-Claim
               IF  WS-RESULT = SPACES
                   PERFORM 230-Find-Approver
                   PERFORM 220-Apply-Decision
               END-IF
               PERFORM 290-Write-Claim-Line
               MOVE CLAIM-MASTER-REC TO CL-CLAIM(CL-SUB)
           END-IF.
       210-Edit-Claim.
           PERFORM 250-Find-Employee.
           PERFORM 260-Find-Policy.
           MOVE XC-PROJECT TO WS-LOOKUP-PROJECT.
           PERFORM 270-Find-Project.
           EVALUATE TRUE
               WHEN NOT EMPLOYEE-FOUND
                   MOVE 'NOT ON EMPLOYEE MAST' TO WS-RESULT
                   PERFORM 285-Reject-Claim
               WHEN NOT POLICY-FOUND
                   MOVE 'UNKNOWN EXPENSE TYPE' TO WS-RESULT
                   PERFORM 285-Reject-Claim
               WHEN XC-AMOUNT NOT NUMERIC OR XC-AMOUNT = ZERO
                   MOVE 'NO AMOUNT CLAIMED'    TO WS-RESULT
                   PERFORM 285-Reject-Claim
               WHEN XC-PROJECT NOT = SPACES AND NOT PROJECT-FOUND
                   MOVE 'UNKNOWN PROJECT'      TO WS-RESULT
                   PERFORM 285-Reject-Claim
               WHEN XC-AMOUNT > PT-CLAIM-LIMIT(PT-SUB)
                   MOVE 'OVER POLICY LIMIT'    TO WS-RESULT
                   PERFORM 285-Reject-Claim
               WHEN XC-RECEIPT NOT = 'Y'
                AND XC-AMOUNT > PT-RECEIPT-OVER(PT-SUB)
                   MOVE 'HELD - NEED RECEIPT'  TO WS-RESULT
                   PERFORM 287-Hold-Claim
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * Only the routed approver's decision counts.  A blank decision
      * waits for them; a decision keyed by anyone else is ignored
      * and the claim waits the same way.
       220-Apply-Decision.
           EVALUATE TRUE
               WHEN WS-APPROVER = SPACES
                   MOVE 'HELD - NO APPROVER'   TO WS-RESULT
                   PERFORM 287-Hold-Claim
               WHEN XC-DECISION = SPACE
                   MOVE 'AWAITING APPROVAL'    TO WS-RESULT
                   PERFORM 287-Hold-Claim
               WHEN XC-APPROVER-ID NOT = WS-APPROVER
                   MOVE 'HELD - NOT APPROVER'  TO WS-RESULT
                   PERFORM 287-Hold-Claim
               WHEN XC-DECISION = 'D'
                   MOVE 'DENIED BY MANAGER'    TO WS-RESULT
                   PERFORM 285-Reject-Claim
               WHEN XC-DECISION = 'A'
                   PERFORM 240-Pay-Claim
               WHEN OTHER
                   MOVE 'HELD - BAD DECISION'  TO WS-RESULT
                   PERFORM 287-Hold-Claim
           END-EVALUATE.
      * The employee's department manager approves; a manager's own
      * claim goes one level up to the parent department.
       230-Find-Approver.
           MOVE EM-DEPT(EM-SUB) TO WS-LOOKUP-DEPT.
           PERFORM 235-Find-Department.
           IF  DEPT-FOUND
               MOVE DT-MANAGER(DT-SUB) TO WS-APPROVER
               IF  WS-APPROVER = XC-EMP-ID
                   MOVE SPACES TO WS-APPROVER
                   MOVE DT-PARENT-DEPT(DT-SUB) TO WS-LOOKUP-DEPT
                   IF  WS-LOOKUP-DEPT NOT = SPACES
                       PERFORM 235-Find-Department
                       IF  DEPT-FOUND
                       AND DT-MANAGER(DT-SUB) NOT = XC-EMP-ID
                           MOVE DT-MANAGER(DT-SUB) TO WS-APPROVER
                       END-IF
                   END-IF
               END-IF
           END-IF.
       235-Find-Department.
           MOVE 'N' TO DEPT-FOUND-SW.
           MOVE 1   TO DT-SUB.
           PERFORM 237-Match-Department
               UNTIL DT-SUB > DT-COUNT OR DEPT-FOUND.
       237-Match-Department.
           IF  DT-DEPT-CODE(DT-SUB) = WS-LOOKUP-DEPT
               MOVE 'Y' TO DEPT-FOUND-SW
           ELSE
               ADD 1 TO DT-SUB
           END-IF.
       240-Pay-Claim.
           MOVE 'P'             TO XC-STATUS.
           MOVE WS-RUN-DATE-YMD TO XC-PAID-DATE.
           MOVE 'PAID'          TO WS-RESULT.
           MOVE WS-RESULT       TO XC-REASON.
           ADD 1         TO CTR-PAID.
           ADD XC-AMOUNT TO CTR-PAID-AMOUNT.
           PERFORM 242-Add-To-Payee.
           PERFORM 244-Add-To-GL-Category.
           IF  XC-PROJECT NOT = SPACES
               MOVE SPACES              TO PROJECT-REBILL-REC
               MOVE XC-PROJECT          TO XB-PROJECT
               MOVE EM-NAME(EM-SUB)     TO XB-EMP-NAME
               MOVE XC-EXPENSE-DATE     TO XB-EXPENSE-DATE
               MOVE XC-TYPE             TO XB-TYPE
               MOVE PT-DESCRIPTION(PT-SUB) TO XB-DESCRIPTION
               MOVE XC-AMOUNT           TO XB-AMOUNT
               WRITE PROJECT-REBILL-REC
               ADD XC-AMOUNT TO CTR-REBILLED
           END-IF.
       242-Add-To-Payee.
           MOVE 'N' TO PAYEE-FOUND-SW.
           MOVE 1   TO PY-SUB.
           PERFORM 243-Match-Payee
               UNTIL PY-SUB > PY-COUNT OR PAYEE-FOUND.
           IF  NOT PAYEE-FOUND
               ADD 1 TO PY-COUNT
               MOVE PY-COUNT          TO PY-SUB
               MOVE XC-EMP-ID         TO PY-EMP-ID(PY-SUB)
               MOVE EM-NAME(EM-SUB)   TO PY-NAME(PY-SUB)
               MOVE ZEROS             TO PY-AMOUNT(PY-SUB)
               MOVE ZEROS             TO PY-CLAIM-COUNT(PY-SUB)
           END-IF.
           ADD XC-AMOUNT TO PY-AMOUNT(PY-SUB).
           ADD 1         TO PY-CLAIM-COUNT(PY-SUB).
       243-Match-Payee.
           IF  PY-EMP-ID(PY-SUB) = XC-EMP-ID
               MOVE 'Y' TO PAYEE-FOUND-SW
           ELSE
               ADD 1 TO PY-SUB
           END-IF.
       244-Add-To-GL-Category.
           MOVE 'N' TO GL-FOUND-SW.
           MOVE 1   TO GT-SUB.
           PERFORM 245-Match-GL-Category
               UNTIL GT-SUB > GT-COUNT OR GL-CATEGORY-FOUND.
           IF  NOT GL-CATEGORY-FOUND
               ADD 1 TO GT-COUNT
               MOVE GT-COUNT               TO GT-SUB
               MOVE PT-GL-CATEGORY(PT-SUB) TO GT-CATEGORY(GT-SUB)
               MOVE PT-DESCRIPTION(PT-SUB) TO GT-DESCRIPTION(GT-SUB)
               MOVE ZEROS                  TO GT-AMOUNT(GT-SUB)
           END-IF.
           ADD XC-AMOUNT TO GT-AMOUNT(GT-SUB).
       245-Match-GL-Category.
           IF  GT-CATEGORY(GT-SUB) = PT-GL-CATEGORY(PT-SUB)
               MOVE 'Y' TO GL-FOUND-SW
           ELSE
               ADD 1 TO GT-SUB
           END-IF.
       250-Find-Employee.
           MOVE 'N' TO EMPLOYEE-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 255-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EMPLOYEE-FOUND.
       255-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = XC-EMP-ID
               MOVE 'Y' TO EMPLOYEE-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
       260-Find-Policy.
           MOVE 'N' TO POLICY-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 265-Match-Policy
               UNTIL PT-SUB > PT-COUNT OR POLICY-FOUND.
       265-Match-Policy.
           IF  PT-TYPE(PT-SUB) = XC-TYPE
               MOVE 'Y' TO POLICY-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       270-Find-Project.
           MOVE 'N' TO PROJECT-FOUND-SW.
           MOVE 1   TO PJ-SUB.
           PERFORM 275-Match-Project
               UNTIL PJ-SUB > PJ-COUNT OR PROJECT-FOUND.
       275-Match-Project.
           IF  PJ-PROJECT(PJ-SUB) = WS-LOOKUP-PROJECT
               MOVE 'Y' TO PROJECT-FOUND-SW
           ELSE
               ADD 1 TO PJ-SUB
           END-IF.
       285-Reject-Claim.
           MOVE 'R'             TO XC-STATUS.
           MOVE WS-RUN-DATE-YMD TO XC-PAID-DATE.
           MOVE WS-RESULT       TO XC-REASON.
           ADD 1 TO CTR-REJECTED.
           MOVE 'Y' TO WS-WARNING-SW.
       287-Hold-Claim.
           MOVE WS-RESULT TO XC-REASON.
           ADD 1 TO CTR-HELD.
       290-Write-Claim-Line.
           MOVE XC-EMP-ID       TO RDL-EMP-ID.
           MOVE XC-EXPENSE-DATE TO RDL-DATE.
           MOVE XC-TYPE         TO RDL-TYPE.
           MOVE XC-PROJECT      TO RDL-PROJECT.
           IF  XC-AMOUNT IS NUMERIC
               MOVE XC-AMOUNT   TO RDL-AMOUNT
           ELSE
               MOVE ZEROS       TO RDL-AMOUNT
           END-IF.
           MOVE WS-APPROVER     TO RDL-APPROVER.
           MOVE WS-RESULT       TO RDL-RESULT.
           WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1.
       300-Open-Output-Files.
           OPEN EXTEND REIMBURSEMENT-FILE.
           OPEN EXTEND PROJECT-REBILL-FILE.
           OPEN OUTPUT EXPENSE-GL-FILE.
           OPEN OUTPUT CLAIM-REPORT.
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2.
       500-Write-Reimbursements.
           PERFORM 505-Write-One-Reimbursement
               VARYING PY-SUB FROM 1 BY 1 UNTIL PY-SUB > PY-COUNT.
       505-Write-One-Reimbursement.
           MOVE SPACES                 TO REIMBURSEMENT-REC.
           MOVE PY-EMP-ID(PY-SUB)      TO EP-EMP-ID.
           MOVE PY-NAME(PY-SUB)        TO EP-NAME.
           MOVE WS-RUN-DATE-ISO        TO EP-PAY-DATE.
           MOVE PY-AMOUNT(PY-SUB)      TO EP-AMOUNT.
           MOVE PY-CLAIM-COUNT(PY-SUB) TO EP-CLAIM-COUNT.
           WRITE REIMBURSEMENT-REC.
           ADD 1 TO CTR-EXPPAY-COUNT.
       520-Write-Expense-GL.
           PERFORM 525-Write-One-GL-Line
               VARYING GT-SUB FROM 1 BY 1 UNTIL GT-SUB > GT-COUNT.
       525-Write-One-GL-Line.
           MOVE SPACES                 TO EXPENSE-GL-REC.
           MOVE GT-CATEGORY(GT-SUB)    TO XG-CATEGORY.
           MOVE GT-AMOUNT(GT-SUB)      TO XG-AMOUNT.
           MOVE GT-DESCRIPTION(GT-SUB) TO XG-DESCRIPTION.
           WRITE EXPENSE-GL-REC.
       540-Write-Report-Totals.
           MOVE CTR-PAID        TO RTL-PAID.
           MOVE CTR-PAID-AMOUNT TO RTL-PAID-AMOUNT.
           MOVE CTR-REBILLED    TO RTL-REBILLED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-REJECTED    TO RTL-REJECTED.
           MOVE CTR-HELD        TO RTL-HELD.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1.
       545-Write-Cycle-Control.
           OPEN EXTEND CYCLE-CONTROL.
           MOVE 'EXPPAY  '        TO CC-INTERFACE.
           MOVE 'P'               TO CC-ROLE.
           MOVE 'EXPCLM01'        TO CC-JOB.
           MOVE WS-JOB-START-TIME TO CC-STAMP.
           MOVE CTR-EXPPAY-COUNT  TO CC-COUNT.
           MOVE CTR-PAID-AMOUNT   TO CC-AMOUNT.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       880-Save-Claim-Master.
           OPEN OUTPUT CLAIM-MASTER.
           PERFORM 885-Write-One-Claim
               VARYING CL-SUB FROM 1 BY 1 UNTIL CL-SUB > CL-COUNT.
           CLOSE CLAIM-MASTER.
       885-Write-One-Claim.
           MOVE CL-CLAIM(CL-SUB) TO CLAIM-MASTER-OUT.
           WRITE CLAIM-MASTER-OUT.
       600-Close-Files.
           IF  NOT RUN-REFUSED
               CLOSE REIMBURSEMENT-FILE
               CLOSE PROJECT-REBILL-FILE
               CLOSE EXPENSE-GL-FILE
               CLOSE CLAIM-REPORT
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'EXPCLM01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
