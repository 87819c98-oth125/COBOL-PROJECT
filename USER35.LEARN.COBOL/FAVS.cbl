      ***** a sequential invoice number, detail lines per employee,
      ***** a project total, and an invoice summary file for
      ***** receivables.  SUM-1 is the run's grand billing total.
      ***** Employee expenses reimbursed against a project (EXPBILL,
      ***** cut by EXPCLM01) rebill on that project's invoice; a
      ***** project with expenses but no billable days this run
      ***** gets an expense-only invoice of its own.  EXPBILL is
      ***** written back with only the rows no invoice took, so an
      ***** expense is billed once and one not billed waits.
      ***** Positions that contractually need certifications are
      ***** listed on POSCERT; an assignment whose employee holds no
      ***** current one on the CERTMAST certification master is
      ***** still billed but goes to FAVSEXCP for the engagement
      ***** manager before the invoice leaves.
      ***** Each project's client bill-to name rides on PROJBUDG.
      ***** A client SANCSCR1 has held for sanctions review, or
      ***** compliance has confirmed, is still invoiced, but the
      ***** invoice goes to FAVSEXCP to be held until the hit is
      ***** cleared on the SANCMAST review master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS ACTUALS-F-STATUS.
           SELECT BUDGET-REPORT ASSIGN TO FAVSBUD.
           SELECT SANCTIONS-MASTER ASSIGN TO SANCMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SANC-F-STATUS.
           SELECT EXPENSE-REBILL ASSIGN TO EXPBILL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EXPBILL-F-STATUS.
           SELECT CERT-MASTER ASSIGN TO CERTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CERT-F-STATUS.
           SELECT POSITION-CERTS ASSIGN TO POSCERT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS POSCERT-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS EMPFILE-F-STATUS.
           SELECT RECEIVABLES-LEDGER ASSIGN TO ARLEDG.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
           05  PB-PROJECT         PIC X(8).
           05  PB-BUDGET-AMOUNT   PIC 9(9)V99.
           05  PB-PERIOD          PIC X(6).
      *    A public-works contract carries Y in PB-PUBLIC-WORKS and
      *    the agency's contract number; CERTPAY1 prints a weekly
      *    certified payroll for each such project.  Billing here
      *    ignores both.
           05  PB-PUBLIC-WORKS    PIC X(1).
           05  PB-CONTRACT-NO     PIC X(12).
           05  PB-CLIENT-NAME     PIC X(30).
           05  FILLER             PIC X(12).
       FD  ACTUALS-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  PA-PROJECT         PIC X(8).
           05  PA-INVOICED        PIC 9(9)V99.
           05  FILLER             PIC X(61).
       FD  SANCTIONS-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANCTIONS-MASTER-REC.
      * Only the source, key and review status are wanted here
       01  SANCTIONS-MASTER-REC.
           05  SC-SOURCE          PIC X(8).
           05  SC-KEY             PIC X(30).
           05  FILLER             PIC X(92).
           05  SC-STATUS          PIC X(1).
               88  SC-BLOCKED             VALUE 'H' 'F'.
           05  FILLER             PIC X(29).
       FD  BUDGET-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-LINE-OUT.
       01  BUDGET-LINE-OUT  PIC X(80).
       FD  EXPENSE-REBILL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPENSE-REBILL-REC.
      * One row per reimbursed project-coded expense claim.
       01  EXPENSE-REBILL-REC.
           05  XB-PROJECT         PIC X(8).
           05  XB-EMP-NAME        PIC X(20).
           05  XB-EXPENSE-DATE    PIC X(10).
           05  XB-TYPE            PIC X(4).
           05  XB-DESCRIPTION     PIC X(20).
           05  XB-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(9).
       FD  CERT-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CERT-MASTER-REC.
      * One row per certification an employee holds.  Dates are
      * YYYYMMDD; a blank expiry never lapses.
       01  CERT-MASTER-REC.
           05  CM-EMP-ID          PIC X(8).
           05  CM-CERT-CODE       PIC X(6).
           05  CM-ISSUED          PIC X(8).
           05  CM-EXPIRES         PIC X(8).
           05  FILLER             PIC X(50).
       FD  POSITION-CERTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITION-CERT-REC.
      * One row per certification a RATEMAST position requires.
       01  POSITION-CERT-REC.
           05  PQ-POSITION        PIC X(8).
           05  PQ-CERT-CODE       PIC X(6).
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
       FD  RECEIVABLES-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RECEIVABLE-REC.
      * One open item per posted invoice, keyed on the invoice
      * number - ARCASH1 applies the cash and ages what is left.
      * Credit memos CRMEMO01 posts carry C in AR-ITEM-TYPE and the
      * invoice they credit in AR-ORIG-INVOICE-NBR.
       01  RECEIVABLE-REC.
           05  AR-INVOICE-NBR     PIC 9(6).
           05  AR-PROJECT         PIC X(8).
           05  AR-INVOICE-DATE    PIC X(8).
           05  AR-AMOUNT          PIC 9(9)V99.
           05  AR-PAID            PIC 9(9)V99.
           05  AR-ITEM-TYPE       PIC X(1).
           05  AR-ORIG-INVOICE-NBR PIC 9(6).
           05  AR-REASON          PIC X(2).
           05  FILLER             PIC X(27).
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
          05 WS-BEST-OT-RATE    PIC 9(3)V99 VALUE ZEROS.
          05 WS-RATE-FOUND-SW   PIC X(1)    VALUE 'N'.
             88 RATE-FOUND                  VALUE 'Y'.
      *    CERTIFICATIONS - EMPROJ CARRIES THE NAME ONLY, SO THE
      *    EMPLOYEE MASTER TURNS IT INTO THE EMP-ID CERTMAST IS KEYED
      *    ON.  A CERTIFICATION IS CURRENT WHEN ISSUED ON OR BEFORE
      *    THE RUN DATE AND NOT EXPIRED BEFORE IT.
       77 CERT-F-STATUS        PIC X(02) VALUE SPACES.
           88 CERT-MASTER-OK             VALUE '00'.
       77 CERT-EOF             PIC X(01) VALUE 'N'.
           88 CERT-AT-EOF                VALUE 'Y'.
       77 POSCERT-F-STATUS     PIC X(02) VALUE SPACES.
           88 POSCERT-OK                 VALUE '00'.
       77 POSCERT-EOF          PIC X(01) VALUE 'N'.
           88 POSCERT-AT-EOF             VALUE 'Y'.
       77 EMPFILE-F-STATUS     PIC X(02) VALUE SPACES.
           88 EMPFILE-OK                 VALUE '00'.
       77 EMPFILE-EOF          PIC X(01) VALUE 'N'.
           88 EMPFILE-AT-EOF             VALUE 'Y'.
       01 CERT-TABLE-AREA.
          05 CT-COUNT           PIC 9(4) VALUE 0 COMP.
          05 CT-SUB             PIC 9(4) VALUE 0 COMP.
          05 CERT-TABLE OCCURS 1000 TIMES.
             10 CT-EMP-ID          PIC X(8).
             10 CT-CERT-CODE       PIC X(6).
             10 CT-ISSUED          PIC X(8).
             10 CT-EXPIRES         PIC X(8).
       01 POSITION-CERT-TABLE-AREA.
          05 PQ-COUNT           PIC 9(3) VALUE 0 COMP.
          05 PQ-SUB             PIC 9(3) VALUE 0 COMP.
          05 POSITION-CERT-TABLE OCCURS 200 TIMES.
             10 PQT-POSITION       PIC X(8).
             10 PQT-CERT-CODE      PIC X(6).
       01 EMPLOYEE-ID-TABLE-AREA.
          05 EI-COUNT           PIC 9(4) VALUE 0 COMP.
          05 EI-SUB             PIC 9(4) VALUE 0 COMP.
          05 EMPLOYEE-ID-TABLE OCCURS 1000 TIMES.
             10 EI-NAME            PIC X(20).
             10 EI-EMP-ID          PIC X(8).
       01 WS-CERT-CHECK.
          05 WS-CERT-EMP-ID     PIC X(8)    VALUE SPACES.
          05 WS-CERT-FOUND-SW   PIC X(1)    VALUE 'N'.
             88 CERT-IS-CURRENT             VALUE 'Y'.
          05 WS-EMP-ID-FOUND-SW PIC X(1)    VALUE 'N'.
             88 EMP-ID-FOUND                VALUE 'Y'.
       77 SUM-1                PIC 9(9)V99 VALUE ZEROS.
      *    THE NEXT INVOICE NUMBER CARRIES ACROSS RUNS ON THE INVCTL
      *    CONTROL FILE (SAME ONE-RECORD LOAD/SAVE SHAPE AS THE
             10 BG-PERIOD         PIC X(6).
             10 BG-INVOICED       PIC 9(9)V99.
             10 BG-BUDGETED-SW    PIC X(1).
             10 BG-CLIENT-NAME    PIC X(30).
       01 BG-FOUND-SW          PIC X(1) VALUE 'N'.
           88 BG-ENTRY-FOUND             VALUE 'Y'.
       01 BG-TABLE-FULL        PIC X(1) VALUE 'N'.
           88 BG-TABLE-IS-FULL           VALUE 'Y'.
      *    CLIENTS HELD OR CONFIRMED ON THE SANCTIONS REVIEW MASTER,
      *    BY PROJECT
       77 SANC-F-STATUS        PIC X(02) VALUE SPACES.
           88 SANC-OK                    VALUE '00'.
       77 SANC-EOF             PIC X(01) VALUE 'N'.
           88 SANC-AT-EOF                VALUE 'Y'.
       01 SANCTION-TABLE-AREA.
          05 SH-COUNT           PIC 9(3) VALUE 0.
          05 SH-SUB             PIC 9(3) VALUE 0 COMP.
          05 SANCTION-TABLE OCCURS 100 TIMES.
             10 SH-PROJECT        PIC X(8).
       01 SH-TABLE-FULL        PIC X(1) VALUE 'N'.
           88 SH-TABLE-IS-FULL           VALUE 'Y'.
       01 SH-HOLD-SW           PIC X(1) VALUE 'N'.
           88 CLIENT-ON-HOLD             VALUE 'Y'.
       01 WS-BUDGET-WORK.
          05 WS-CONSUMED-PCT    PIC 9(3)V9  VALUE ZEROS.
          05 WS-BUDGET-FLAG     PIC X(12)   VALUE SPACES.
          05 BDL-PCT            PIC ZZ9.9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 BDL-FLAG           PIC X(12).
      *    REIMBURSED EXPENSES TO REBILL - LOADED FROM EXPBILL AND
      *    MARKED AS EACH ONE LANDS ON AN INVOICE.
       77 EXPBILL-F-STATUS     PIC X(02) VALUE SPACES.
           88 EXPBILL-OK                 VALUE '00'.
       77 EXPBILL-EOF          PIC X(01) VALUE 'N'.
           88 EXPBILL-AT-EOF             VALUE 'Y'.
       77 EXPBILL-LOADED       PIC X(01) VALUE 'N'.
           88 EXPBILL-IS-LOADED          VALUE 'Y'.
       01 EXPENSE-TABLE-AREA.
          05 XT-COUNT           PIC 9(3) VALUE 0.
          05 XT-SUB             PIC 9(3) VALUE 0 COMP.
          05 EXPENSE-TABLE OCCURS 500 TIMES.
             10 XT-PROJECT        PIC X(8).
             10 XT-EMP-NAME       PIC X(20).
             10 XT-EXPENSE-DATE   PIC X(10).
             10 XT-TYPE           PIC X(4).
             10 XT-DESCRIPTION    PIC X(20).
             10 XT-AMOUNT         PIC 9(7)V99.
             10 XT-BILLED-SW      PIC X(1).
       01 XT-TABLE-FULL        PIC X(1) VALUE 'N'.
           88 XT-TABLE-IS-FULL           VALUE 'Y'.
       77 WS-EXPENSE-BILLED    PIC 9(9)V99 VALUE ZEROS.
      *    STATE-OFFICE UTILIZATION - ROLLED UP FROM THE SAME LOADED
      *    PROJECT TABLE SO REGIONAL MANAGERS SEE WHAT EACH OFFICE
      *    BILLS AND ITS SHARE OF SUM-1.
          05 IDL-UPLIFT        PIC $$$,$$9.99.
          05 FILLER            PIC X(3)  VALUE SPACES.
          05 IDL-BILLING       PIC $$$$,$$9.99.
       01 INVOICE-EXPENSE-LINE.
          05 FILLER            PIC X(9)  VALUE 'EXPENSE  '.
          05 IEL-EXPENSE-DATE  PIC X(10).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 IEL-DESCRIPTION   PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 IEL-EMP-NAME      PIC X(20).
          05 FILLER            PIC X(2)  VALUE SPACES.
          05 IEL-AMOUNT        PIC $$$,$$9.99.
       01 INVOICE-TOTAL-LINE.
          05 FILLER            PIC X(17) VALUE 'PROJECT TOTAL:   '.
          05 ITL-PROJECT-TOTAL PIC $$$,$$$,$$9.99.
                   UNTIL EP-SUB > EP-COUNT
               PERFORM 300-SORT-TABLE-BY-PROJECT
               PERFORM 400-WRITE-PROJECT-INVOICES
               PERFORM 480-WRITE-EXPENSE-INVOICES
               MOVE SUM-1 TO GTL-SUM-1
               WRITE INVOICE-LINE-OUT FROM GRAND-TOTAL-LINE
                   AFTER ADVANCING 2
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           PERFORM 050-LOAD-RATE-MASTER.
           PERFORM 071-LOAD-CERTIFICATIONS.
           PERFORM 074-LOAD-POSITION-CERTS.
           PERFORM 077-LOAD-EMPLOYEE-IDS.
           PERFORM 060-LOAD-INVOICE-CONTROL.
           PERFORM 080-LOAD-BUDGET-MASTER.
           PERFORM 088-LOAD-SANCTION-HOLDS.
           PERFORM 090-LOAD-ACTUALS-LEDGER.
           PERFORM 085-LOAD-EXPENSE-REBILLS.
           OPEN INPUT EMPROJ-FILE.
           OPEN OUTPUT INVOICE-REPORT.
           OPEN OUTPUT INVOICE-SUMMARY.
                       RM-POSITION
           END-IF.
           PERFORM 060-READ-RATE-RECORD.
       071-LOAD-CERTIFICATIONS.
           OPEN INPUT CERT-MASTER.
           IF  CERT-MASTER-OK
               PERFORM 072-READ-CERT-RECORD
               PERFORM 073-STORE-CERT-ENTRY UNTIL CERT-AT-EOF
               CLOSE CERT-MASTER
           ELSE
               DISPLAY 'CERTIFICATION MASTER STATUS: ' CERT-F-STATUS
               DISPLAY 'NO CERTIFICATIONS ON FILE - EVERY CERTIFIED '
                       'POSITION GOES TO EXCEPTIONS'
           END-IF.
       072-READ-CERT-RECORD.
           READ CERT-MASTER
               AT END MOVE 'Y' TO CERT-EOF
           END-READ.
       073-STORE-CERT-ENTRY.
           IF  CT-COUNT < 1000
               ADD 1 TO CT-COUNT
               MOVE CM-EMP-ID    TO CT-EMP-ID(CT-COUNT)
               MOVE CM-CERT-CODE TO CT-CERT-CODE(CT-COUNT)
               MOVE CM-ISSUED    TO CT-ISSUED(CT-COUNT)
               MOVE CM-EXPIRES   TO CT-EXPIRES(CT-COUNT)
           ELSE
               DISPLAY 'CERTIFICATION TABLE FULL - UNABLE TO ADD '
                       CM-EMP-ID ' ' CM-CERT-CODE
           END-IF.
           PERFORM 072-READ-CERT-RECORD.
       074-LOAD-POSITION-CERTS.
           OPEN INPUT POSITION-CERTS.
           IF  POSCERT-OK
               PERFORM 075-READ-POSCERT-RECORD
               PERFORM 076-STORE-POSCERT-ENTRY UNTIL POSCERT-AT-EOF
               CLOSE POSITION-CERTS
           ELSE
               DISPLAY 'POSITION REQUIREMENTS STATUS: '
                       POSCERT-F-STATUS
               DISPLAY 'NO POSITION REQUIREMENTS - CERTIFICATIONS '
                       'NOT CHECKED'
           END-IF.
       075-READ-POSCERT-RECORD.
           READ POSITION-CERTS
               AT END MOVE 'Y' TO POSCERT-EOF
           END-READ.
       076-STORE-POSCERT-ENTRY.
           IF  PQ-COUNT < 200
               ADD 1 TO PQ-COUNT
               MOVE PQ-POSITION  TO PQT-POSITION(PQ-COUNT)
               MOVE PQ-CERT-CODE TO PQT-CERT-CODE(PQ-COUNT)
           ELSE
               DISPLAY 'POSITION REQUIREMENT TABLE FULL - UNABLE TO '
                       'ADD ' PQ-POSITION ' ' PQ-CERT-CODE
           END-IF.
           PERFORM 075-READ-POSCERT-RECORD.
       077-LOAD-EMPLOYEE-IDS.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EMPFILE-OK
               PERFORM 078-READ-EMPLOYEE-RECORD
               PERFORM 079-STORE-EMPLOYEE-ID UNTIL EMPFILE-AT-EOF
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY 'EMPLOYEE FILE STATUS: ' EMPFILE-F-STATUS
               DISPLAY 'NO EMPLOYEE MASTER - CERTIFIED POSITIONS GO '
                       'TO EXCEPTIONS'
           END-IF.
       078-READ-EMPLOYEE-RECORD.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO EMPFILE-EOF
           END-READ.
       079-STORE-EMPLOYEE-ID.
           IF  EI-COUNT < 1000
               ADD 1 TO EI-COUNT
               MOVE EMPLOYEE-NAME TO EI-NAME(EI-COUNT)
               MOVE EMP-ID        TO EI-EMP-ID(EI-COUNT)
           ELSE
               DISPLAY 'EMPLOYEE TABLE FULL - UNABLE TO ADD '
                       EMP-ID
           END-IF.
           PERFORM 078-READ-EMPLOYEE-RECORD.
       060-LOAD-INVOICE-CONTROL.
           OPEN INPUT INVOICE-CONTROL.
           IF  INVCTL-OK
               MOVE PB-PERIOD        TO BG-PERIOD(BG-COUNT)
               MOVE ZEROS            TO BG-INVOICED(BG-COUNT)
               MOVE 'Y'              TO BG-BUDGETED-SW(BG-COUNT)
               MOVE PB-CLIENT-NAME   TO BG-CLIENT-NAME(BG-COUNT)
           ELSE
               MOVE 'Y' TO BG-TABLE-FULL
               DISPLAY 'BUDGET TABLE FULL - ' PB-PROJECT
                       ' DROPPED'
           END-IF.
           PERFORM 082-READ-BUDGET-RECORD.
      * No review master means SANCSCR1 has never held anything -
      * billing goes ahead, with a warning.  A table too small to
      * hold every row could miss a hold, so then every invoice is
      * held instead.
       088-LOAD-SANCTION-HOLDS.
           OPEN INPUT SANCTIONS-MASTER.
           IF  SANC-OK
               PERFORM 089-READ-SANCTION-RECORD
               PERFORM 091-STORE-SANCTION-ROW UNTIL SANC-AT-EOF
               CLOSE SANCTIONS-MASTER
           ELSE
               DISPLAY 'SANCMAST FILE STATUS: ' SANC-F-STATUS
               DISPLAY 'NO SANCTIONS REVIEW MASTER - CLIENTS NOT '
                       'CHECKED FOR HOLDS'
           END-IF.
       089-READ-SANCTION-RECORD.
           READ SANCTIONS-MASTER
               AT END MOVE 'Y' TO SANC-EOF
           END-READ.
       091-STORE-SANCTION-ROW.
           IF  SC-SOURCE = 'FAVSCLNT' AND SC-BLOCKED
               IF  SH-COUNT < 100
                   ADD 1 TO SH-COUNT
                   MOVE SC-KEY TO SH-PROJECT(SH-COUNT)
               ELSE
                   MOVE 'Y' TO SH-TABLE-FULL
                   DISPLAY 'SANCTION TABLE FULL - EVERY INVOICE HELD'
               END-IF
           END-IF.
           PERFORM 089-READ-SANCTION-RECORD.
      * No EXPBILL simply means no expenses to rebill this run.
       085-LOAD-EXPENSE-REBILLS.
           OPEN INPUT EXPENSE-REBILL.
           IF  EXPBILL-OK
               MOVE 'Y' TO EXPBILL-LOADED
               PERFORM 086-READ-EXPENSE-REBILL
               PERFORM 087-STORE-EXPENSE-ROW UNTIL EXPBILL-AT-EOF
           ELSE
               DISPLAY 'EXPENSE REBILL FILE STATUS: '
                       EXPBILL-F-STATUS
               DISPLAY 'NO EXPENSES TO REBILL'
           END-IF.
           CLOSE EXPENSE-REBILL.
       086-READ-EXPENSE-REBILL.
           READ EXPENSE-REBILL
               AT END MOVE 'Y' TO EXPBILL-EOF
           END-READ.
       087-STORE-EXPENSE-ROW.
           IF  XT-COUNT < 500
               ADD 1 TO XT-COUNT
               MOVE XB-PROJECT      TO XT-PROJECT(XT-COUNT)
               MOVE XB-EMP-NAME     TO XT-EMP-NAME(XT-COUNT)
               MOVE XB-EXPENSE-DATE TO XT-EXPENSE-DATE(XT-COUNT)
               MOVE XB-TYPE         TO XT-TYPE(XT-COUNT)
               MOVE XB-DESCRIPTION  TO XT-DESCRIPTION(XT-COUNT)
               MOVE XB-AMOUNT       TO XT-AMOUNT(XT-COUNT)
               MOVE 'N'             TO XT-BILLED-SW(XT-COUNT)
           ELSE
               MOVE 'Y' TO XT-TABLE-FULL
               DISPLAY 'EXPENSE TABLE FULL - ' XB-PROJECT ' '
                       XB-EMP-NAME ' NOT REBILLED'
           END-IF.
           PERFORM 086-READ-EXPENSE-REBILL.
       090-LOAD-ACTUALS-LEDGER.
           OPEN INPUT ACTUALS-LEDGER.
           IF  ACTUALS-OK
                   MOVE SPACES          TO BG-PERIOD(BG-SUB)
                   MOVE ZEROS           TO BG-INVOICED(BG-SUB)
                   MOVE 'N'             TO BG-BUDGETED-SW(BG-SUB)
                   MOVE SPACES          TO BG-CLIENT-NAME(BG-SUB)
                   MOVE 'Y'             TO BG-FOUND-SW
               ELSE
                   MOVE 'Y' TO BG-TABLE-FULL
                   TO EMP-PER-HOUR-OT-RATE(EP-SUB)
               PERFORM 280-BILL-ONE-EMPLOYEE
           END-IF.
           PERFORM 290-CHECK-CERTIFICATIONS.
       250-LOOKUP-RATE-IN-EFFECT.
           MOVE 'N'    TO WS-RATE-FOUND-SW.
           MOVE SPACES TO WS-BEST-FROM.
               MOVE ZEROS TO EMP-ON-CALL-UPLIFT(EP-SUB)
           END-IF.
           ADD EMP-BILLING-TOTAL(EP-SUB) TO SUM-1.
      *    EVERY CERTIFICATION THE POSITION REQUIRES MUST BE CURRENT
      *    ON THE RUN DATE - EACH ONE MISSING IS ITS OWN EXCEPTION.
       290-CHECK-CERTIFICATIONS.
           MOVE 'N'    TO WS-EMP-ID-FOUND-SW.
           MOVE SPACES TO WS-CERT-EMP-ID.
           PERFORM 292-FIND-EMPLOYEE-ID
               VARYING EI-SUB FROM 1 BY 1
               UNTIL EI-SUB > EI-COUNT OR EMP-ID-FOUND.
           PERFORM 294-CHECK-ONE-REQUIREMENT
               VARYING PQ-SUB FROM 1 BY 1
               UNTIL PQ-SUB > PQ-COUNT.
       292-FIND-EMPLOYEE-ID.
           IF  EI-NAME(EI-SUB) = EMP-NAME(EP-SUB)
               MOVE EI-EMP-ID(EI-SUB) TO WS-CERT-EMP-ID
               MOVE 'Y' TO WS-EMP-ID-FOUND-SW
           END-IF.
       294-CHECK-ONE-REQUIREMENT.
           IF  PQT-POSITION(PQ-SUB) = EMP-PROJECT-POSITION(EP-SUB)
               MOVE 'N' TO WS-CERT-FOUND-SW
               IF  EMP-ID-FOUND
                   PERFORM 296-CHECK-ONE-CERT
                       VARYING CT-SUB FROM 1 BY 1
                       UNTIL CT-SUB > CT-COUNT OR CERT-IS-CURRENT
               END-IF
               IF  NOT CERT-IS-CURRENT
                   MOVE EMP-NAME(EP-SUB) TO EXC-EMP-NAME
                   MOVE EMP-PROJECT-POSITION(EP-SUB) TO EXC-POSITION
                   MOVE SPACES TO EXC-REASON
                   IF  EMP-ID-FOUND
                       STRING 'NO CURRENT CERTIFICATION '
                              PQT-CERT-CODE(PQ-SUB)
                              ' - REVIEW BILLING'
                              DELIMITED BY SIZE INTO EXC-REASON
                   ELSE
                       STRING 'NOT ON EMPLOYEE MASTER - CERT '
                              PQT-CERT-CODE(PQ-SUB)
                              ' UNPROVEN'
                              DELIMITED BY SIZE INTO EXC-REASON
                   END-IF
                   WRITE EXCEPTION-REC
               END-IF
           END-IF.
       296-CHECK-ONE-CERT.
           IF  CT-EMP-ID(CT-SUB)    = WS-CERT-EMP-ID
           AND CT-CERT-CODE(CT-SUB) = PQT-CERT-CODE(PQ-SUB)
           AND CT-ISSUED(CT-SUB) NOT > WS-RUN-DATE
           AND (CT-EXPIRES(CT-SUB) = SPACES
                OR CT-EXPIRES(CT-SUB) NOT < WS-RUN-DATE)
               MOVE 'Y' TO WS-CERT-FOUND-SW
           END-IF.
      *    SELECTION SORT ON EMP-PROJECT SO THE INVOICE CONTROL
      *    BREAK SEES EACH PROJECT'S EMPLOYEES TOGETHER.
       300-SORT-TABLE-BY-PROJECT.
           PERFORM 420-WRITE-ONE-INVOICE UNTIL EP-SUB > EP-COUNT.
       420-WRITE-ONE-INVOICE.
           MOVE EMP-PROJECT(EP-SUB) TO WS-CURR-PROJECT.
           PERFORM 425-WRITE-INVOICE-HEADER.
           PERFORM 440-WRITE-ONE-DETAIL
               UNTIL EP-SUB > EP-COUNT
                   OR EMP-PROJECT(EP-SUB) NOT = WS-CURR-PROJECT.
           PERFORM 460-WRITE-ONE-EXPENSE
               VARYING XT-SUB FROM 1 BY 1 UNTIL XT-SUB > XT-COUNT.
           PERFORM 430-WRITE-INVOICE-TRAILER.
       425-WRITE-INVOICE-HEADER.
           MOVE ZEROS TO WS-PROJECT-TOTAL.
           MOVE WS-INVOICE-NBR    TO IH-INVOICE-NBR.
           MOVE WS-CURR-PROJECT   TO IH-PROJECT.
               AFTER ADVANCING PAGE.
           WRITE INVOICE-LINE-OUT FROM INVOICE-COLUMN-LINE
               AFTER ADVANCING 2.
       430-WRITE-INVOICE-TRAILER.
           MOVE WS-PROJECT-TOTAL TO ITL-PROJECT-TOTAL.
           WRITE INVOICE-LINE-OUT FROM INVOICE-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE WS-RUN-DATE      TO AR-INVOICE-DATE.
           MOVE WS-PROJECT-TOTAL TO AR-AMOUNT.
           MOVE ZEROS            TO AR-PAID.
           MOVE ZEROS            TO AR-ORIG-INVOICE-NBR.
           WRITE RECEIVABLE-REC.
           PERFORM 435-CHECK-CLIENT-SANCTIONS.
           IF  CLIENT-ON-HOLD
               IF  BG-ENTRY-FOUND
                   MOVE BG-CLIENT-NAME(BG-SUB) TO EXC-EMP-NAME
               ELSE
                   MOVE SPACES TO EXC-EMP-NAME
               END-IF
               MOVE WS-CURR-PROJECT TO EXC-POSITION
               MOVE SPACES TO EXC-REASON
               STRING 'CLIENT ON SANCTIONS HOLD - HOLD INVOICE '
                      WS-INVOICE-NBR
                      DELIMITED BY SIZE INTO EXC-REASON
               WRITE EXCEPTION-REC
           END-IF.
           ADD 1 TO WS-INVOICE-NBR.
       435-CHECK-CLIENT-SANCTIONS.
           MOVE 'N' TO SH-HOLD-SW.
           IF  SH-TABLE-IS-FULL
               MOVE 'Y' TO SH-HOLD-SW
           ELSE
               MOVE 1 TO SH-SUB
               PERFORM 436-MATCH-SANCTION-ROW
                   UNTIL SH-SUB > SH-COUNT OR CLIENT-ON-HOLD
           END-IF.
       436-MATCH-SANCTION-ROW.
           IF  SH-PROJECT(SH-SUB) = WS-CURR-PROJECT
               MOVE 'Y' TO SH-HOLD-SW
           ELSE
               ADD 1 TO SH-SUB
           END-IF.
      *    AN EMPLOYEE WITH NO RATE IN EFFECT WAS ALREADY REPORTED ON
      *    THE EXCEPTION FILE AND BILLS NOTHING ON THE INVOICE.
       440-WRITE-ONE-DETAIL.
               ADD EMP-BILLING-TOTAL(EP-SUB) TO WS-PROJECT-TOTAL
           END-IF.
           ADD 1 TO EP-SUB.
      *    EXPENSES REBILL AT COST - NO RATE, NO UPLIFT.
       460-WRITE-ONE-EXPENSE.
           IF  XT-PROJECT(XT-SUB) = WS-CURR-PROJECT
           AND XT-BILLED-SW(XT-SUB) = 'N'
               MOVE XT-EXPENSE-DATE(XT-SUB) TO IEL-EXPENSE-DATE
               MOVE XT-DESCRIPTION(XT-SUB)  TO IEL-DESCRIPTION
               MOVE XT-EMP-NAME(XT-SUB)     TO IEL-EMP-NAME
               MOVE XT-AMOUNT(XT-SUB)       TO IEL-AMOUNT
               WRITE INVOICE-LINE-OUT FROM INVOICE-EXPENSE-LINE
                   AFTER ADVANCING 1
               ADD XT-AMOUNT(XT-SUB) TO WS-PROJECT-TOTAL
               ADD XT-AMOUNT(XT-SUB) TO SUM-1
               ADD XT-AMOUNT(XT-SUB) TO WS-EXPENSE-BILLED
               MOVE 'Y' TO XT-BILLED-SW(XT-SUB)
           END-IF.
      *    ANY PROJECT WITH EXPENSES BUT NO EMPROJ ROWS THIS RUN
      *    STILL BILLS THEM - ONE EXPENSE-ONLY INVOICE PER PROJECT.
       480-WRITE-EXPENSE-INVOICES.
           PERFORM 485-WRITE-EXPENSE-ONLY-INVOICE
               VARYING EP-SUB2 FROM 1 BY 1 UNTIL EP-SUB2 > XT-COUNT.
       485-WRITE-EXPENSE-ONLY-INVOICE.
           IF  XT-BILLED-SW(EP-SUB2) = 'N'
               MOVE XT-PROJECT(EP-SUB2) TO WS-CURR-PROJECT
               PERFORM 425-WRITE-INVOICE-HEADER
               PERFORM 460-WRITE-ONE-EXPENSE
                   VARYING XT-SUB FROM 1 BY 1 UNTIL XT-SUB > XT-COUNT
               PERFORM 430-WRITE-INVOICE-TRAILER
           END-IF.
       600-WRITE-UTILIZATION-REPORT.
           PERFORM 620-ROLL-UP-ONE-OFFICE
               VARYING EP-SUB FROM 1 BY 1
           MOVE OF-TOTAL-DAYS(OF-SUB)    TO UDL-TOTAL-DAYS.
           MOVE OF-TOTAL-OT-HRS(OF-SUB)  TO UDL-TOTAL-OT-HRS.
           MOVE OF-BILLING-TOTAL(OF-SUB) TO UDL-BILLING-TOTAL.
           IF  SUM-1 > WS-EXPENSE-BILLED
               COMPUTE WS-OFFICE-SHARE ROUNDED =
                   OF-BILLING-TOTAL(OF-SUB) * 100 /
                   (SUM-1 - WS-EXPENSE-BILLED)
           ELSE
               MOVE ZEROS TO WS-OFFICE-SHARE
           END-IF.
           MOVE BG-PROJECT(BG-SUB)  TO PA-PROJECT.
           MOVE BG-INVOICED(BG-SUB) TO PA-INVOICED.
           WRITE ACTUALS-LEDGER-REC.
      * Expenses that landed on an invoice come off EXPBILL; the
      * rest (no EMPROJ today) are kept for the next run.  A full
      * table leaves EXPBILL alone - rows past the limit never made
      * it into core - and the run ends RC 8 like the other tables.
       770-SAVE-EXPENSE-REBILLS.
           OPEN OUTPUT EXPENSE-REBILL.
           PERFORM 780-WRITE-ONE-EXPENSE-ROW
               VARYING XT-SUB FROM 1 BY 1 UNTIL XT-SUB > XT-COUNT.
           CLOSE EXPENSE-REBILL.
       780-WRITE-ONE-EXPENSE-ROW.
           IF  XT-BILLED-SW(XT-SUB) = 'N'
               MOVE SPACES                  TO EXPENSE-REBILL-REC
               MOVE XT-PROJECT(XT-SUB)      TO XB-PROJECT
               MOVE XT-EMP-NAME(XT-SUB)     TO XB-EMP-NAME
               MOVE XT-EXPENSE-DATE(XT-SUB) TO XB-EXPENSE-DATE
               MOVE XT-TYPE(XT-SUB)         TO XB-TYPE
               MOVE XT-DESCRIPTION(XT-SUB)  TO XB-DESCRIPTION
               MOVE XT-AMOUNT(XT-SUB)       TO XB-AMOUNT
               WRITE EXPENSE-REBILL-REC
           END-IF.
       900-CLOSE-FILES.
           PERFORM 690-SAVE-INVOICE-CONTROL.
           IF  XT-TABLE-IS-FULL
               DISPLAY 'FAVS - EXPENSE TABLE FULL - SOME EXPENSES '
                       'NOT REBILLED - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  EXPBILL-IS-LOADED
                   PERFORM 770-SAVE-EXPENSE-REBILLS
               END-IF
           END-IF.
           PERFORM 750-SAVE-ACTUALS-LEDGER.
           IF EMPROJ-AVAILABLE = 'Y'
               CLOSE EMPROJ-FILE
