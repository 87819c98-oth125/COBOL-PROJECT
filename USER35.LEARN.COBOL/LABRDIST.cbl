      ***** Reads the PAYCHECK detail cut by PAYROL02, the EMPROJ
      ***** employee-project detail FAVS bills from, and the GLMAP
      ***** account map GLPOST01 posts through, and allocates each
      ***** check's gross across the projects the employee actually
      ***** worked, on the hours charged to each on PROJTIME (the
      ***** per-day project hours TIMECRD1 cuts from the timecards,
      ***** matched on employee ID).  An employee with no project
      ***** hours - a check keyed outside the timecards - falls back
      ***** to the EMPROJ assignments in proportion to days on
      ***** project, as before.  The extract carries
      ***** one debit line per GL account and project segment plus
      ***** the offsetting cash credit, so the ledger finally shows
      ***** payroll cost by project.  Employees with no EMPROJ row
           SELECT EMPROJ-FILE ASSIGN TO EMPROJ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EP-F-STATUS.
           SELECT PROJECT-TIME ASSIGN TO PROJTIME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PT-F-STATUS.
           SELECT GL-ACCOUNT-MAP ASSIGN TO GLMAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GM-F-STATUS.
           SELECT LABOR-EXTRACT ASSIGN TO LABREXTR.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
           05 EMP-NBR-OT-HOURS-I      PIC 9(3).
           05 EMP-ON-CALL-I           PIC X(1).
           05 FILLER                  PIC X(35).
       FD  PROJECT-TIME
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROJECT-TIME-REC.
       01  PROJECT-TIME-REC.
           05  PT-EMP-ID             PIC X(08).
           05  PT-FIRST-NAME         PIC X(10).
           05  PT-LAST-NAME          PIC X(10).
           05  PT-WORK-DATE          PIC X(10).
           05  PT-PROJECT            PIC X(08).
           05  PT-TASK               PIC X(06).
           05  PT-HOURS              PIC 9(02).
           05  PT-ON-CALL            PIC X(01).
           05  PT-WORK-STATE         PIC X(02).
           05  PT-KEYED-PROJECT      PIC X(08).
           05  FILLER                PIC X(15).
       FD  GL-ACCOUNT-MAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  LBX-DESCRIPTION    PIC X(25).
           05  FILLER             PIC X(19)  VALUE SPACES.
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
           88 PC-OK                           VALUE '00'.
       77 EP-F-STATUS               PIC X(02) VALUE SPACES.
           88 EP-OK                           VALUE '00'.
       77 PT-F-STATUS               PIC X(02) VALUE SPACES.
           88 PT-OK                           VALUE '00'.
       77 PT-EOF                    PIC X(01) VALUE 'N'.
           88 PT-AT-EOF                       VALUE 'Y'.
       77 GM-F-STATUS               PIC X(02) VALUE SPACES.
           88 GM-OK                           VALUE '00'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
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
               10 PJ-DAYS           PIC 9(3).
       01 PROJ-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 PROJ-TABLE-IS-FULL              VALUE 'Y'.
      * Project hours by employee ID and project, summed from
      * PROJTIME at open
       01 HOURS-TABLE-AREA.
           05 HT-COUNT              PIC 9(4) COMP VALUE 0.
           05 HT-SUB                PIC 9(4) COMP VALUE 0.
           05 HOURS-TABLE OCCURS 500 TIMES.
               10 HT-EMP-ID         PIC X(08).
               10 HT-PROJECT        PIC X(08).
               10 HT-HOURS          PIC 9(5).
       01 HOURS-FOUND-SW            PIC X(01) VALUE 'N'.
           88 HOURS-ENTRY-FOUND               VALUE 'Y'.
      * Account-map table loaded from GLMAP at open
       01 GL-MAP-TABLE-AREA.
           05 GMT-ENTRY-COUNT       PIC 9(2) COMP VALUE 0.
           05 WS-NORM-NAME          PIC X(20)    VALUE SPACES.
           05 WS-GROSS-PAY-NUM      PIC S9(5)V99 VALUE ZEROS.
           05 WS-EMP-TOTAL-DAYS     PIC 9(5)     VALUE ZEROS.
           05 WS-EMP-TOTAL-HOURS    PIC 9(5)     VALUE ZEROS.
           05 WS-LAST-HOURS-SUB     PIC 9(4) COMP VALUE 0.
           05 WS-ALLOC-AMT          PIC S9(7)V99 VALUE ZEROS.
           05 WS-ALLOC-REMAINING    PIC S9(7)V99 VALUE ZEROS.
           05 WS-LAST-EMP-SUB       PIC 9(3) COMP VALUE 0.
       77 WS-SUSPENSE-ACCOUNT       PIC X(08) VALUE 'SUSPENSE'.
       77 WS-CASH-ACCOUNT           PIC X(08) VALUE 'CASH0001'.
       77 WS-UNASSIGNED-PROJECT     PIC X(08) VALUE 'UNASSIGN'.
      * What went out on LABREXTR - lines and debit total - for the
      * producer control line GLBOOK01 is held to.
       01 WS-EXTRACT-LINES          PIC 9(7)      VALUE ZEROS.
       01 WS-EXTRACT-DEBITS         PIC S9(11)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF PAYCHECK-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PC-AT-EOF
               PERFORM 500-Write-Posting-Extract
               PERFORM 545-Write-Cycle-Control
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Project-Detail.
           PERFORM 130-Load-Project-Hours.
           PERFORM 170-Load-Account-Map.
           IF PAYCHECK-AVAILABLE = 'Y'
               PERFORM 400-Read-Paycheck
               PERFORM 200-Distribute-One-Check
           END-IF.
           PERFORM 400-Read-Paycheck.
      * Weight the check's gross across the employee's projects by
      * hours worked on each, or failing any hours by days on the
      * EMPROJ assignments; rounding residue lands on the last
      * project so the distributed pieces always re-add to the
      * check.
       200-Distribute-One-Check.
           ADD 1 TO WS-JOB-RECORD-COUNT.
                  ' '           DELIMITED BY SIZE
                  PC-LAST-NAME  DELIMITED BY SIZE
                  INTO WS-NORM-NAME.
           PERFORM 210-Total-Employee-Hours.
           PERFORM 220-Total-Employee-Days.
           PERFORM 240-Lookup-GL-Account.
           EVALUATE TRUE
               WHEN WS-EMP-TOTAL-HOURS > ZERO
                   MOVE WS-GROSS-PAY-NUM TO WS-ALLOC-REMAINING
                   PERFORM 230-Allocate-One-Project-Hours
                       VARYING HT-SUB FROM 1 BY 1
                       UNTIL HT-SUB > HT-COUNT
               WHEN WS-EMP-TOTAL-DAYS = ZERO
                   MOVE WS-UNASSIGNED-PROJECT TO WS-POST-PROJECT
                   MOVE WS-GROSS-PAY-NUM      TO WS-ALLOC-AMT
                   PERFORM 260-Post-Allocation
               WHEN OTHER
                   MOVE WS-GROSS-PAY-NUM TO WS-ALLOC-REMAINING
                   PERFORM 250-Allocate-One-Assignment
                       VARYING PJ-SUB FROM 1 BY 1
                       UNTIL PJ-SUB > PJ-COUNT
           END-EVALUATE.
       210-Total-Employee-Hours.
           MOVE ZEROS TO WS-EMP-TOTAL-HOURS.
           MOVE ZEROS TO WS-LAST-HOURS-SUB.
           PERFORM 215-Add-One-Project-Hours
               VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.
       215-Add-One-Project-Hours.
           IF  HT-EMP-ID(HT-SUB) = PC-EMP-ID
           AND HT-HOURS(HT-SUB) > ZERO
               ADD HT-HOURS(HT-SUB) TO WS-EMP-TOTAL-HOURS
               MOVE HT-SUB TO WS-LAST-HOURS-SUB
           END-IF.
       220-Total-Employee-Days.
           MOVE ZEROS TO WS-EMP-TOTAL-DAYS.
               ADD PJ-DAYS(PJ-SUB) TO WS-EMP-TOTAL-DAYS
               MOVE PJ-SUB TO WS-LAST-EMP-SUB
           END-IF.
       230-Allocate-One-Project-Hours.
           IF  HT-EMP-ID(HT-SUB) = PC-EMP-ID
           AND HT-HOURS(HT-SUB) > ZERO
               IF  HT-SUB = WS-LAST-HOURS-SUB
                   MOVE WS-ALLOC-REMAINING TO WS-ALLOC-AMT
               ELSE
                   COMPUTE WS-ALLOC-AMT ROUNDED =
                       WS-GROSS-PAY-NUM * HT-HOURS(HT-SUB)
                       / WS-EMP-TOTAL-HOURS
               END-IF
               SUBTRACT WS-ALLOC-AMT FROM WS-ALLOC-REMAINING
               MOVE HT-PROJECT(HT-SUB) TO WS-POST-PROJECT
               PERFORM 260-Post-Allocation
           END-IF.
       240-Lookup-GL-Account.
           MOVE 'N' TO GL-MAP-FOUND-SW.
           MOVE 1   TO GMT-SUB.
               MOVE 'N' TO PAYCHECK-AVAILABLE
               MOVE 'Y' TO PC-EOF
           END-IF.
       130-Load-Project-Hours.
           OPEN INPUT PROJECT-TIME.
           IF  PT-OK
               PERFORM 135-Read-Project-Time
               PERFORM 140-Store-Project-Hours UNTIL PT-AT-EOF
               CLOSE PROJECT-TIME
           ELSE
               DISPLAY 'PROJTIME FILE STATUS: ' PT-F-STATUS
               DISPLAY 'NO PROJECT HOURS - GROSS IS SPREAD ON EMPROJ '
                       'DAYS'
           END-IF.
       135-Read-Project-Time.
           READ PROJECT-TIME
               AT END MOVE 'Y' TO PT-EOF
           END-READ.
       140-Store-Project-Hours.
           IF  PT-HOURS IS NUMERIC
               MOVE 'N' TO HOURS-FOUND-SW
               MOVE 1   TO HT-SUB
               PERFORM 145-Match-Project-Hours
                   UNTIL HT-SUB > HT-COUNT OR HOURS-ENTRY-FOUND
               IF  NOT HOURS-ENTRY-FOUND
                   IF  HT-COUNT < 500
                       ADD 1 TO HT-COUNT
                       MOVE HT-COUNT   TO HT-SUB
                       MOVE PT-EMP-ID  TO HT-EMP-ID(HT-SUB)
                       MOVE PT-PROJECT TO HT-PROJECT(HT-SUB)
                       MOVE ZEROS      TO HT-HOURS(HT-SUB)
                       MOVE 'Y'        TO HOURS-FOUND-SW
                   ELSE
                       DISPLAY 'HOURS TABLE FULL - UNABLE TO ADD '
                               PT-EMP-ID '/' PT-PROJECT
                   END-IF
               END-IF
               IF  HOURS-ENTRY-FOUND
                   ADD PT-HOURS TO HT-HOURS(HT-SUB)
               END-IF
           END-IF.
           PERFORM 135-Read-Project-Time.
       145-Match-Project-Hours.
           IF  HT-EMP-ID(HT-SUB) = PT-EMP-ID
           AND HT-PROJECT(HT-SUB) = PT-PROJECT
               MOVE 'Y' TO HOURS-FOUND-SW
           ELSE
               ADD 1 TO HT-SUB
           END-IF.
       150-Load-Project-Detail.
           OPEN INPUT EMPROJ-FILE.
           IF  EP-OK
           MOVE WS-GRAND-TOTAL  TO LBX-AMOUNT.
           MOVE 'PAYROLL CASH OFFSET' TO LBX-DESCRIPTION.
           WRITE LABOR-EXTRACT-REC.
           ADD 1                TO WS-EXTRACT-LINES.
       520-Write-One-Posting-Line.
           IF  PO-AMOUNT(PO-SUB) NOT = ZERO
               MOVE 'D'                    TO LBX-DR-CR
               MOVE PO-AMOUNT(PO-SUB)      TO LBX-AMOUNT
               MOVE PO-DESCRIPTION(PO-SUB) TO LBX-DESCRIPTION
               WRITE LABOR-EXTRACT-REC
               ADD 1                       TO WS-EXTRACT-LINES
               ADD PO-AMOUNT(PO-SUB)       TO WS-EXTRACT-DEBITS
           END-IF.
      * Producer line for the extract - GLBOOK01 writes the
      * matching consumer line when it posts LABREXTR.
       545-Write-Cycle-Control.
           OPEN EXTEND CYCLE-CONTROL.
           MOVE 'LABREXTR'          TO CC-INTERFACE.
           MOVE 'P'                 TO CC-ROLE.
           MOVE 'LABRDIST'          TO CC-JOB.
           MOVE WS-JOB-START-TIME   TO CC-STAMP.
           MOVE WS-EXTRACT-LINES    TO CC-COUNT.
           MOVE WS-EXTRACT-DEBITS   TO CC-AMOUNT.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       600-Close-Files.
           IF PAYCHECK-AVAILABLE = 'Y'
               CLOSE PAYCHECK-FILE
