      ***** and employee last/first name, prints a register with page
      ***** totals, and breaks on pay category with subtotals of
      ***** hours and gross that tie back to the run's grand total -
      ***** the listing supervisors sign off every week.  Each
      ***** category starts a new page whose heading names it, so
      ***** RPTDIST1 can burst the register by category.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  PC-HOURS-WORKED-X REDEFINES PC-HOURS-WORKED PIC X(02).
           05  FILLER                 PIC X(02).
           05  PC-CATEGORY            PIC X(1).
           05  FILLER                 PIC X(01).
           05  PC-GROSS-PAY           PIC X(09).
           05  PC-GROSS-PAY-NUM REDEFINES PC-GROSS-PAY PIC $$$$$$.99.
           05  FILLER                 PIC X(01).
           05  PC-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PC-EMP-ID              PIC X(08).
           05  FILLER                 PIC X(08).
           05  PC-REC-TYPE            PIC X(01).
           05 FILLER    PIC X(30) VALUE 'WEEKLY PAYROLL REGISTER'.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 RH-RUN-TIME PIC X(15).
           05 FILLER    PIC X(11) VALUE '  CATEGORY '.
           05 RH-CATEGORY PIC X(01).
       01 REGISTER-COLUMNS.
           05 FILLER    PIC X(22) VALUE 'EMPLOYEE NAME'.
           05 FILLER    PIC X(10) VALUE 'EMP ID'.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RDL-HOURS             PIC Z9-.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RDL-GROSS             PIC $$$,$$9.99-.
       01 CATEGORY-SUBTOTAL-LINE.
           05 FILLER                PIC X(19) VALUE
                  'CATEGORY SUBTOTAL  '.
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
       500-Print-Register.
           PERFORM 540-Return-Sorted-Detail.
           IF  NOT REG-SORT-AT-EOF
               MOVE SRG-CATEGORY TO WS-PREV-CATEGORY
           END-IF.
           PERFORM 450-Page-Change.
           PERFORM 520-Print-One-Line UNTIL REG-SORT-AT-EOF.
           IF  WS-JOB-RECORD-COUNT > ZERO
               PERFORM 560-Write-Category-Subtotal
       520-Print-One-Line.
           IF  SRG-CATEGORY NOT = WS-PREV-CATEGORY
               PERFORM 560-Write-Category-Subtotal
               PERFORM 570-Write-Page-Total
               MOVE SRG-CATEGORY TO WS-PREV-CATEGORY
               PERFORM 450-Page-Change
           END-IF.
           MOVE SRG-LAST-NAME  TO RDL-LAST-NAME.
           MOVE SRG-FIRST-NAME TO RDL-FIRST-NAME.
           END-RETURN.
       450-Page-Change.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           MOVE WS-PREV-CATEGORY  TO RH-CATEGORY.
           WRITE REGISTER-LINE-OUT FROM REGISTER-HEADING
               AFTER ADVANCING PAGE.
           WRITE REGISTER-LINE-OUT FROM REGISTER-COLUMNS
