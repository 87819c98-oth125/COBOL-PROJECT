       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJTIM01.
      ***** Project billing input from the timecards.  Reads PROJTIME,
      ***** the per-day project hours TIMECRD1 cuts from TIMECARD,
      ***** and builds the EMPROJ employee-project detail FAVS bills
      ***** from - one row per employee per project with the days
      ***** worked, the overtime hours and the on-call flag - so the
      ***** hours that pay the employee are the hours that bill the
      ***** client.  A day with hours counts as a day on the project;
      ***** hours past eight in the day are overtime hours.  On-call
      ***** is Y when any day on the project was keyed on call.
      ***** Position and state office come from the standing
      ***** assignment on EMPASGN (the keyed EMPROJ layout); time on
      ***** a project with no standing assignment is still written
      ***** but carries no position, so FAVS reports it unrated.
      ***** Time charged to UNASSIGN is not billed.
      *****
      ***** The PROJRECN report lists the billing rows and then
      ***** reconciles, per employee, the hours on the PAYCHECK detail
      ***** PAYROL02 paid against the hours billed plus the hours
      ***** left unbilled.  An employee whose paid hours differ is
      ***** flagged and the step ends with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECT-TIME ASSIGN TO PROJTIME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PT-F-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO EMPASGN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AS-F-STATUS.
           SELECT PAYCHECK-FILE ASSIGN TO PAYCHECK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PC-F-STATUS.
           SELECT EMPROJ-FILE ASSIGN TO EMPROJ.
           SELECT RECON-REPORT ASSIGN TO PROJRECN.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ASSIGNMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASSIGNMENT-REC.
       01  ASSIGNMENT-REC.
           05 AS-NAME-I               PIC X(20).
           05 AS-PROJECT-I            PIC X(8).
           05 AS-PROJECT-POSITION-I   PIC X(8).
           05 AS-STATE-OFFICE-I       PIC X(2).
           05 FILLER                  PIC X(42).
       FD  PAYCHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(80).
       FD  EMPROJ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMP-PROJECT-REC.
       01 EMP-PROJECT-REC.
          05 EMP-NAME-I              PIC X(20).
          05 EMP-PROJECT-I           PIC X(8).
          05 EMP-PROJECT-POSITION-I  PIC X(8).
          05 EMP-STATE-OFFICE-I      PIC X(2).
          05 EMP-NBR-DAYS-ON-PROJ-I  PIC 9(3).
          05 EMP-NBR-OT-HOURS-I      PIC 9(3).
          05 EMP-ON-CALL-I           PIC X(1).
          05 EMP-PER-DAY-BILLING-RATE-I PIC 9(4)V99.
          05 EMP-PER-HOUR-OT-RATE-I  PIC 9(3)V99.
          05 FILLER                  PIC X(24).
       FD  RECON-REPORT
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
       01 WS-RUN-DATE-ISO           PIC X(10) VALUE SPACES.
       77 PT-F-STATUS               PIC X(02) VALUE SPACES.
           88 PT-OK                           VALUE '00'.
       77 AS-F-STATUS               PIC X(02) VALUE SPACES.
           88 AS-OK                           VALUE '00'.
       77 PC-F-STATUS               PIC X(02) VALUE SPACES.
           88 PC-OK                           VALUE '00'.
       77 PT-EOF                    PIC X(01) VALUE 'N'.
           88 PT-AT-EOF                       VALUE 'Y'.
       77 AS-EOF                    PIC X(01) VALUE 'N'.
           88 AS-AT-EOF                       VALUE 'Y'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 PROJTIME-AVAILABLE        PIC X(01) VALUE 'Y'.
       77 PAYCHECK-AVAILABLE        PIC X(01) VALUE 'Y'.
       77 WS-UNASSIGNED-PROJECT     PIC X(08) VALUE 'UNASSIGN'.
       77 WS-STANDARD-DAY-HOURS     PIC 9(02) VALUE 8.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
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
           05  FILLER                 PIC X(01).
           05  PC-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PC-EMP-ID              PIC X(08).
           05  FILLER                 PIC X(06).
           05  PC-STATE               PIC X(02).
           05  PC-REC-TYPE            PIC X(01).
               88  PC-TYPE-DETAIL             VALUE 'D'.
               88  PC-TYPE-VOID               VALUE 'V'.
       01 WS-PAID-HOURS-X           PIC X(02) VALUE SPACES.
       01 WS-PAID-HOURS REDEFINES WS-PAID-HOURS-X PIC 9(02).
      * Standing assignments - position and state office by
      * employee name and project
       01 ASSIGN-TABLE-AREA.
           05 AS-COUNT              PIC 9(4) COMP VALUE 0.
           05 AS-SUB                PIC 9(4) COMP VALUE 0.
           05 ASSIGN-TABLE OCCURS 500 TIMES.
               10 AT-EMP-NAME       PIC X(20).
               10 AT-PROJECT        PIC X(08).
               10 AT-POSITION       PIC X(08).
               10 AT-STATE-OFFICE   PIC X(02).
       01 AS-FOUND-SW               PIC X(01) VALUE 'N'.
           88 ASSIGNMENT-FOUND                VALUE 'Y'.
      * Billing accumulation - one row per employee per project
       01 BILL-TABLE-AREA.
           05 BL-COUNT              PIC 9(4) COMP VALUE 0.
           05 BL-SUB                PIC 9(4) COMP VALUE 0.
           05 BILL-TABLE OCCURS 500 TIMES.
               10 BL-EMP-ID         PIC X(08).
               10 BL-EMP-NAME       PIC X(20).
               10 BL-PROJECT        PIC X(08).
               10 BL-DAYS           PIC 9(3).
               10 BL-OT-HOURS       PIC 9(3).
               10 BL-HOURS          PIC 9(5).
               10 BL-ON-CALL        PIC X(01).
               10 BL-WORK-STATE     PIC X(02).
       01 BILL-FOUND-SW             PIC X(01) VALUE 'N'.
           88 BILL-ENTRY-FOUND                VALUE 'Y'.
      * Hours reconciliation - one row per employee
       01 RECON-TABLE-AREA.
           05 RC-COUNT              PIC 9(4) COMP VALUE 0.
           05 RC-SUB                PIC 9(4) COMP VALUE 0.
           05 RECON-TABLE OCCURS 500 TIMES.
               10 RC-EMP-ID         PIC X(08).
               10 RC-EMP-NAME       PIC X(20).
               10 RC-PAID-HOURS     PIC S9(5).
               10 RC-BILLED-HOURS   PIC 9(5).
               10 RC-UNBILLED-HOURS PIC 9(5).
       01 RECON-FOUND-SW            PIC X(01) VALUE 'N'.
           88 RECON-ENTRY-FOUND               VALUE 'Y'.
       01 TABLE-FULL-SW             PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
       01 WS-WORK.
           05 WS-NORM-NAME          PIC X(20)  VALUE SPACES.
           05 WS-MATCH-EMP-ID       PIC X(08)  VALUE SPACES.
           05 WS-OT-HOURS           PIC 9(02)  VALUE 0.
           05 WS-DIFFERENCE         PIC S9(5)  VALUE 0.
       01 RECON-TOTALS.
           05 TOT-PAID-HOURS        PIC S9(7)  VALUE 0.
           05 TOT-BILLED-HOURS      PIC 9(7)   VALUE 0.
           05 TOT-UNBILLED-HOURS    PIC 9(7)   VALUE 0.
           05 TOT-OUT-OF-BALANCE    PIC 9(5)   VALUE 0.
           05 TOT-UNRATED           PIC 9(5)   VALUE 0.
           05 TOT-EMPROJ-ROWS       PIC 9(5)   VALUE 0.
      *    REPORT PRINT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(38) VALUE
                  'PROJECT TIME BILLING AND RECON  RUN: '.
           05 RH-RUN-DATE           PIC X(10).
           05 FILLER                PIC X(32) VALUE SPACES.
       01 RPT-BILL-TITLE-LINE.
           05 FILLER  PIC X(40) VALUE
                  'BILLING INPUT WRITTEN TO EMPROJ'.
           05 FILLER  PIC X(40) VALUE SPACES.
       01 RPT-BILL-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'EMP ID   NAME                 PROJECT  '.
           05 FILLER  PIC X(40) VALUE
                  'DAY  OT HOURS OC POSITION NOTE'.
       01 RPT-BILL-DETAIL-LINE.
           05 RBL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RBL-NAME              PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RBL-PROJECT           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RBL-DAYS              PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RBL-OT-HOURS          PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RBL-HOURS             PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RBL-ON-CALL           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RBL-POSITION          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RBL-NOTE              PIC X(14).
       01 RPT-RECON-TITLE-LINE.
           05 FILLER  PIC X(40) VALUE
                  'PAYROLL HOURS AGAINST BILLED HOURS'.
           05 FILLER  PIC X(40) VALUE SPACES.
       01 RPT-RECON-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'EMP ID   NAME                  PAID  BIL'.
           05 FILLER  PIC X(40) VALUE
                  'LED UNBILLED   DIFF NOTE'.
       01 RPT-RECON-DETAIL-LINE.
           05 RRL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RRL-NAME              PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RRL-PAID-HOURS        PIC ----9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RRL-BILLED-HOURS      PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RRL-UNBILLED-HOURS    PIC ZZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RRL-DIFFERENCE        PIC -----9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RRL-NOTE              PIC X(21).
       01 RPT-TOTAL-LINE-1.
           05 FILLER  PIC X(30) VALUE 'TOTAL HOURS'.
           05 RTL-PAID-HOURS        PIC ------9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RTL-BILLED-HOURS      PIC ZZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RTL-UNBILLED-HOURS    PIC ZZZZZZ9.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 RPT-TOTAL-LINE-2.
           05 FILLER  PIC X(20) VALUE 'EMPROJ ROWS WRITTEN:'.
           05 RTL-EMPROJ-ROWS       PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '   UNRATED: '.
           05 RTL-UNRATED           PIC ZZZZ9.
           05 FILLER  PIC X(19) VALUE '   OUT OF BALANCE: '.
           05 RTL-OUT-OF-BALANCE    PIC ZZZZ9.
           05 FILLER                PIC X(14) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF PROJTIME-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PT-AT-EOF
               PERFORM 180-Load-Paid-Hours
               PERFORM 500-Write-Billing-Input
               PERFORM 550-Write-Reconciliation
           END-IF.
           PERFORM 600-Close-Files.
           IF  TOT-OUT-OF-BALANCE > ZERO OR A-TABLE-IS-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Assignments.
           IF PROJTIME-AVAILABLE = 'Y'
               PERFORM 400-Read-Project-Time
           END-IF.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  PT-HOURS IS NUMERIC
               PERFORM 200-Accumulate-Project-Day
           END-IF.
           PERFORM 400-Read-Project-Time.
      * Every day lands on the employee's reconciliation row; only
      * days charged to a real project land on a billing row.
       200-Accumulate-Project-Day.
           MOVE PT-EMP-ID TO WS-MATCH-EMP-ID.
           MOVE SPACES    TO WS-NORM-NAME.
           STRING PT-FIRST-NAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  PT-LAST-NAME  DELIMITED BY SIZE
                  INTO WS-NORM-NAME.
           PERFORM 250-Find-Recon-Entry.
           IF  RECON-ENTRY-FOUND
               IF  PT-PROJECT = WS-UNASSIGNED-PROJECT
                   ADD PT-HOURS TO RC-UNBILLED-HOURS(RC-SUB)
               ELSE
                   ADD PT-HOURS TO RC-BILLED-HOURS(RC-SUB)
               END-IF
           END-IF.
           IF  PT-PROJECT NOT = WS-UNASSIGNED-PROJECT
               PERFORM 220-Find-Bill-Entry
               IF  BILL-ENTRY-FOUND
                   PERFORM 230-Add-Day-To-Bill
               END-IF
           END-IF.
       220-Find-Bill-Entry.
           MOVE 'N' TO BILL-FOUND-SW.
           MOVE 1   TO BL-SUB.
           PERFORM 225-Match-Bill-Entry
               UNTIL BL-SUB > BL-COUNT OR BILL-ENTRY-FOUND.
           IF  NOT BILL-ENTRY-FOUND
               IF  BL-COUNT < 500
                   ADD 1 TO BL-COUNT
                   MOVE BL-COUNT      TO BL-SUB
                   MOVE PT-EMP-ID     TO BL-EMP-ID(BL-SUB)
                   MOVE WS-NORM-NAME  TO BL-EMP-NAME(BL-SUB)
                   MOVE PT-PROJECT    TO BL-PROJECT(BL-SUB)
                   MOVE ZEROS         TO BL-DAYS(BL-SUB)
                   MOVE ZEROS         TO BL-OT-HOURS(BL-SUB)
                   MOVE ZEROS         TO BL-HOURS(BL-SUB)
                   MOVE 'N'           TO BL-ON-CALL(BL-SUB)
                   MOVE PT-WORK-STATE TO BL-WORK-STATE(BL-SUB)
                   MOVE 'Y'           TO BILL-FOUND-SW
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
                   DISPLAY 'BILLING TABLE FULL - UNABLE TO ADD '
                           PT-EMP-ID '/' PT-PROJECT
               END-IF
           END-IF.
       225-Match-Bill-Entry.
           IF  BL-EMP-ID(BL-SUB) = PT-EMP-ID
           AND BL-PROJECT(BL-SUB) = PT-PROJECT
               MOVE 'Y' TO BILL-FOUND-SW
           ELSE
               ADD 1 TO BL-SUB
           END-IF.
       230-Add-Day-To-Bill.
           IF  PT-HOURS > ZERO
               ADD 1 TO BL-DAYS(BL-SUB)
           END-IF.
           IF  PT-HOURS > WS-STANDARD-DAY-HOURS
               COMPUTE WS-OT-HOURS = PT-HOURS - WS-STANDARD-DAY-HOURS
               ADD WS-OT-HOURS TO BL-OT-HOURS(BL-SUB)
           END-IF.
           ADD PT-HOURS TO BL-HOURS(BL-SUB).
           IF  PT-ON-CALL = 'Y'
               MOVE 'Y' TO BL-ON-CALL(BL-SUB)
           END-IF.
       250-Find-Recon-Entry.
           MOVE 'N' TO RECON-FOUND-SW.
           MOVE 1   TO RC-SUB.
           PERFORM 255-Match-Recon-Entry
               UNTIL RC-SUB > RC-COUNT OR RECON-ENTRY-FOUND.
           IF  NOT RECON-ENTRY-FOUND
               IF  RC-COUNT < 500
                   ADD 1 TO RC-COUNT
                   MOVE RC-COUNT        TO RC-SUB
                   MOVE WS-MATCH-EMP-ID TO RC-EMP-ID(RC-SUB)
                   MOVE WS-NORM-NAME    TO RC-EMP-NAME(RC-SUB)
                   MOVE ZEROS           TO RC-PAID-HOURS(RC-SUB)
                   MOVE ZEROS           TO RC-BILLED-HOURS(RC-SUB)
                   MOVE ZEROS           TO RC-UNBILLED-HOURS(RC-SUB)
                   MOVE 'Y'             TO RECON-FOUND-SW
               ELSE
                   MOVE 'Y' TO TABLE-FULL-SW
                   DISPLAY 'RECONCILIATION TABLE FULL - UNABLE TO '
                           'ADD ' WS-MATCH-EMP-ID
               END-IF
           END-IF.
       255-Match-Recon-Entry.
           IF  RC-EMP-ID(RC-SUB) = WS-MATCH-EMP-ID
               MOVE 'Y' TO RECON-FOUND-SW
           ELSE
               ADD 1 TO RC-SUB
           END-IF.
       300-Open-Files.
           OPEN INPUT PROJECT-TIME.
           OPEN OUTPUT EMPROJ-FILE.
           OPEN OUTPUT RECON-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           STRING WS-JOB-START-TIME(1:4) '-'
                  WS-JOB-START-TIME(5:2) '-'
                  WS-JOB-START-TIME(7:2) DELIMITED BY SIZE
                  INTO WS-RUN-DATE-ISO.
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           IF NOT PT-OK
               DISPLAY 'PROJTIME FILE STATUS: ' PT-F-STATUS
               DISPLAY 'NO INPUT TODAY - PROJECT TIME NOT AVAILABLE'
               MOVE 'N' TO PROJTIME-AVAILABLE
               MOVE 'Y' TO PT-EOF
           END-IF.
       150-Load-Assignments.
           OPEN INPUT ASSIGNMENT-FILE.
           IF  AS-OK
               PERFORM 155-Read-Assignment
               PERFORM 160-Store-Assignment UNTIL AS-AT-EOF
               CLOSE ASSIGNMENT-FILE
           ELSE
               DISPLAY 'EMPASGN FILE STATUS: ' AS-F-STATUS
               DISPLAY 'NO STANDING ASSIGNMENTS - BILLING ROWS '
                       'CARRY NO POSITION'
           END-IF.
       155-Read-Assignment.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO AS-EOF
           END-READ.
       160-Store-Assignment.
           IF  AS-COUNT < 500
               ADD 1 TO AS-COUNT
               MOVE AS-NAME-I             TO AT-EMP-NAME(AS-COUNT)
               MOVE AS-PROJECT-I          TO AT-PROJECT(AS-COUNT)
               MOVE AS-PROJECT-POSITION-I TO AT-POSITION(AS-COUNT)
               MOVE AS-STATE-OFFICE-I     TO AT-STATE-OFFICE(AS-COUNT)
           ELSE
               DISPLAY 'ASSIGNMENT TABLE FULL - UNABLE TO ADD '
                       AS-NAME-I
           END-IF.
           PERFORM 155-Read-Assignment.
      * Paid hours per employee off the PAYCHECK detail - a void
      * takes its hours back off.  HOURS-WORKED-OUT is zero-
      * suppressed, so the leading blank is put back to a zero.
       180-Load-Paid-Hours.
           OPEN INPUT PAYCHECK-FILE.
           IF  PC-OK
               PERFORM 185-Read-Paycheck
               PERFORM 190-Add-Paid-Hours UNTIL PC-AT-EOF
               CLOSE PAYCHECK-FILE
           ELSE
               DISPLAY 'PAYCHECK FILE STATUS: ' PC-F-STATUS
               DISPLAY 'NO PAYCHECK DETAIL - PAID HOURS SHOW AS ZERO'
               MOVE 'N' TO PAYCHECK-AVAILABLE
           END-IF.
       185-Read-Paycheck.
           READ PAYCHECK-FILE
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
       190-Add-Paid-Hours.
           MOVE PAYCHECK-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL OR PC-TYPE-VOID
               MOVE PC-HOURS-WORKED TO WS-PAID-HOURS-X
               INSPECT WS-PAID-HOURS-X REPLACING ALL SPACE BY ZERO
               IF  WS-PAID-HOURS-X IS NUMERIC
               AND WS-PAID-HOURS > ZERO
                   MOVE PC-EMP-ID TO WS-MATCH-EMP-ID
                   MOVE SPACES    TO WS-NORM-NAME
                   STRING PC-FIRST-NAME DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          PC-LAST-NAME  DELIMITED BY SIZE
                          INTO WS-NORM-NAME
                   PERFORM 250-Find-Recon-Entry
                   IF  RECON-ENTRY-FOUND
                       IF  PC-TYPE-VOID
                           SUBTRACT WS-PAID-HOURS
                               FROM RC-PAID-HOURS(RC-SUB)
                       ELSE
                           ADD WS-PAID-HOURS TO RC-PAID-HOURS(RC-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 185-Read-Paycheck.
       400-Read-Project-Time.
           READ PROJECT-TIME
               AT END MOVE 'Y' TO PT-EOF
           END-READ.
       500-Write-Billing-Input.
           WRITE REPORT-LINE-OUT FROM RPT-BILL-TITLE-LINE
               AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM RPT-BILL-COLUMN-LINE
               AFTER ADVANCING 1.
           PERFORM 510-Write-One-Billing-Row
               VARYING BL-SUB FROM 1 BY 1 UNTIL BL-SUB > BL-COUNT.
       510-Write-One-Billing-Row.
           MOVE SPACES                 TO EMP-PROJECT-REC.
           MOVE BL-EMP-NAME(BL-SUB)    TO EMP-NAME-I.
           MOVE BL-PROJECT(BL-SUB)     TO EMP-PROJECT-I.
           MOVE BL-DAYS(BL-SUB)        TO EMP-NBR-DAYS-ON-PROJ-I.
           MOVE BL-OT-HOURS(BL-SUB)    TO EMP-NBR-OT-HOURS-I.
           MOVE BL-ON-CALL(BL-SUB)     TO EMP-ON-CALL-I.
           MOVE ZEROS                  TO EMP-PER-DAY-BILLING-RATE-I.
           MOVE ZEROS                  TO EMP-PER-HOUR-OT-RATE-I.
           MOVE SPACES                 TO RBL-NOTE.
           PERFORM 520-Find-Assignment.
           IF  ASSIGNMENT-FOUND
               MOVE AT-POSITION(AS-SUB)     TO EMP-PROJECT-POSITION-I
               MOVE AT-STATE-OFFICE(AS-SUB) TO EMP-STATE-OFFICE-I
           ELSE
               MOVE BL-WORK-STATE(BL-SUB)   TO EMP-STATE-OFFICE-I
               MOVE 'NO ASSIGNMENT'         TO RBL-NOTE
               ADD 1 TO TOT-UNRATED
           END-IF.
           WRITE EMP-PROJECT-REC.
           ADD 1 TO TOT-EMPROJ-ROWS.
           MOVE BL-EMP-ID(BL-SUB)      TO RBL-EMP-ID.
           MOVE BL-EMP-NAME(BL-SUB)    TO RBL-NAME.
           MOVE BL-PROJECT(BL-SUB)     TO RBL-PROJECT.
           MOVE BL-DAYS(BL-SUB)        TO RBL-DAYS.
           MOVE BL-OT-HOURS(BL-SUB)    TO RBL-OT-HOURS.
           MOVE BL-HOURS(BL-SUB)       TO RBL-HOURS.
           MOVE BL-ON-CALL(BL-SUB)     TO RBL-ON-CALL.
           MOVE EMP-PROJECT-POSITION-I TO RBL-POSITION.
           WRITE REPORT-LINE-OUT FROM RPT-BILL-DETAIL-LINE
               AFTER ADVANCING 1.
       520-Find-Assignment.
           MOVE 'N' TO AS-FOUND-SW.
           MOVE 1   TO AS-SUB.
           PERFORM 525-Match-Assignment
               UNTIL AS-SUB > AS-COUNT OR ASSIGNMENT-FOUND.
       525-Match-Assignment.
           IF  AT-EMP-NAME(AS-SUB) = BL-EMP-NAME(BL-SUB)
           AND AT-PROJECT(AS-SUB) = BL-PROJECT(BL-SUB)
               MOVE 'Y' TO AS-FOUND-SW
           ELSE
               ADD 1 TO AS-SUB
           END-IF.
      * Paid hours should equal the timecard hours - billed plus
      * unbilled.  A week PAYROL02 never saw, or a check keyed
      * outside the timecards, shows here as a difference.
       550-Write-Reconciliation.
           WRITE REPORT-LINE-OUT FROM RPT-RECON-TITLE-LINE
               AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM RPT-RECON-COLUMN-LINE
               AFTER ADVANCING 1.
           PERFORM 560-Write-One-Recon-Line
               VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > RC-COUNT.
           MOVE TOT-PAID-HOURS     TO RTL-PAID-HOURS.
           MOVE TOT-BILLED-HOURS   TO RTL-BILLED-HOURS.
           MOVE TOT-UNBILLED-HOURS TO RTL-UNBILLED-HOURS.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE TOT-EMPROJ-ROWS    TO RTL-EMPROJ-ROWS.
           MOVE TOT-UNRATED        TO RTL-UNRATED.
           MOVE TOT-OUT-OF-BALANCE TO RTL-OUT-OF-BALANCE.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE-2
               AFTER ADVANCING 1.
       560-Write-One-Recon-Line.
           COMPUTE WS-DIFFERENCE = RC-PAID-HOURS(RC-SUB)
                                 - RC-BILLED-HOURS(RC-SUB)
                                 - RC-UNBILLED-HOURS(RC-SUB).
           ADD RC-PAID-HOURS(RC-SUB)     TO TOT-PAID-HOURS.
           ADD RC-BILLED-HOURS(RC-SUB)   TO TOT-BILLED-HOURS.
           ADD RC-UNBILLED-HOURS(RC-SUB) TO TOT-UNBILLED-HOURS.
           MOVE RC-EMP-ID(RC-SUB)         TO RRL-EMP-ID.
           MOVE RC-EMP-NAME(RC-SUB)       TO RRL-NAME.
           MOVE RC-PAID-HOURS(RC-SUB)     TO RRL-PAID-HOURS.
           MOVE RC-BILLED-HOURS(RC-SUB)   TO RRL-BILLED-HOURS.
           MOVE RC-UNBILLED-HOURS(RC-SUB) TO RRL-UNBILLED-HOURS.
           MOVE WS-DIFFERENCE             TO RRL-DIFFERENCE.
           EVALUATE TRUE
               WHEN WS-DIFFERENCE NOT = ZERO
                   MOVE 'OUT OF BALANCE' TO RRL-NOTE
                   ADD 1 TO TOT-OUT-OF-BALANCE
               WHEN RC-UNBILLED-HOURS(RC-SUB) > ZERO
                   MOVE 'UNBILLED TIME' TO RRL-NOTE
               WHEN OTHER
                   MOVE SPACES TO RRL-NOTE
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM RPT-RECON-DETAIL-LINE
               AFTER ADVANCING 1.
       600-Close-Files.
           IF PROJTIME-AVAILABLE = 'Y'
               CLOSE PROJECT-TIME
           END-IF.
           CLOSE EMPROJ-FILE.
           CLOSE RECON-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'PRJTIM01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
