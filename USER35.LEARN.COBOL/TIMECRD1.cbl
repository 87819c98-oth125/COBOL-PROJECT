      ***** layout so the existing regular/overtime split in PAYROL02
      ***** does the rest.  Bad days fall out on PAYEXCPT with the
      ***** offending work date identified.
      ***** Each day also carries the project and task the hours were
      ***** worked on.  The project is checked against the active
      ***** project list - a project on PROJBUDG that no row marks
      ***** closed - and every good day goes to PROJTIME, the
      ***** project-hours detail PRJTIM01 builds the FAVS billing
      ***** input from and LABRDIST charges gross on.  A day keyed
      ***** to a project that is not active is still paid, but
      ***** posts to the UNASSIGN project and goes to PAYEXCPT; a
      ***** day keyed with no project is unbilled time and posts to
      ***** UNASSIGN quietly.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMECARD-FILE ASSIGN TO TIMECARD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TC-F-STATUS.
           SELECT PROJECT-LIST ASSIGN TO PROJBUDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PB-F-STATUS.
           SELECT PAYROLL-WEEKLY ASSIGN TO PAYROLLW.
           SELECT PROJECT-TIME ASSIGN TO PROJTIME.
           SELECT EXCEPTION-FILE ASSIGN TO PAYEXCPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
           05  TC-START-TIME         PIC X(04).
           05  TC-STOP-TIME          PIC X(04).
           05  TC-WORK-STATE         PIC X(02).
      *    Project and task the day was worked on; Y in on-call when
      *    the employee stood on call for the project that day.
           05  TC-PROJECT            PIC X(08).
           05  TC-TASK               PIC X(06).
           05  TC-ON-CALL            PIC X(01).
           05  FILLER                PIC X(10).
       FD  PROJECT-LIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-MASTER-REC.
      *    FAVS's project budget master.  C in PB-STATUS closes the
      *    project to new time.
       01  BUDGET-MASTER-REC.
           05  PB-PROJECT         PIC X(8).
           05  PB-BUDGET-AMOUNT   PIC 9(9)V99.
           05  PB-PERIOD          PIC X(6).
           05  PB-PUBLIC-WORKS    PIC X(1).
           05  PB-CONTRACT-NO     PIC X(12).
           05  PB-CLIENT-NAME     PIC X(30).
           05  PB-STATUS          PIC X(1).
               88  PB-PROJECT-CLOSED          VALUE 'C'.
           05  FILLER             PIC X(11).
       FD  PAYROLL-WEEKLY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYROLL-WEEKLY-REC.
       01  PAYROLL-WEEKLY-REC  PIC X(80).
       FD  PROJECT-TIME
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROJECT-TIME-REC.
      *    One record per paid day.  PT-PROJECT is the project the
      *    hours are charged to (UNASSIGN when none is active);
      *    PT-KEYED-PROJECT is what was keyed on the timecard.
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
       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77 TC-EOF                    PIC X(01) VALUE 'N'.
           88 TC-AT-EOF                       VALUE 'Y'.
       77 TIMECARD-AVAILABLE        PIC X(01) VALUE 'Y'.
       77 PB-F-STATUS               PIC X(02) VALUE SPACES.
           88 PB-OK                           VALUE '00'.
       77 PB-EOF                    PIC X(01) VALUE 'N'.
           88 PB-AT-EOF                       VALUE 'Y'.
       77 PROJECT-LIST-AVAILABLE    PIC X(01) VALUE 'Y'.
      * Active project list loaded from PROJBUDG at open - one row
      * per project however many budget periods it carries
       01 ACTIVE-PROJECT-AREA.
           05 AP-COUNT              PIC 9(4) COMP VALUE 0.
           05 AP-SUB                PIC 9(4) COMP VALUE 0.
           05 ACTIVE-PROJECT-TABLE OCCURS 300 TIMES.
               10 AP-PROJECT        PIC X(08).
               10 AP-CLOSED         PIC X(01).
       01 AP-FOUND-SW               PIC X(01) VALUE 'N'.
           88 AP-PROJECT-FOUND                VALUE 'Y'.
       77 WS-UNASSIGNED-PROJECT     PIC X(08) VALUE 'UNASSIGN'.
      * Weekly accumulation table - one row per employee
       01 WEEK-TABLE-AREA.
           05 WK-ENTRY-COUNT        PIC 9(4) COMP VALUE 0.
       01 WS-PREMIUM-WORK.
           05 WS-PREMIUM-AMT        PIC 9(5)V99 VALUE 0.
       77 WS-PREMIUM-MAXIMUM        PIC 9(3)V99 VALUE 999.99.
      * Weekly output record in the PAYROLL-IN layout of PAYROL02 -
      * the timecards sum to a week, so every record is weekly pay
       01 PAYROLL-OUT-REC.
           05 PW-NAME.
               10 PW-FIRST-NAME      PIC X(10).
           05 PW-EMP-ID              PIC X(08).
           05 PW-REC-TYPE            PIC X(01).
           05 PW-WORK-STATE          PIC X(02).
           05 FILLER                 PIC X(09).
           05 PW-PAY-FREQ            PIC X(01).
           05 FILLER                 PIC X(17).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Project-List.
           IF TIMECARD-AVAILABLE = 'Y'
               PERFORM 400-Read-Timecard
           END-IF.
               ELSE
                   PERFORM 210-Split-Shift-Hours
                   PERFORM 200-Accumulate-Week
                   PERFORM 230-Write-Project-Time
               END-IF
           END-IF.
           PERFORM 400-Read-Timecard.
           ELSE
               MOVE TC-HOURS TO WS-DAY-SHIFT-HOURS
           END-IF.
      * The day's hours are charged to the keyed project only when
      * it is on the active list; anything else is charged to
      * UNASSIGN so PROJTIME still adds to the hours paid.
       230-Write-Project-Time.
           MOVE SPACES         TO PROJECT-TIME-REC.
           MOVE TC-EMP-ID      TO PT-EMP-ID.
           MOVE TC-FIRST-NAME  TO PT-FIRST-NAME.
           MOVE TC-LAST-NAME   TO PT-LAST-NAME.
           MOVE TC-WORK-DATE   TO PT-WORK-DATE.
           MOVE TC-TASK        TO PT-TASK.
           MOVE TC-HOURS       TO PT-HOURS.
           MOVE TC-WORK-STATE  TO PT-WORK-STATE.
           MOVE TC-PROJECT     TO PT-KEYED-PROJECT.
           IF  TC-ON-CALL = 'Y'
               MOVE 'Y' TO PT-ON-CALL
           ELSE
               MOVE 'N' TO PT-ON-CALL
           END-IF.
           MOVE WS-UNASSIGNED-PROJECT TO PT-PROJECT.
           IF  TC-PROJECT NOT = SPACES
           AND PROJECT-LIST-AVAILABLE = 'Y'
               PERFORM 235-Find-Active-Project
               IF  AP-PROJECT-FOUND
                   MOVE TC-PROJECT TO PT-PROJECT
               ELSE
                   PERFORM 280-Write-Bad-Project-Exception
               END-IF
           END-IF.
           WRITE PROJECT-TIME-REC.
       235-Find-Active-Project.
           MOVE 'N' TO AP-FOUND-SW.
           MOVE 1   TO AP-SUB.
           PERFORM 238-Match-Active-Project
               UNTIL AP-SUB > AP-COUNT OR AP-PROJECT-FOUND.
       238-Match-Active-Project.
           IF  AP-PROJECT(AP-SUB) = TC-PROJECT
           AND AP-CLOSED(AP-SUB) NOT = 'Y'
               MOVE 'Y' TO AP-FOUND-SW
           ELSE
               ADD 1 TO AP-SUB
           END-IF.
       270-Write-Bad-Hours-Exception.
           MOVE TC-NAME      TO EXC-NAME.
           MOVE TC-WORK-DATE TO EXC-WORK-DATE.
           MOVE 'DAILY HOURS OVER 24 - DAY SKIPPED'
               TO EXC-REASON.
           WRITE EXCEPTION-REC.
       280-Write-Bad-Project-Exception.
           MOVE TC-NAME      TO EXC-NAME.
           MOVE TC-WORK-DATE TO EXC-WORK-DATE.
           MOVE SPACES       TO EXC-REASON.
           STRING 'PROJECT '  DELIMITED BY SIZE
                  TC-PROJECT  DELIMITED BY SIZE
                  ' NOT ACTIVE - NOT BILLED' DELIMITED BY SIZE
                  INTO EXC-REASON.
           WRITE EXCEPTION-REC.
       300-Open-Files.
           OPEN INPUT TIMECARD-FILE.
           OPEN OUTPUT PAYROLL-WEEKLY.
           OPEN OUTPUT PROJECT-TIME.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
               MOVE 'N' TO TIMECARD-AVAILABLE
               MOVE 'Y' TO TC-EOF
           END-IF.
       150-Load-Project-List.
           OPEN INPUT PROJECT-LIST.
           IF  PB-OK
               PERFORM 155-Read-Project-List
               PERFORM 160-Store-Active-Project UNTIL PB-AT-EOF
               CLOSE PROJECT-LIST
           ELSE
               DISPLAY 'PROJBUDG FILE STATUS: ' PB-F-STATUS
               DISPLAY 'NO PROJECT LIST - ALL TIME POSTS TO THE '
                       'UNASSIGNED PROJECT'
               MOVE 'N' TO PROJECT-LIST-AVAILABLE
           END-IF.
       155-Read-Project-List.
           READ PROJECT-LIST
               AT END MOVE 'Y' TO PB-EOF
           END-READ.
      * A project closed on any of its budget rows is closed.
       160-Store-Active-Project.
           MOVE 'N' TO AP-FOUND-SW.
           MOVE 1   TO AP-SUB.
           PERFORM 165-Match-Listed-Project
               UNTIL AP-SUB > AP-COUNT OR AP-PROJECT-FOUND.
           IF  NOT AP-PROJECT-FOUND
               IF  AP-COUNT < 300
                   ADD 1 TO AP-COUNT
                   MOVE AP-COUNT   TO AP-SUB
                   MOVE PB-PROJECT TO AP-PROJECT(AP-SUB)
                   MOVE 'N'        TO AP-CLOSED(AP-SUB)
                   MOVE 'Y'        TO AP-FOUND-SW
               ELSE
                   DISPLAY 'PROJECT LIST TABLE FULL - UNABLE TO ADD '
                           PB-PROJECT
               END-IF
           END-IF.
           IF  AP-PROJECT-FOUND AND PB-PROJECT-CLOSED
               MOVE 'Y' TO AP-CLOSED(AP-SUB)
           END-IF.
           PERFORM 155-Read-Project-List.
       165-Match-Listed-Project.
           IF  AP-PROJECT(AP-SUB) = PB-PROJECT
               MOVE 'Y' TO AP-FOUND-SW
           ELSE
               ADD 1 TO AP-SUB
           END-IF.
       400-Read-Timecard.
           READ TIMECARD-FILE
               AT END MOVE 'Y' TO TC-EOF
               MOVE WK-EMP-ID(WK-SUB)       TO PW-EMP-ID
               MOVE SPACE                   TO PW-REC-TYPE
               MOVE WK-WORK-STATE(WK-SUB)   TO PW-WORK-STATE
               MOVE 'W'                     TO PW-PAY-FREQ
               WRITE PAYROLL-WEEKLY-REC FROM PAYROLL-OUT-REC
               PERFORM 520-Write-Differential-Record
           END-IF.
                   MOVE WK-EMP-ID(WK-SUB)      TO PW-EMP-ID
                   MOVE 'A'                    TO PW-REC-TYPE
                   MOVE WK-WORK-STATE(WK-SUB)  TO PW-WORK-STATE
                   MOVE 'W'                    TO PW-PAY-FREQ
                   WRITE PAYROLL-WEEKLY-REC FROM PAYROLL-OUT-REC
           END-EVALUATE.
       600-Close-Files.
               CLOSE TIMECARD-FILE
           END-IF.
           CLOSE PAYROLL-WEEKLY.
           CLOSE PROJECT-TIME.
           CLOSE EXCEPTION-FILE.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
