      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ACCTMNT1.
       AUTHOR.        ACCOUNT MASTER MAINTENANCE.
      * Applies an account maintenance deck against the ACCTREC
      * master the way EMPMAINT maintains the employee master, so
      * everything ACCTPOST does not touch - new accounts, names,
      * CLIENT-ADDR, ACCT-LIMIT, ACCT-CYCLE-DAY, status and
      * closures - stops being hand-edited.  Each card validates
      * first and lands applied or rejected on the report, with
      * readable before/after images for everything applied.
      * Transaction (ACCTMTRN), action then ACCT-NO then data:
      *   O  open - last, first, currency, cycle day, limit and
      *      employee ID; the ACCT-NO must be new and the currency
      *      on EXRATES (or the USD base).  The address follows on
      *      an M card - an open without one is flagged.
      *   N  name change      M  address - street, city, state
      *   L  limit change     Y  cycle day move (01-28)
      *   S  status - A active, F frozen (no new debits)
      *   X  close - only when the balance is zero; the row stays
      *      on file marked C so the history still reports it.
      * The new master writes to ACCTNEW; every applied change
      * goes to the MSTRJRNL cycle journal and is refreshed onto
      * the ACCTVSAM KSDS, so ACCTINQ1 answers with it the same
      * day.  The 170-byte record journals as three eighty-byte
      * slices (ACCTREC1-3), each keyed on ACCT-NO.
      * An open card whose name SANCSCR1 has held for sanctions
      * review, or compliance has confirmed, is rejected until the
      * hit is cleared on the SANCMAST review master.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                  FILE STATUS IS ACCT-F-STATUS.
           SELECT ACCT-NEW   ASSIGN TO ACCTNEW.
           SELECT MAINT-FILE ASSIGN TO ACCTMTRN
                  FILE STATUS IS MAINT-F-STATUS.
           SELECT EXRATE-FILE ASSIGN TO EXRATES
                  FILE STATUS IS EXRATE-F-STATUS.
           SELECT ACCT-VSAM  ASSIGN TO ACCTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VS-ACCT-NO
                  FILE STATUS IS VSAM-F-STATUS.
           SELECT SANC-MASTER ASSIGN TO SANCMAST
                  FILE STATUS IS SANC-F-STATUS.
           SELECT MAINT-REPORT ASSIGN TO ACCTMRPT.
           SELECT MASTER-JOURNAL ASSIGN TO MSTRJRNL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS  PIC X(170).
       FD  ACCT-NEW RECORDING MODE F.
       01  ACCT-NEW-REC  PIC X(170).
       FD  MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REC.
       01  MAINT-REC.
           05  TM-ACTION          PIC X(1).
               88  TM-OPEN                VALUE 'O'.
               88  TM-NAME                VALUE 'N'.
               88  TM-ADDRESS             VALUE 'M'.
               88  TM-LIMIT               VALUE 'L'.
               88  TM-CYCLE               VALUE 'Y'.
               88  TM-STATUS              VALUE 'S'.
               88  TM-CLOSE               VALUE 'X'.
           05  TM-ACCT-NO         PIC X(8).
           05  TM-DATA            PIC X(71).
      * Open - and the name change reads the first two fields
       01  MAINT-OPEN-REC.
           05  FILLER             PIC X(9).
           05  TO-LAST-NAME       PIC X(20).
           05  TO-FIRST-NAME      PIC X(15).
           05  TO-CURRENCY        PIC X(3).
           05  TO-CYCLE-DAY       PIC 9(2).
           05  TO-CYCLE-DAY-X REDEFINES TO-CYCLE-DAY PIC X(2).
           05  TO-LIMIT           PIC 9(7)V99.
           05  TO-LIMIT-X REDEFINES TO-LIMIT PIC X(9).
           05  TO-EMP-ID          PIC X(8).
           05  FILLER             PIC X(14).
       01  MAINT-ADDR-REC.
           05  FILLER             PIC X(9).
           05  TA-STREET          PIC X(25).
           05  TA-CITY            PIC X(20).
           05  TA-STATE           PIC X(2).
           05  FILLER             PIC X(24).
      * Limit, cycle day and status cards
       01  MAINT-VALUE-REC.
           05  FILLER             PIC X(9).
           05  TV-LIMIT           PIC 9(7)V99.
           05  TV-LIMIT-X REDEFINES TV-LIMIT PIC X(9).
           05  FILLER             PIC X(62).
       01  MAINT-CYCLE-REC.
           05  FILLER             PIC X(9).
           05  TY-CYCLE-DAY       PIC 9(2).
           05  TY-CYCLE-DAY-X REDEFINES TY-CYCLE-DAY PIC X(2).
           05  FILLER             PIC X(69).
       01  MAINT-STATUS-REC.
           05  FILLER             PIC X(9).
           05  TS-STATUS          PIC X(1).
           05  FILLER             PIC X(70).
       FD  EXRATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXRATE-REC.
       01  EXRATE-REC.
           05  XR-CURRENCY        PIC X(3).
           05  XR-RATE            PIC 9(3)V9(6).
           05  FILLER             PIC X(68).
       FD  SANC-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANC-MASTER-REC.
       01  SANC-MASTER-REC.
           05  SM-SOURCE          PIC X(8).
           05  SM-KEY             PIC X(30).
           05  FILLER             PIC X(92).
           05  SM-STATUS          PIC X(1).
               88  SM-BLOCKED             VALUE 'H' 'F'.
           05  FILLER             PIC X(29).
       FD  ACCT-VSAM
           RECORD CONTAINS 170 CHARACTERS.
       01  VSAM-ACCT-REC.
           05  VS-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(162).
       FD  MAINT-REPORT RECORDING MODE F.
       01  REPORT-LINE-OUT  PIC X(80).
       FD  MASTER-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MASTER-JOURNAL-REC.
       01  MASTER-JOURNAL-REC.
           05  MJ-TIMESTAMP       PIC X(15).
           05  MJ-SOURCE          PIC X(8).
           05  MJ-MASTER          PIC X(8).
           05  MJ-BEFORE-IMAGE    PIC X(80).
           05  MJ-AFTER-IMAGE     PIC X(80).
           05  FILLER             PIC X(9).
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
      *
       WORKING-STORAGE SECTION.
       01 ACCT-F-STATUS           PIC XX VALUE SPACES.
          88 ACCT-OPEN-OK               VALUE '00'.
       01 MAINT-F-STATUS          PIC XX VALUE SPACES.
          88 MAINT-OPEN-OK              VALUE '00'.
       01 EXRATE-F-STATUS         PIC XX VALUE SPACES.
          88 EXRATE-OPEN-OK             VALUE '00'.
       01 VSAM-F-STATUS           PIC XX VALUE SPACES.
          88 VSAM-IO-OK                 VALUE '00'.
          88 VSAM-NOT-FOUND             VALUE '23'.
       01 SANC-F-STATUS           PIC XX VALUE SPACES.
          88 SANC-OPEN-OK               VALUE '00'.
       01 FLAGS.
          05 ACCT-LASTREC         PIC X VALUE SPACE.
          05 MAINT-LASTREC        PIC X VALUE SPACE.
          05 XR-LASTREC           PIC X VALUE SPACE.
          05 SANC-LASTREC         PIC X VALUE SPACE.
          05 WS-MASTER-AVAILABLE  PIC X VALUE 'Y'.
          05 WS-MAINT-AVAILABLE   PIC X VALUE 'Y'.
       77 WS-BASE-CURRENCY        PIC X(3) VALUE 'USD'.
      * Whole master in core, the ACCTPOST table with the rest of
      * the record laid out and a changed flag for the KSDS refresh
       01 ACCT-TABLE-AREA.
          05 AT-COUNT             PIC 9(4) COMP VALUE 0.
          05 AT-SUB               PIC 9(4) COMP VALUE 0.
          05 ACCT-TABLE OCCURS 1000 TIMES.
             10 AT-RECORD         PIC X(170).
             10 AT-RECORD-RDF REDEFINES AT-RECORD.
                15 AT-ACCT-NO     PIC X(8).
                15 AT-LIMIT       PIC S9(7)V99 COMP-3.
                15 AT-BALANCE     PIC S9(7)V99 COMP-3.
                15 AT-LAST-NAME   PIC X(20).
                15 AT-FIRST-NAME  PIC X(15).
                15 AT-CLIENT-ADDR.
                   20 AT-STREET-ADDR PIC X(25).
                   20 AT-CITY-COUNTY PIC X(20).
                   20 AT-USA-STATE   PIC X(15).
                15 AT-EMP-ID      PIC X(8).
                15 AT-CURRENCY    PIC X(3).
                15 AT-CYCLE-DAY   PIC 9(2).
                15 AT-COMMENTS    PIC X(43).
      * Blank on the accounts that predate the status byte - they
      * are active the same as 'A'
                15 AT-STATUS      PIC X(1).
                   88 AT-ACTIVE          VALUE ' ' 'A'.
                   88 AT-FROZEN          VALUE 'F'.
                   88 AT-CLOSED          VALUE 'C'.
             10 AT-CHANGED-SW     PIC X(1).
       01 ACCT-TABLE-FULL         PIC X VALUE 'N'.
          88 ACCT-TABLE-IS-FULL         VALUE 'Y'.
       01 ACCT-FOUND-SW           PIC X VALUE 'N'.
          88 ACCT-ENTRY-FOUND           VALUE 'Y'.
      * Currencies the bank carries rates for - CBL0001's table
       01 EXRATE-TABLE-AREA.
          05 XT-COUNT             PIC 99 COMP VALUE 0.
          05 XT-SUB               PIC 99 COMP VALUE 0.
          05 EXRATE-TABLE OCCURS 20 TIMES.
             10 XT-CURRENCY       PIC X(3).
       01 CURRENCY-VALID-SW       PIC X VALUE 'N'.
          88 CURRENCY-IS-VALID          VALUE 'Y'.
      * Openings held or confirmed on the sanctions review master
       01 SANC-TABLE-AREA.
          05 SH-COUNT             PIC 9(4) COMP VALUE 0.
          05 SH-SUB               PIC 9(4) COMP VALUE 0.
          05 SANC-HOLD-TABLE OCCURS 1000 TIMES.
             10 SH-ACCT-NO        PIC X(8).
       01 SANC-TABLE-FULL         PIC X VALUE 'N'.
          88 SANC-TABLE-IS-FULL         VALUE 'Y'.
       01 SANC-HOLD-SW            PIC X VALUE 'N'.
          88 SANCTIONS-HOLD             VALUE 'Y'.
      * The fifty postal state codes - the list ADDRCHK checks
       01 STATE-CODE-VALUES.
          05 FILLER PIC X(50) VALUE
             'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMO'.
          05 FILLER PIC X(50) VALUE
             'MTNENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY'.
       01 STATE-CODE-TABLE REDEFINES STATE-CODE-VALUES.
          05 STATE-CODE OCCURS 50 TIMES PIC X(2).
       77 ST-SUB                  PIC 99 VALUE 0 COMP.
       01 STATE-VALID-SW          PIC X VALUE 'N'.
          88 STATE-IS-VALID             VALUE 'Y'.
      * Images of the record either side of the change, and the
      * eighty-byte journal slices cut from them
       01 WS-JOURNAL-IMAGES.
          05 WS-JRNL-BEFORE       PIC X(170) VALUE SPACES.
          05 WS-JRNL-AFTER        PIC X(170) VALUE SPACES.
          05 WS-SLICE-BEFORE      PIC X(80)  VALUE SPACES.
          05 WS-SLICE-AFTER       PIC X(80)  VALUE SPACES.
       01 WS-IMAGE-VIEW.
          05 WS-IMAGE-RECORD      PIC X(170).
          05 WS-IMAGE-RDF REDEFINES WS-IMAGE-RECORD.
             10 WI-ACCT-NO        PIC X(8).
             10 WI-LIMIT          PIC S9(7)V99 COMP-3.
             10 WI-BALANCE        PIC S9(7)V99 COMP-3.
             10 WI-LAST-NAME      PIC X(20).
             10 WI-FIRST-NAME     PIC X(15).
             10 WI-STREET-ADDR    PIC X(25).
             10 WI-CITY-COUNTY    PIC X(20).
             10 WI-USA-STATE      PIC X(15).
             10 WI-EMP-ID         PIC X(8).
             10 WI-CURRENCY       PIC X(3).
             10 WI-CYCLE-DAY      PIC 9(2).
             10 WI-COMMENTS       PIC X(43).
             10 WI-STATUS         PIC X(1).
       01 WS-MAINT-COUNTS.
          05 CTR-APPLIED          PIC 9(5) VALUE ZERO.
          05 CTR-REJECTED         PIC 9(5) VALUE ZERO.
          05 CTR-REFRESHED        PIC 9(5) VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 MAINT-HEADING.
          05 FILLER   PIC X(36) VALUE
                'ACCOUNT MASTER MAINTENANCE REPORT'.
          05 MH-RUN-TIME PIC X(15).
       01 MAINT-DETAIL-LINE.
          05 MDL-ACTION           PIC X(1).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MDL-ACCT-NO          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MDL-RESULT           PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 MDL-REASON           PIC X(40).
       01 MAINT-IMAGE-LINE-1.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 MI1-TAG              PIC X(8).
          05 MI1-LAST-NAME        PIC X(20).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 MI1-FIRST-NAME       PIC X(15).
          05 MI1-LIMIT            PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(5)  VALUE ' CYC '.
          05 MI1-CYCLE-DAY        PIC X(2).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 MI1-CURRENCY         PIC X(3).
          05 FILLER               PIC X(4)  VALUE ' ST '.
          05 MI1-STATUS           PIC X(1).
       01 MAINT-IMAGE-LINE-2.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 MI2-STREET           PIC X(25).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 MI2-CITY             PIC X(20).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 MI2-STATE            PIC X(15).
       01 MAINT-TOTAL-LINE.
          05 FILLER               PIC X(10) VALUE 'APPLIED:  '.
          05 MTL-APPLIED          PIC ZZZZ9.
          05 FILLER               PIC X(12) VALUE '  REJECTED: '.
          05 MTL-REJECTED         PIC ZZZZ9.
          05 FILLER               PIC X(18) VALUE
                '  KSDS REFRESHED: '.
          05 MTL-REFRESHED        PIC ZZZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
           PERFORM 000-OPEN-FILES.
           PERFORM 100-LOAD-MASTER UNTIL ACCT-LASTREC = 'Y'.
           PERFORM 120-LOAD-RATES.
           PERFORM 170-LOAD-SANCTIONS.
           PERFORM 200-APPLY-TRANSACTIONS UNTIL MAINT-LASTREC = 'Y'.
           MOVE CTR-APPLIED  TO MTL-APPLIED.
           MOVE CTR-REJECTED TO MTL-REJECTED.
           PERFORM 600-WRITE-NEW-MASTER.
           MOVE CTR-REFRESHED TO MTL-REFRESHED.
           WRITE REPORT-LINE-OUT FROM MAINT-TOTAL-LINE
               AFTER ADVANCING 2.
           PERFORM 900-CLOSE-FILES.
           GOBACK.
       000-OPEN-FILES.
           OPEN INPUT ACCT-REC.
           OPEN INPUT MAINT-FILE.
           OPEN OUTPUT MAINT-REPORT.
           OPEN EXTEND MASTER-JOURNAL.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO MH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM MAINT-HEADING.
           IF NOT ACCT-OPEN-OK
               DISPLAY 'ACCTREC FILE STATUS: ' ACCT-F-STATUS
               MOVE 'N' TO WS-MASTER-AVAILABLE
               MOVE 'Y' TO ACCT-LASTREC
               MOVE 'Y' TO MAINT-LASTREC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-READ-MASTER
           END-IF.
           IF NOT MAINT-OPEN-OK
               DISPLAY 'ACCTMTRN FILE STATUS: ' MAINT-F-STATUS
               DISPLAY 'NO MAINTENANCE TODAY'
               MOVE 'N' TO WS-MAINT-AVAILABLE
               MOVE 'Y' TO MAINT-LASTREC
           ELSE
               IF WS-MASTER-AVAILABLE = 'Y'
                   PERFORM 160-READ-TRANSACTION
               END-IF
           END-IF.
       100-LOAD-MASTER.
           IF  AT-COUNT < 1000
               ADD 1 TO AT-COUNT
               MOVE ACCT-FIELDS TO AT-RECORD(AT-COUNT)
               MOVE 'N'         TO AT-CHANGED-SW(AT-COUNT)
           ELSE
               MOVE 'Y' TO ACCT-TABLE-FULL
               DISPLAY 'ACCOUNT TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 150-READ-MASTER.
      * Without EXRATES only the base currency can be opened - a
      * foreign account with no rate would drop out of every
      * converted total CBL0001 prints.
       120-LOAD-RATES.
           OPEN INPUT EXRATE-FILE.
           IF  EXRATE-OPEN-OK
               PERFORM 130-READ-RATE
               PERFORM 140-STORE-RATE UNTIL XR-LASTREC = 'Y'
               CLOSE EXRATE-FILE
           ELSE
               DISPLAY 'EXRATES FILE STATUS: ' EXRATE-F-STATUS
               DISPLAY 'ONLY ' WS-BASE-CURRENCY
                       ' ACCOUNTS CAN OPEN THIS RUN'
           END-IF.
       130-READ-RATE.
           READ EXRATE-FILE
               AT END MOVE 'Y' TO XR-LASTREC
           END-READ.
       140-STORE-RATE.
           IF  XT-COUNT < 20
               ADD 1 TO XT-COUNT
               MOVE XR-CURRENCY TO XT-CURRENCY(XT-COUNT)
           ELSE
               DISPLAY 'RATE TABLE FULL - EXTRA IGNORED'
           END-IF.
           PERFORM 130-READ-RATE.
       150-READ-MASTER.
           READ ACCT-REC
               AT END MOVE 'Y' TO ACCT-LASTREC
           END-READ.
       160-READ-TRANSACTION.
           READ MAINT-FILE
               AT END MOVE 'Y' TO MAINT-LASTREC
           END-READ.
      * No review master means SANCSCR1 has never held anything -
      * openings go ahead, with a warning.  A table too small to
      * hold every row could miss a hold, so then every opening is
      * rejected instead.
       170-LOAD-SANCTIONS.
           OPEN INPUT SANC-MASTER.
           IF  SANC-OPEN-OK
               PERFORM 175-READ-SANCTION
               PERFORM 180-STORE-SANCTION UNTIL SANC-LASTREC = 'Y'
               CLOSE SANC-MASTER
           ELSE
               DISPLAY 'SANCMAST FILE STATUS: ' SANC-F-STATUS
               DISPLAY 'NO SANCTIONS REVIEW MASTER - OPENINGS NOT '
                       'CHECKED FOR HOLDS'
           END-IF.
       175-READ-SANCTION.
           READ SANC-MASTER
               AT END MOVE 'Y' TO SANC-LASTREC
           END-READ.
       180-STORE-SANCTION.
           IF  SM-SOURCE = 'ACCTOPEN' AND SM-BLOCKED
               IF  SH-COUNT < 1000
                   ADD 1 TO SH-COUNT
                   MOVE SM-KEY TO SH-ACCT-NO(SH-COUNT)
               ELSE
                   MOVE 'Y' TO SANC-TABLE-FULL
                   DISPLAY 'SANCTIONS HOLD TABLE FULL - EVERY '
                           'OPENING REJECTED'
               END-IF
           END-IF.
           PERFORM 175-READ-SANCTION.
       200-APPLY-TRANSACTIONS.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE TM-ACTION  TO MDL-ACTION.
           MOVE TM-ACCT-NO TO MDL-ACCT-NO.
           PERFORM 250-FIND-ACCOUNT.
           EVALUATE TRUE
               WHEN TM-ACCT-NO = SPACES
                   MOVE 'ACCOUNT NUMBER MISSING' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN TM-OPEN
                   PERFORM 300-APPLY-OPEN
               WHEN NOT TM-NAME AND NOT TM-ADDRESS
                AND NOT TM-LIMIT AND NOT TM-CYCLE
                AND NOT TM-STATUS AND NOT TM-CLOSE
                   MOVE 'UNKNOWN ACTION CODE' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN NOT ACCT-ENTRY-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN AT-CLOSED(AT-SUB)
                   MOVE 'ACCOUNT IS CLOSED' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN TM-NAME
                   PERFORM 320-APPLY-NAME
               WHEN TM-ADDRESS
                   PERFORM 330-APPLY-ADDRESS
               WHEN TM-LIMIT
                   PERFORM 340-APPLY-LIMIT
               WHEN TM-CYCLE
                   PERFORM 350-APPLY-CYCLE-DAY
               WHEN TM-STATUS
                   PERFORM 360-APPLY-STATUS
               WHEN TM-CLOSE
                   PERFORM 370-APPLY-CLOSE
           END-EVALUATE.
           PERFORM 160-READ-TRANSACTION.
       250-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           MOVE 1   TO AT-SUB.
           PERFORM 255-MATCH-ACCOUNT
               UNTIL AT-SUB > AT-COUNT OR ACCT-ENTRY-FOUND.
       255-MATCH-ACCOUNT.
           IF  AT-ACCT-NO(AT-SUB) = TM-ACCT-NO
               MOVE 'Y' TO ACCT-FOUND-SW
           ELSE
               ADD 1 TO AT-SUB
           END-IF.
       260-VALIDATE-CURRENCY.
           MOVE 'N' TO CURRENCY-VALID-SW.
           IF  TO-CURRENCY = WS-BASE-CURRENCY
               MOVE 'Y' TO CURRENCY-VALID-SW
           ELSE
               PERFORM 265-MATCH-CURRENCY
                   VARYING XT-SUB FROM 1 BY 1
                   UNTIL XT-SUB > XT-COUNT OR CURRENCY-IS-VALID
           END-IF.
       265-MATCH-CURRENCY.
           IF  XT-CURRENCY(XT-SUB) = TO-CURRENCY
               MOVE 'Y' TO CURRENCY-VALID-SW
           END-IF.
       270-VALIDATE-STATE.
           MOVE 'N' TO STATE-VALID-SW.
           MOVE 1   TO ST-SUB.
           PERFORM 275-MATCH-STATE-CODE
               UNTIL ST-SUB > 50 OR STATE-IS-VALID.
       275-MATCH-STATE-CODE.
           IF  STATE-CODE(ST-SUB) = TA-STATE
               MOVE 'Y' TO STATE-VALID-SW
           ELSE
               ADD 1 TO ST-SUB
           END-IF.
       280-CHECK-SANCTIONS.
           MOVE 'N' TO SANC-HOLD-SW.
           IF  SANC-TABLE-IS-FULL
               MOVE 'Y' TO SANC-HOLD-SW
           ELSE
               MOVE 1 TO SH-SUB
               PERFORM 285-MATCH-SANCTION
                   UNTIL SH-SUB > SH-COUNT OR SANCTIONS-HOLD
           END-IF.
       285-MATCH-SANCTION.
           IF  SH-ACCT-NO(SH-SUB) = TM-ACCT-NO
               MOVE 'Y' TO SANC-HOLD-SW
           ELSE
               ADD 1 TO SH-SUB
           END-IF.
      * A new account starts at a zero balance and active.  The
      * cycle day stays inside 28 so every month has it.
       300-APPLY-OPEN.
           PERFORM 260-VALIDATE-CURRENCY.
           PERFORM 280-CHECK-SANCTIONS.
           EVALUATE TRUE
               WHEN ACCT-ENTRY-FOUND
                   MOVE 'ACCOUNT ALREADY ON MASTER' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN SANCTIONS-HOLD
                   MOVE 'SANCTIONS HOLD - COMPLIANCE REVIEW'
                       TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN TO-LAST-NAME = SPACES
                   MOVE 'LAST NAME MISSING' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN NOT CURRENCY-IS-VALID
                   MOVE 'CURRENCY NOT ON EXRATES' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN TO-CYCLE-DAY-X IS NOT NUMERIC
                 OR TO-CYCLE-DAY < 1 OR TO-CYCLE-DAY > 28
                   MOVE 'CYCLE DAY NOT 01-28' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN TO-LIMIT-X IS NOT NUMERIC
                   MOVE 'LIMIT NOT NUMERIC' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN AT-COUNT = 1000
                   MOVE 'ACCOUNT TABLE FULL' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN OTHER
                   ADD 1 TO AT-COUNT
                   MOVE AT-COUNT TO AT-SUB
                   MOVE SPACES        TO WS-JRNL-BEFORE
                   MOVE SPACES        TO AT-RECORD(AT-SUB)
                   MOVE TM-ACCT-NO    TO AT-ACCT-NO(AT-SUB)
                   MOVE TO-LIMIT      TO AT-LIMIT(AT-SUB)
                   MOVE ZERO          TO AT-BALANCE(AT-SUB)
                   MOVE TO-LAST-NAME  TO AT-LAST-NAME(AT-SUB)
                   MOVE TO-FIRST-NAME TO AT-FIRST-NAME(AT-SUB)
                   MOVE TO-EMP-ID     TO AT-EMP-ID(AT-SUB)
                   MOVE TO-CURRENCY   TO AT-CURRENCY(AT-SUB)
                   MOVE TO-CYCLE-DAY  TO AT-CYCLE-DAY(AT-SUB)
                   MOVE 'A'           TO AT-STATUS(AT-SUB)
                   MOVE 'NO ADDRESS - KEY AN M CARD' TO MDL-REASON
                   PERFORM 395-FINISH-APPLIED
           END-EVALUATE.
       320-APPLY-NAME.
           IF  TO-LAST-NAME = SPACES
               MOVE 'LAST NAME MISSING' TO MDL-REASON
               PERFORM 390-WRITE-REJECT
           ELSE
               MOVE AT-RECORD(AT-SUB) TO WS-JRNL-BEFORE
               MOVE TO-LAST-NAME  TO AT-LAST-NAME(AT-SUB)
               MOVE TO-FIRST-NAME TO AT-FIRST-NAME(AT-SUB)
               MOVE SPACES TO MDL-REASON
               PERFORM 395-FINISH-APPLIED
           END-IF.
      * The state is kept as its postal code, left in the
      * fifteen-byte USA-STATE the statements print.
       330-APPLY-ADDRESS.
           PERFORM 270-VALIDATE-STATE.
           EVALUATE TRUE
               WHEN TA-STREET = SPACES
                   MOVE 'STREET ADDRESS MISSING' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN TA-CITY = SPACES
                   MOVE 'CITY MISSING' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN NOT STATE-IS-VALID
                   MOVE 'STATE MISSING OR NOT VALID' TO MDL-REASON
                   PERFORM 390-WRITE-REJECT
               WHEN OTHER
                   MOVE AT-RECORD(AT-SUB) TO WS-JRNL-BEFORE
                   MOVE TA-STREET TO AT-STREET-ADDR(AT-SUB)
                   MOVE TA-CITY   TO AT-CITY-COUNTY(AT-SUB)
                   MOVE TA-STATE  TO AT-USA-STATE(AT-SUB)
                   MOVE SPACES TO MDL-REASON
                   PERFORM 395-FINISH-APPLIED
           END-EVALUATE.
      * A limit under the balance still applies - the account just
      * takes no more debits until it pays down - but it is noted.
       340-APPLY-LIMIT.
           IF  TV-LIMIT-X IS NOT NUMERIC
               MOVE 'LIMIT NOT NUMERIC' TO MDL-REASON
               PERFORM 390-WRITE-REJECT
           ELSE
               MOVE AT-RECORD(AT-SUB) TO WS-JRNL-BEFORE
               MOVE TV-LIMIT TO AT-LIMIT(AT-SUB)
               IF  AT-BALANCE(AT-SUB) > AT-LIMIT(AT-SUB)
                   MOVE 'BALANCE NOW OVER THE NEW LIMIT'
                       TO MDL-REASON
               ELSE
                   MOVE SPACES TO MDL-REASON
               END-IF
               PERFORM 395-FINISH-APPLIED
           END-IF.
       350-APPLY-CYCLE-DAY.
           IF  TY-CYCLE-DAY-X IS NOT NUMERIC
            OR TY-CYCLE-DAY < 1 OR TY-CYCLE-DAY > 28
               MOVE 'CYCLE DAY NOT 01-28' TO MDL-REASON
               PERFORM 390-WRITE-REJECT
           ELSE
               MOVE AT-RECORD(AT-SUB) TO WS-JRNL-BEFORE
               MOVE TY-CYCLE-DAY TO AT-CYCLE-DAY(AT-SUB)
               MOVE SPACES TO MDL-REASON
               PERFORM 395-FINISH-APPLIED
           END-IF.
      * Closing is its own card, so the zero-balance rule cannot
      * be stepped around with a status change.
       360-APPLY-STATUS.
           IF  TS-STATUS NOT = 'A' AND TS-STATUS NOT = 'F'
               MOVE 'STATUS NOT A OR F' TO MDL-REASON
               PERFORM 390-WRITE-REJECT
           ELSE
               MOVE AT-RECORD(AT-SUB) TO WS-JRNL-BEFORE
               MOVE TS-STATUS TO AT-STATUS(AT-SUB)
               MOVE SPACES TO MDL-REASON
               PERFORM 395-FINISH-APPLIED
           END-IF.
       370-APPLY-CLOSE.
           IF  AT-BALANCE(AT-SUB) NOT = ZERO
               MOVE 'BALANCE NOT ZERO - CANNOT CLOSE' TO MDL-REASON
               PERFORM 390-WRITE-REJECT
           ELSE
               MOVE AT-RECORD(AT-SUB) TO WS-JRNL-BEFORE
               MOVE 'C' TO AT-STATUS(AT-SUB)
               MOVE SPACES TO MDL-REASON
               PERFORM 395-FINISH-APPLIED
           END-IF.
      * Each slice goes to the journal only when it changed; the
      * second and third carry ACCT-NO ahead of their bytes so
      * every slice replays on the same key.
       380-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:15) TO MJ-TIMESTAMP.
           MOVE 'ACCTMNT1' TO MJ-SOURCE.
           MOVE WS-JRNL-BEFORE(1:80) TO WS-SLICE-BEFORE.
           MOVE WS-JRNL-AFTER(1:80)  TO WS-SLICE-AFTER.
           MOVE 'ACCTREC1' TO MJ-MASTER.
           PERFORM 385-WRITE-ONE-SLICE.
           MOVE SPACES TO WS-SLICE-BEFORE WS-SLICE-AFTER.
           IF  WS-JRNL-BEFORE NOT = SPACES
               MOVE WS-JRNL-BEFORE(1:8)   TO WS-SLICE-BEFORE(1:8)
               MOVE WS-JRNL-BEFORE(81:72) TO WS-SLICE-BEFORE(9:72)
           END-IF.
           MOVE WS-JRNL-AFTER(1:8)   TO WS-SLICE-AFTER(1:8).
           MOVE WS-JRNL-AFTER(81:72) TO WS-SLICE-AFTER(9:72).
           MOVE 'ACCTREC2' TO MJ-MASTER.
           PERFORM 385-WRITE-ONE-SLICE.
           MOVE SPACES TO WS-SLICE-BEFORE WS-SLICE-AFTER.
           IF  WS-JRNL-BEFORE NOT = SPACES
               MOVE WS-JRNL-BEFORE(1:8)    TO WS-SLICE-BEFORE(1:8)
               MOVE WS-JRNL-BEFORE(153:18) TO WS-SLICE-BEFORE(9:18)
           END-IF.
           MOVE WS-JRNL-AFTER(1:8)    TO WS-SLICE-AFTER(1:8).
           MOVE WS-JRNL-AFTER(153:18) TO WS-SLICE-AFTER(9:18).
           MOVE 'ACCTREC3' TO MJ-MASTER.
           PERFORM 385-WRITE-ONE-SLICE.
       385-WRITE-ONE-SLICE.
           IF  WS-SLICE-BEFORE NOT = WS-SLICE-AFTER
               MOVE WS-SLICE-BEFORE TO MJ-BEFORE-IMAGE
               MOVE WS-SLICE-AFTER  TO MJ-AFTER-IMAGE
               WRITE MASTER-JOURNAL-REC
           END-IF.
       390-WRITE-REJECT.
           ADD 1 TO CTR-REJECTED.
           MOVE 'REJECTED  ' TO MDL-RESULT.
           WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1.
      * The record is already changed in the table and its old
      * image is in WS-JRNL-BEFORE - spaces for an open.
       395-FINISH-APPLIED.
           ADD 1 TO CTR-APPLIED.
           MOVE 'Y' TO AT-CHANGED-SW(AT-SUB).
           MOVE 'APPLIED   ' TO MDL-RESULT.
           WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
               AFTER ADVANCING 1.
           IF  WS-JRNL-BEFORE NOT = SPACES
               MOVE 'BEFORE: ' TO MI1-TAG
               MOVE WS-JRNL-BEFORE TO WS-IMAGE-RECORD
               PERFORM 398-PRINT-IMAGE
           END-IF.
           MOVE AT-RECORD(AT-SUB) TO WS-JRNL-AFTER.
           MOVE 'AFTER:  ' TO MI1-TAG.
           MOVE WS-JRNL-AFTER TO WS-IMAGE-RECORD.
           PERFORM 398-PRINT-IMAGE.
           PERFORM 380-WRITE-JOURNAL.
       398-PRINT-IMAGE.
           MOVE WI-LAST-NAME   TO MI1-LAST-NAME.
           MOVE WI-FIRST-NAME  TO MI1-FIRST-NAME.
           MOVE WI-LIMIT       TO MI1-LIMIT.
           MOVE WI-CYCLE-DAY   TO MI1-CYCLE-DAY.
           MOVE WI-CURRENCY    TO MI1-CURRENCY.
           MOVE WI-STATUS      TO MI1-STATUS.
           WRITE REPORT-LINE-OUT FROM MAINT-IMAGE-LINE-1
               AFTER ADVANCING 1.
           MOVE WI-STREET-ADDR TO MI2-STREET.
           MOVE WI-CITY-COUNTY TO MI2-CITY.
           MOVE WI-USA-STATE   TO MI2-STATE.
           WRITE REPORT-LINE-OUT FROM MAINT-IMAGE-LINE-2
               AFTER ADVANCING 1.
      * A FULL TABLE MEANS ACCOUNTS PAST THE LIMIT NEVER MADE IT
      * INTO CORE - THE OLD MASTER STANDS, THE KSDS IS LEFT ALONE
      * AND THE RUN FAILS LOUDLY, AS IN ACCTPOST.
       600-WRITE-NEW-MASTER.
           IF  ACCT-TABLE-IS-FULL
               DISPLAY 'ACCTMNT1 - ACCOUNT TABLE FULL - NEW MASTER '
                       'NOT WRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WS-MASTER-AVAILABLE = 'Y'
                   OPEN OUTPUT ACCT-NEW
                   PERFORM 650-WRITE-ONE-ACCOUNT
                       VARYING AT-SUB FROM 1 BY 1
                       UNTIL AT-SUB > AT-COUNT
                   CLOSE ACCT-NEW
                   IF  CTR-APPLIED > ZERO
                       PERFORM 700-REFRESH-KSDS
                   END-IF
               END-IF
           END-IF.
       650-WRITE-ONE-ACCOUNT.
           WRITE ACCT-NEW-REC FROM AT-RECORD(AT-SUB).
      * Only the accounts changed today are rewritten - a new one
      * is not on the KSDS yet and writes instead.  A KSDS that
      * will not open leaves ACCTINQ1 a day behind until the next
      * ACCTLOAD, so the run ends with a warning.
       700-REFRESH-KSDS.
           OPEN I-O ACCT-VSAM.
           IF  VSAM-IO-OK
               PERFORM 720-REFRESH-ONE-ACCOUNT
                   VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-COUNT
               CLOSE ACCT-VSAM
           ELSE
               DISPLAY 'ACCTVSAM OPEN STATUS: ' VSAM-F-STATUS
               DISPLAY 'KSDS NOT REFRESHED - RERUN ACCTLOAD'
               MOVE 4 TO RETURN-CODE
           END-IF.
       720-REFRESH-ONE-ACCOUNT.
           IF  AT-CHANGED-SW(AT-SUB) = 'Y'
               MOVE AT-RECORD(AT-SUB) TO VSAM-ACCT-REC
               REWRITE VSAM-ACCT-REC
               IF  VSAM-NOT-FOUND
                   WRITE VSAM-ACCT-REC
               END-IF
               IF  VSAM-IO-OK
                   ADD 1 TO CTR-REFRESHED
               ELSE
                   DISPLAY 'ACCTVSAM UPDATE FAILED FOR '
                           AT-ACCT-NO(AT-SUB)
                           ' - STATUS: ' VSAM-F-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       900-CLOSE-FILES.
           IF WS-MASTER-AVAILABLE = 'Y'
               CLOSE ACCT-REC
           END-IF.
           IF WS-MAINT-AVAILABLE = 'Y'
               CLOSE MAINT-FILE
           END-IF.
           CLOSE MAINT-REPORT.
           CLOSE MASTER-JOURNAL.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'ACCTMNT1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
