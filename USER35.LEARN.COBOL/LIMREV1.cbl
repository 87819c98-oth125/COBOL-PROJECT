      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LIMREV1.
       AUTHOR.        CREDIT LIMIT REVIEW.
      * Quarterly credit-limit review.  Scores every open account
      * on its history and recommends an increase, a decrease or
      * no change to ACCT-LIMIT:
      *   - utilization, ACCT-BALANCE against ACCT-LIMIT, averaged
      *     over today's master and the prior generations on the
      *     ACCTPREV DD (concatenate the quarter's generations);
      *   - over-limit occurrences from the OVERLIM extracts CBL0001
      *     writes each cycle (also concatenated);
      *   - payment behavior from the DELQAGE1 master - days past
      *     due and anything still past due;
      *   - returned payments from the NSFRET1 master - returns in
      *     the last year and the restricted flag.
      * A decrease is recommended for an account that is restricted,
      * more than 30 days past due, or over its limit three or more
      * times; the line comes down a quarter, but never below the
      * balance owed - one already using its whole line reports
      * WTCH for the reviewer instead.  An increase is recommended
      * for an account with at least three generations of history,
      * never over limit, never past due, no returns, and using half
      * its line or more on average; the line goes up a fifth, at
      * most $5,000.  Everything else holds.  Frozen accounts report
      * but are not scored; closed accounts are skipped.
      * Nothing changes here.  Recommendations go on the reviewer
      * report (LIMRRPT) and the changes on the pending deck
      * (LIMPEND) as ACCTMNT1 limit cards, which LIMAPPL1 releases
      * to ACCTMTRN only once a credit officer approves the run.
      * The run date is today unless a YYYYMMDD date is keyed on
      * SYSIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                  FILE STATUS IS ACCT-F-STATUS.
           SELECT ACCT-PREV  ASSIGN TO ACCTPREV
                  FILE STATUS IS PREV-F-STATUS.
           SELECT OVER-LIMIT-FILE ASSIGN TO OVERLIM
                  FILE STATUS IS OL-F-STATUS.
           SELECT DELQ-MASTER ASSIGN TO DELQMAST
                  FILE STATUS IS DELQ-F-STATUS.
           SELECT NSF-MASTER ASSIGN TO NSFMAST
                  FILE STATUS IS NSF-F-STATUS.
           SELECT PENDING-FILE ASSIGN TO LIMPEND.
           SELECT REVIEW-REPORT ASSIGN TO LIMRRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  FILLER             PIC X(116).
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-FROZEN            VALUE 'F'.
               88  ACCT-CLOSED            VALUE 'C'.
       FD  ACCT-PREV RECORDING MODE F.
       01  PREV-FIELDS.
           05  PREV-ACCT-NO       PIC X(8).
           05  PREV-ACCT-LIMIT    PIC S9(7)V99 COMP-3.
           05  PREV-ACCT-BALANCE  PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(152).
       FD  OVER-LIMIT-FILE RECORDING MODE F.
       01  OVER-LIMIT-REC.
           05  OL-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(72).
       FD  DELQ-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DELQ-MASTER-REC.
       01  DELQ-MASTER-REC.
           05  DQ-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(25).
           05  DQ-PAST-DUE        PIC 9(7)V99.
           05  FILLER             PIC X(8).
           05  DQ-DAYS-PAST-DUE   PIC 9(3).
           05  FILLER             PIC X(27).
       FD  NSF-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NSF-MASTER-REC.
       01  NSF-MASTER-REC.
           05  NR-ACCT-NO         PIC X(8).
           05  NR-RETURN-DATE-1   PIC 9(8).
           05  NR-RETURN-DATE-2   PIC 9(8).
           05  FILLER             PIC X(11).
           05  NR-RESTRICTED      PIC X(1).
           05  FILLER             PIC X(44).
       FD  PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC.
      * An ACCTMNT1 limit card in the first eighteen bytes, then the
      * limit it replaces and the disposition LIMAPPL1 releases on
       01  PENDING-REC.
           05  PL-ACTION          PIC X(1).
           05  PL-ACCT-NO         PIC X(8).
           05  PL-NEW-LIMIT       PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  PL-OLD-LIMIT       PIC 9(7)V99.
           05  FILLER             PIC X(1).
           05  PL-LAST-NAME       PIC X(20).
           05  FILLER             PIC X(1).
           05  PL-REASON          PIC X(23).
           05  PL-FLAG            PIC X(7).
       FD  REVIEW-REPORT RECORDING MODE F.
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
      *
       WORKING-STORAGE SECTION.
       01 ACCT-F-STATUS           PIC XX VALUE SPACES.
          88 ACCT-OPEN-OK               VALUE '00'.
       01 PREV-F-STATUS           PIC XX VALUE SPACES.
          88 PREV-OPEN-OK               VALUE '00'.
       01 OL-F-STATUS             PIC XX VALUE SPACES.
          88 OL-OPEN-OK                 VALUE '00'.
       01 DELQ-F-STATUS           PIC XX VALUE SPACES.
          88 DELQ-OPEN-OK               VALUE '00'.
       01 NSF-F-STATUS            PIC XX VALUE SPACES.
          88 NSF-OPEN-OK                VALUE '00'.
       01 FLAGS.
          05 ACCT-LASTREC         PIC X VALUE SPACE.
          05 PREV-LASTREC         PIC X VALUE SPACE.
          05 OL-LASTREC           PIC X VALUE SPACE.
          05 DELQ-LASTREC         PIC X VALUE SPACE.
          05 NSF-LASTREC          PIC X VALUE SPACE.
          05 WS-ACCT-AVAILABLE    PIC X VALUE 'Y'.
      * Scoring rules
       77 WS-MIN-GENERATIONS      PIC 9(2)     VALUE 3.
       77 WS-INCREASE-UTIL        PIC 9(3)V99  VALUE 50.00.
       77 WS-INCREASE-PCT         PIC 9V99     VALUE 1.20.
       77 WS-INCREASE-CAP         PIC 9(5)V99  VALUE 5000.00.
       77 WS-DECREASE-PCT         PIC 9V99     VALUE 0.75.
       77 WS-DECREASE-DPD         PIC 9(3)     VALUE 30.
       77 WS-DECREASE-OVERLIMITS  PIC 9(3)     VALUE 3.
       77 WS-RETURN-WINDOW        PIC 9(3)     VALUE 365.
      * Run date - today, or the YYYYMMDD keyed on SYSIN
       01 WS-RUN-DATE-CARD        PIC X(8)  VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY          PIC 9(4).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
      * Shared date validation - see DATEVAL
       01 DATEVAL-PARMS.
           05  DV-DATE-IN         PIC X(10) VALUE SPACES.
           05  DV-FORMAT          PIC X(1)  VALUE 'Y'.
           05  DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
           05  DV-RANGE-TO        PIC X(8)  VALUE SPACES.
           05  DV-VALID           PIC X(1)  VALUE 'N'.
           05  DV-DATE-OUT        PIC X(8)  VALUE SPACES.
           05  DV-FUNCTION        PIC X(1)  VALUE SPACE.
           05  DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
           05  DV-BUSINESS        PIC X(1)  VALUE SPACE.
      * Utilization history from the prior generations
       01 HIST-TABLE-AREA.
          05 HT-COUNT             PIC 9(4) COMP VALUE 0.
          05 HT-SUB               PIC 9(4) COMP VALUE 0.
          05 HIST-TABLE OCCURS 1000 TIMES.
             10 HT-ACCT-NO        PIC X(8).
             10 HT-GENERATIONS    PIC 9(2).
             10 HT-UTIL-SUM       PIC 9(5)V99.
       01 HIST-FOUND-SW           PIC X VALUE 'N'.
          88 HIST-ENTRY-FOUND           VALUE 'Y'.
      * Over-limit occurrences
       01 OVER-TABLE-AREA.
          05 OT-COUNT             PIC 9(4) COMP VALUE 0.
          05 OT-SUB               PIC 9(4) COMP VALUE 0.
          05 OVER-TABLE OCCURS 1000 TIMES.
             10 OT-ACCT-NO        PIC X(8).
             10 OT-OCCURRENCES    PIC 9(3).
       01 OVER-FOUND-SW           PIC X VALUE 'N'.
          88 OVER-ENTRY-FOUND           VALUE 'Y'.
      * Payment behavior and returned payments
       01 BEHAVIOR-TABLE-AREA.
          05 BT-COUNT             PIC 9(4) COMP VALUE 0.
          05 BT-SUB               PIC 9(4) COMP VALUE 0.
          05 BEHAVIOR-TABLE OCCURS 1000 TIMES.
             10 BT-ACCT-NO        PIC X(8).
             10 BT-DAYS-PAST-DUE  PIC 9(3).
             10 BT-PAST-DUE       PIC 9(7)V99.
             10 BT-RETURNS        PIC 9(1).
             10 BT-RESTRICTED     PIC X(1).
       01 BEHAVIOR-FOUND-SW       PIC X VALUE 'N'.
          88 BEHAVIOR-ENTRY-FOUND       VALUE 'Y'.
       01 WS-SEARCH-KEY           PIC X(8)  VALUE SPACES.
       01 WS-TABLE-FULL           PIC X     VALUE 'N'.
          88 SOME-TABLE-FULL            VALUE 'Y'.
      * One account's score
       01 WS-SCORE-WORK.
          05 WS-UTIL-LIMIT        PIC S9(7)V99 VALUE ZERO.
          05 WS-UTIL-BALANCE      PIC S9(7)V99 VALUE ZERO.
          05 WS-UTIL-PCT          PIC 9(3)V99 VALUE ZERO.
          05 WS-AVG-UTIL          PIC 9(3)V99 VALUE ZERO.
          05 WS-GENERATIONS       PIC 9(2)    VALUE ZERO.
          05 WS-UTIL-SUM          PIC 9(5)V99 VALUE ZERO.
          05 WS-OVERLIMITS        PIC 9(3)    VALUE ZERO.
          05 WS-DPD               PIC 9(3)    VALUE ZERO.
          05 WS-PAST-DUE          PIC 9(7)V99 VALUE ZERO.
          05 WS-RETURNS           PIC 9(1)    VALUE ZERO.
          05 WS-RESTRICTED        PIC X(1)    VALUE 'N'.
          05 WS-NEW-LIMIT         PIC 9(7)V99 VALUE ZERO.
          05 WS-HUNDREDS          PIC 9(5)    VALUE ZERO.
          05 WS-BAL-FLOOR         PIC 9(7)V99 VALUE ZERO.
          05 WS-RECOMMEND         PIC X(1)    VALUE SPACE.
             88 RECOMMEND-INCREASE        VALUE 'I'.
             88 RECOMMEND-DECREASE        VALUE 'D'.
             88 RECOMMEND-HOLD            VALUE 'H'.
             88 RECOMMEND-WATCH           VALUE 'W'.
          05 WS-REASON            PIC X(14)   VALUE SPACES.
       01 WS-REVIEW-COUNTS.
          05 CTR-REVIEWED         PIC 9(5) VALUE ZERO.
          05 CTR-INCREASE         PIC 9(5) VALUE ZERO.
          05 CTR-DECREASE         PIC 9(5) VALUE ZERO.
          05 CTR-HOLD             PIC 9(5) VALUE ZERO.
          05 CTR-WATCH            PIC 9(5) VALUE ZERO.
          05 CTR-FROZEN           PIC 9(5) VALUE ZERO.
       01 WS-INCREASE-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-DECREASE-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 REVIEW-HEADING.
          05 FILLER   PIC X(30) VALUE
                'CREDIT LIMIT REVIEW  RUN DATE:'.
          05 RH-RUN-DATE          PIC 9(8).
       01 REVIEW-COLUMN-HEADING.
          05 FILLER   PIC X(40) VALUE
                'ACCT NO  NAME                 LIMIT AVG%'.
          05 FILLER   PIC X(40) VALUE
                ' GEN  OL DPD RT REC  NEW LIMIT REASON'.
       01 REVIEW-DETAIL-LINE.
          05 RDL-ACCT-NO          PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-LAST-NAME        PIC X(12).
          05 RDL-LIMIT            PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-AVG-UTIL         PIC ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 RDL-GENERATIONS      PIC Z9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-OVERLIMITS       PIC ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-DPD              PIC ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-RETURNS          PIC Z9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-RECOMMEND        PIC X(4).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-NEW-LIMIT        PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-REASON           PIC X(14).
       01 REVIEW-TOTAL-LINE-1.
          05 FILLER   PIC X(09) VALUE 'REVIEWED:'.
          05 RT1-REVIEWED         PIC ZZZZ9.
          05 FILLER   PIC X(07) VALUE '  INCR:'.
          05 RT1-INCREASE         PIC ZZZZ9.
          05 FILLER   PIC X(07) VALUE '  DECR:'.
          05 RT1-DECREASE         PIC ZZZZ9.
          05 FILLER   PIC X(07) VALUE '  HOLD:'.
          05 RT1-HOLD             PIC ZZZZ9.
          05 FILLER   PIC X(07) VALUE '  WTCH:'.
          05 RT1-WATCH            PIC ZZZZ9.
          05 FILLER   PIC X(09) VALUE '  FROZEN:'.
          05 RT1-FROZEN           PIC ZZZZ9.
       01 REVIEW-TOTAL-LINE-2.
          05 FILLER   PIC X(22) VALUE 'LINE ADDED IF APPROVED'.
          05 RT2-INCREASE         PIC $$$,$$$,$$9.99.
          05 FILLER   PIC X(12) VALUE '  REMOVED: '.
          05 RT2-DECREASE         PIC $$$,$$$,$$9.99.
       01 REVIEW-TOTAL-LINE-3.
          05 FILLER   PIC X(50) VALUE
                'PENDING CHANGES ON LIMPEND - RELEASE WITH LIMAPPL1'.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
           PERFORM 000-OPEN-FILES.
           PERFORM 100-LOAD-HISTORY UNTIL PREV-LASTREC = 'Y'.
           PERFORM 120-LOAD-OVERLIMITS UNTIL OL-LASTREC = 'Y'.
           PERFORM 140-LOAD-DELINQUENCY UNTIL DELQ-LASTREC = 'Y'.
           PERFORM 160-LOAD-RETURNS UNTIL NSF-LASTREC = 'Y'.
           PERFORM 200-REVIEW-ONE-ACCOUNT UNTIL ACCT-LASTREC = 'Y'.
           PERFORM 600-WRITE-TOTALS.
           PERFORM 900-CLOSE-FILES.
           GOBACK.
       000-OPEN-FILES.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           ACCEPT WS-RUN-DATE-CARD.
           IF  WS-RUN-DATE-CARD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-CARD TO DV-DATE-IN
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID = 'Y'
                   MOVE DV-DATE-OUT TO WS-RUN-DATE
               ELSE
                   DISPLAY 'LIMREV1 - BAD RUN DATE: '
                           WS-RUN-DATE-CARD
                   MOVE 'N' TO WS-ACCT-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN OUTPUT PENDING-FILE.
           OPEN OUTPUT REVIEW-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM REVIEW-HEADING.
           WRITE REPORT-LINE-OUT FROM REVIEW-COLUMN-HEADING
               AFTER ADVANCING 2.
           IF  WS-ACCT-AVAILABLE = 'Y'
               OPEN INPUT ACCT-REC
               IF NOT ACCT-OPEN-OK
                   DISPLAY 'ACCTREC FILE STATUS: ' ACCT-F-STATUS
                   MOVE 'N' TO WS-ACCT-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF  WS-ACCT-AVAILABLE = 'Y'
               PERFORM 150-READ-ACCOUNT
               PERFORM 010-OPEN-HISTORY
           ELSE
               MOVE 'Y' TO ACCT-LASTREC PREV-LASTREC OL-LASTREC
                           DELQ-LASTREC NSF-LASTREC
           END-IF.
      * Each history file is optional - a missing one scores as a
      * clean record on that measure, and the report says so.
       010-OPEN-HISTORY.
           OPEN INPUT ACCT-PREV.
           IF  PREV-OPEN-OK
               PERFORM 105-READ-PRIOR
           ELSE
               DISPLAY 'ACCTPREV FILE STATUS: ' PREV-F-STATUS
               DISPLAY 'NO PRIOR GENERATIONS - NO INCREASES THIS RUN'
               MOVE 'Y' TO PREV-LASTREC
           END-IF.
           OPEN INPUT OVER-LIMIT-FILE.
           IF  OL-OPEN-OK
               PERFORM 125-READ-OVERLIMIT
           ELSE
               DISPLAY 'OVERLIM FILE STATUS: ' OL-F-STATUS
               MOVE 'Y' TO OL-LASTREC
           END-IF.
           OPEN INPUT DELQ-MASTER.
           IF  DELQ-OPEN-OK
               PERFORM 145-READ-DELQ
           ELSE
               DISPLAY 'DELQMAST FILE STATUS: ' DELQ-F-STATUS
               MOVE 'Y' TO DELQ-LASTREC
           END-IF.
           OPEN INPUT NSF-MASTER.
           IF  NSF-OPEN-OK
               PERFORM 165-READ-NSF
           ELSE
               DISPLAY 'NSFMAST FILE STATUS: ' NSF-F-STATUS
               MOVE 'Y' TO NSF-LASTREC
           END-IF.
      * One generation per account per copy on the concatenation.
       100-LOAD-HISTORY.
           MOVE PREV-ACCT-NO TO WS-SEARCH-KEY.
           PERFORM 170-FIND-HISTORY.
           IF  NOT HIST-ENTRY-FOUND
               IF  HT-COUNT < 1000
                   ADD 1 TO HT-COUNT
                   MOVE HT-COUNT     TO HT-SUB
                   MOVE PREV-ACCT-NO TO HT-ACCT-NO(HT-SUB)
                   MOVE ZERO TO HT-GENERATIONS(HT-SUB)
                                HT-UTIL-SUM(HT-SUB)
                   MOVE 'Y' TO HIST-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF  HIST-ENTRY-FOUND
               MOVE PREV-ACCT-LIMIT   TO WS-UTIL-LIMIT
               MOVE PREV-ACCT-BALANCE TO WS-UTIL-BALANCE
               PERFORM 180-UTILIZATION
               IF  HT-GENERATIONS(HT-SUB) < 99
                   ADD 1 TO HT-GENERATIONS(HT-SUB)
                   ADD WS-UTIL-PCT TO HT-UTIL-SUM(HT-SUB)
               END-IF
           END-IF.
           PERFORM 105-READ-PRIOR.
       105-READ-PRIOR.
           READ ACCT-PREV
               AT END MOVE 'Y' TO PREV-LASTREC
           END-READ.
       120-LOAD-OVERLIMITS.
           MOVE OL-ACCT-NO TO WS-SEARCH-KEY.
           PERFORM 175-FIND-OVERLIMIT.
           IF  NOT OVER-ENTRY-FOUND
               IF  OT-COUNT < 1000
                   ADD 1 TO OT-COUNT
                   MOVE OT-COUNT   TO OT-SUB
                   MOVE OL-ACCT-NO TO OT-ACCT-NO(OT-SUB)
                   MOVE ZERO       TO OT-OCCURRENCES(OT-SUB)
                   MOVE 'Y' TO OVER-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF  OVER-ENTRY-FOUND AND OT-OCCURRENCES(OT-SUB) < 999
               ADD 1 TO OT-OCCURRENCES(OT-SUB)
           END-IF.
           PERFORM 125-READ-OVERLIMIT.
       125-READ-OVERLIMIT.
           READ OVER-LIMIT-FILE
               AT END MOVE 'Y' TO OL-LASTREC
           END-READ.
       140-LOAD-DELINQUENCY.
           MOVE DQ-ACCT-NO TO WS-SEARCH-KEY.
           PERFORM 185-FIND-OR-ADD-BEHAVIOR.
           IF  BEHAVIOR-ENTRY-FOUND
               IF  DQ-DAYS-PAST-DUE IS NUMERIC
                   MOVE DQ-DAYS-PAST-DUE TO BT-DAYS-PAST-DUE(BT-SUB)
               END-IF
               IF  DQ-PAST-DUE IS NUMERIC
                   MOVE DQ-PAST-DUE TO BT-PAST-DUE(BT-SUB)
               END-IF
           END-IF.
           PERFORM 145-READ-DELQ.
       145-READ-DELQ.
           READ DELQ-MASTER
               AT END MOVE 'Y' TO DELQ-LASTREC
           END-READ.
       150-READ-ACCOUNT.
           READ ACCT-REC
               AT END MOVE 'Y' TO ACCT-LASTREC
           END-READ.
      * Returns inside the window count; NSFRET1's restriction
      * stands on its own.
       160-LOAD-RETURNS.
           MOVE NR-ACCT-NO TO WS-SEARCH-KEY.
           PERFORM 185-FIND-OR-ADD-BEHAVIOR.
           IF  BEHAVIOR-ENTRY-FOUND
               IF  NR-RETURN-DATE-1 IS NUMERIC
               AND NR-RETURN-DATE-1 > ZERO
               AND FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(NR-RETURN-DATE-1)
                   NOT > WS-RETURN-WINDOW
                   ADD 1 TO BT-RETURNS(BT-SUB)
               END-IF
               IF  NR-RETURN-DATE-2 IS NUMERIC
               AND NR-RETURN-DATE-2 > ZERO
               AND FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(NR-RETURN-DATE-2)
                   NOT > WS-RETURN-WINDOW
                   ADD 1 TO BT-RETURNS(BT-SUB)
               END-IF
               IF  NR-RESTRICTED = 'Y'
                   MOVE 'Y' TO BT-RESTRICTED(BT-SUB)
               END-IF
           END-IF.
           PERFORM 165-READ-NSF.
       165-READ-NSF.
           READ NSF-MASTER
               AT END MOVE 'Y' TO NSF-LASTREC
           END-READ.
       170-FIND-HISTORY.
           MOVE 'N' TO HIST-FOUND-SW.
           MOVE 1   TO HT-SUB.
           PERFORM 172-MATCH-HISTORY
               UNTIL HT-SUB > HT-COUNT OR HIST-ENTRY-FOUND.
       172-MATCH-HISTORY.
           IF  HT-ACCT-NO(HT-SUB) = WS-SEARCH-KEY
               MOVE 'Y' TO HIST-FOUND-SW
           ELSE
               ADD 1 TO HT-SUB
           END-IF.
       175-FIND-OVERLIMIT.
           MOVE 'N' TO OVER-FOUND-SW.
           MOVE 1   TO OT-SUB.
           PERFORM 177-MATCH-OVERLIMIT
               UNTIL OT-SUB > OT-COUNT OR OVER-ENTRY-FOUND.
       177-MATCH-OVERLIMIT.
           IF  OT-ACCT-NO(OT-SUB) = WS-SEARCH-KEY
               MOVE 'Y' TO OVER-FOUND-SW
           ELSE
               ADD 1 TO OT-SUB
           END-IF.
       180-UTILIZATION.
           IF  WS-UTIL-LIMIT > ZERO AND WS-UTIL-BALANCE > ZERO
               IF  WS-UTIL-BALANCE NOT < WS-UTIL-LIMIT * 9.99
                   MOVE 999.99 TO WS-UTIL-PCT
               ELSE
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       WS-UTIL-BALANCE * 100 / WS-UTIL-LIMIT
               END-IF
           ELSE
               MOVE ZERO TO WS-UTIL-PCT
           END-IF.
       185-FIND-OR-ADD-BEHAVIOR.
           PERFORM 190-FIND-BEHAVIOR.
           IF  NOT BEHAVIOR-ENTRY-FOUND
               IF  BT-COUNT < 1000
                   ADD 1 TO BT-COUNT
                   MOVE BT-COUNT      TO BT-SUB
                   MOVE WS-SEARCH-KEY TO BT-ACCT-NO(BT-SUB)
                   MOVE ZERO TO BT-DAYS-PAST-DUE(BT-SUB)
                                BT-PAST-DUE(BT-SUB)
                                BT-RETURNS(BT-SUB)
                   MOVE 'N'  TO BT-RESTRICTED(BT-SUB)
                   MOVE 'Y'  TO BEHAVIOR-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.
       190-FIND-BEHAVIOR.
           MOVE 'N' TO BEHAVIOR-FOUND-SW.
           MOVE 1   TO BT-SUB.
           PERFORM 195-MATCH-BEHAVIOR
               UNTIL BT-SUB > BT-COUNT OR BEHAVIOR-ENTRY-FOUND.
       195-MATCH-BEHAVIOR.
           IF  BT-ACCT-NO(BT-SUB) = WS-SEARCH-KEY
               MOVE 'Y' TO BEHAVIOR-FOUND-SW
           ELSE
               ADD 1 TO BT-SUB
           END-IF.
       200-REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  NOT ACCT-CLOSED
               PERFORM 210-GATHER-HISTORY
               IF  ACCT-FROZEN
                   ADD 1 TO CTR-FROZEN
                   MOVE 'H'  TO WS-RECOMMEND
                   MOVE 'FROZEN' TO WS-REASON
               ELSE
                   ADD 1 TO CTR-REVIEWED
                   PERFORM 300-SCORE-ACCOUNT
               END-IF
               PERFORM 500-REPORT-ACCOUNT
           END-IF.
           PERFORM 150-READ-ACCOUNT.
      * Today's master counts as one more generation.
       210-GATHER-HISTORY.
           MOVE ACCT-NO      TO WS-SEARCH-KEY.
           MOVE ACCT-LIMIT   TO WS-UTIL-LIMIT.
           MOVE ACCT-BALANCE TO WS-UTIL-BALANCE.
           PERFORM 180-UTILIZATION.
           MOVE 1           TO WS-GENERATIONS.
           MOVE WS-UTIL-PCT TO WS-UTIL-SUM.
           PERFORM 170-FIND-HISTORY.
           IF  HIST-ENTRY-FOUND
               ADD HT-GENERATIONS(HT-SUB) TO WS-GENERATIONS
               ADD HT-UTIL-SUM(HT-SUB)    TO WS-UTIL-SUM
           END-IF.
           COMPUTE WS-AVG-UTIL ROUNDED = WS-UTIL-SUM / WS-GENERATIONS.
           MOVE ZERO TO WS-OVERLIMITS.
           PERFORM 175-FIND-OVERLIMIT.
           IF  OVER-ENTRY-FOUND
               MOVE OT-OCCURRENCES(OT-SUB) TO WS-OVERLIMITS
           END-IF.
           MOVE ZERO TO WS-DPD WS-PAST-DUE WS-RETURNS.
           MOVE 'N'  TO WS-RESTRICTED.
           PERFORM 190-FIND-BEHAVIOR.
           IF  BEHAVIOR-ENTRY-FOUND
               MOVE BT-DAYS-PAST-DUE(BT-SUB) TO WS-DPD
               MOVE BT-PAST-DUE(BT-SUB)      TO WS-PAST-DUE
               MOVE BT-RETURNS(BT-SUB)       TO WS-RETURNS
               MOVE BT-RESTRICTED(BT-SUB)    TO WS-RESTRICTED
           END-IF.
       300-SCORE-ACCOUNT.
           MOVE 'H'    TO WS-RECOMMEND.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN WS-RESTRICTED = 'Y'
                   MOVE 'D' TO WS-RECOMMEND
                   MOVE 'NSF RESTRICTED' TO WS-REASON
               WHEN WS-DPD > WS-DECREASE-DPD
                   MOVE 'D' TO WS-RECOMMEND
                   MOVE 'OVER 30 DPD' TO WS-REASON
               WHEN WS-OVERLIMITS NOT < WS-DECREASE-OVERLIMITS
                   MOVE 'D' TO WS-RECOMMEND
                   MOVE 'OVER LIMIT 3+' TO WS-REASON
               WHEN WS-GENERATIONS < WS-MIN-GENERATIONS
                   MOVE 'SHORT HISTORY' TO WS-REASON
               WHEN WS-OVERLIMITS > ZERO
                   MOVE 'OVER LIMIT' TO WS-REASON
               WHEN WS-DPD > ZERO OR WS-PAST-DUE > ZERO
                   MOVE 'PAID LATE' TO WS-REASON
               WHEN WS-RETURNS > ZERO
                   MOVE 'RETURNED PMT' TO WS-REASON
               WHEN WS-AVG-UTIL < WS-INCREASE-UTIL
                   MOVE 'LINE UNDERUSED' TO WS-REASON
               WHEN OTHER
                   MOVE 'I' TO WS-RECOMMEND
                   MOVE 'GOOD STANDING' TO WS-REASON
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RECOMMEND-INCREASE
                   PERFORM 320-PRICE-INCREASE
               WHEN RECOMMEND-DECREASE
                   PERFORM 340-PRICE-DECREASE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN RECOMMEND-INCREASE
                   ADD 1 TO CTR-INCREASE
                   COMPUTE WS-INCREASE-TOTAL = WS-INCREASE-TOTAL
                       + WS-NEW-LIMIT - ACCT-LIMIT
                   PERFORM 400-WRITE-PENDING
               WHEN RECOMMEND-DECREASE
                   ADD 1 TO CTR-DECREASE
                   COMPUTE WS-DECREASE-TOTAL = WS-DECREASE-TOTAL
                       + ACCT-LIMIT - WS-NEW-LIMIT
                   PERFORM 400-WRITE-PENDING
               WHEN RECOMMEND-WATCH
                   ADD 1 TO CTR-WATCH
               WHEN OTHER
                   ADD 1 TO CTR-HOLD
           END-EVALUATE.
      * Up a fifth, to the next hundred dollars, at most the cap.
       320-PRICE-INCREASE.
           COMPUTE WS-HUNDREDS =
               (ACCT-LIMIT * WS-INCREASE-PCT + 99.99) / 100.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
           IF  WS-NEW-LIMIT - ACCT-LIMIT > WS-INCREASE-CAP
               COMPUTE WS-NEW-LIMIT = ACCT-LIMIT + WS-INCREASE-CAP
           END-IF.
           IF  WS-NEW-LIMIT NOT > ACCT-LIMIT
               MOVE 'H' TO WS-RECOMMEND
               MOVE 'NO LIMIT SET' TO WS-REASON
           END-IF.
      * Down a quarter, to the hundred below, but never under the
      * balance owed rounded up to the hundred above.  An account
      * using its whole line cannot come down without going over
      * limit - it reports for watching and no card is written.
       340-PRICE-DECREASE.
           COMPUTE WS-HUNDREDS = ACCT-LIMIT * WS-DECREASE-PCT / 100.
           COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100.
           IF  ACCT-BALANCE > ZERO
               COMPUTE WS-HUNDREDS = (ACCT-BALANCE + 99.99) / 100
               COMPUTE WS-BAL-FLOOR = WS-HUNDREDS * 100
               IF  WS-NEW-LIMIT < WS-BAL-FLOOR
                   MOVE WS-BAL-FLOOR TO WS-NEW-LIMIT
               END-IF
           END-IF.
           IF  WS-NEW-LIMIT NOT < ACCT-LIMIT
               MOVE 'W' TO WS-RECOMMEND
           END-IF.
       400-WRITE-PENDING.
           MOVE SPACES       TO PENDING-REC.
           MOVE 'L'          TO PL-ACTION.
           MOVE ACCT-NO      TO PL-ACCT-NO.
           MOVE WS-NEW-LIMIT TO PL-NEW-LIMIT.
           IF  ACCT-LIMIT > ZERO
               MOVE ACCT-LIMIT TO PL-OLD-LIMIT
           ELSE
               MOVE ZERO       TO PL-OLD-LIMIT
           END-IF.
           MOVE LAST-NAME    TO PL-LAST-NAME.
           MOVE WS-REASON    TO PL-REASON.
           IF  RECOMMEND-INCREASE
               MOVE 'INCR   ' TO PL-FLAG
           ELSE
               MOVE 'DECR   ' TO PL-FLAG
           END-IF.
           WRITE PENDING-REC.
       500-REPORT-ACCOUNT.
           MOVE ACCT-NO        TO RDL-ACCT-NO.
           MOVE LAST-NAME      TO RDL-LAST-NAME.
           MOVE ACCT-LIMIT     TO RDL-LIMIT.
           MOVE WS-AVG-UTIL    TO RDL-AVG-UTIL.
           MOVE WS-GENERATIONS TO RDL-GENERATIONS.
           MOVE WS-OVERLIMITS  TO RDL-OVERLIMITS.
           MOVE WS-DPD         TO RDL-DPD.
           MOVE WS-RETURNS     TO RDL-RETURNS.
           MOVE WS-REASON      TO RDL-REASON.
           EVALUATE TRUE
               WHEN RECOMMEND-INCREASE
                   MOVE 'INCR'       TO RDL-RECOMMEND
                   MOVE WS-NEW-LIMIT TO RDL-NEW-LIMIT
               WHEN RECOMMEND-DECREASE
                   MOVE 'DECR'       TO RDL-RECOMMEND
                   MOVE WS-NEW-LIMIT TO RDL-NEW-LIMIT
               WHEN RECOMMEND-WATCH
                   MOVE 'WTCH'       TO RDL-RECOMMEND
                   MOVE ACCT-LIMIT   TO RDL-NEW-LIMIT
               WHEN OTHER
                   MOVE 'HOLD'       TO RDL-RECOMMEND
                   MOVE ACCT-LIMIT   TO RDL-NEW-LIMIT
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM REVIEW-DETAIL-LINE
               AFTER ADVANCING 1.
       600-WRITE-TOTALS.
           MOVE CTR-REVIEWED TO RT1-REVIEWED.
           MOVE CTR-INCREASE TO RT1-INCREASE.
           MOVE CTR-DECREASE TO RT1-DECREASE.
           MOVE CTR-HOLD     TO RT1-HOLD.
           MOVE CTR-WATCH    TO RT1-WATCH.
           MOVE CTR-FROZEN   TO RT1-FROZEN.
           WRITE REPORT-LINE-OUT FROM REVIEW-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-INCREASE-TOTAL TO RT2-INCREASE.
           MOVE WS-DECREASE-TOTAL TO RT2-DECREASE.
           WRITE REPORT-LINE-OUT FROM REVIEW-TOTAL-LINE-2
               AFTER ADVANCING 1.
           WRITE REPORT-LINE-OUT FROM REVIEW-TOTAL-LINE-3
               AFTER ADVANCING 1.
           IF  SOME-TABLE-FULL
               DISPLAY 'LIMREV1 - HISTORY TABLE FULL - SOME ACCOUNTS '
                       'SCORED ON PARTIAL HISTORY'
               MOVE 4 TO RETURN-CODE
           END-IF.
       900-CLOSE-FILES.
           IF WS-ACCT-AVAILABLE = 'Y'
               CLOSE ACCT-REC
           END-IF.
           IF PREV-OPEN-OK OR PREV-F-STATUS = '10'
               CLOSE ACCT-PREV
           END-IF.
           IF OL-OPEN-OK OR OL-F-STATUS = '10'
               CLOSE OVER-LIMIT-FILE
           END-IF.
           IF DELQ-OPEN-OK OR DELQ-F-STATUS = '10'
               CLOSE DELQ-MASTER
           END-IF.
           IF NSF-OPEN-OK OR NSF-F-STATUS = '10'
               CLOSE NSF-MASTER
           END-IF.
           CLOSE PENDING-FILE.
           CLOSE REVIEW-REPORT.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'LIMREV1 ' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
