      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DELQAGE1.
       AUTHOR.        DELINQUENCY AGING AND COLLECTIONS.
      * Daily delinquency tracking for the account master.  The
      * DELQMAST master carries, per ACCT-NO, the minimum due from
      * the latest CSTMT001 statement and whatever earlier minimums
      * went unpaid past their due dates.  Each run:
      *   - credits the day's payments from ACCTPSTD (the credits
      *     ACCTPOST actually posted) - oldest past due first, then
      *     the current minimum;
      *   - ages: a minimum still owed after its due date moves to
      *     past due and draws the late fee, which goes out the
      *     MINTFEE1 way - an 'A' assessment on LATETRAN for
      *     ACCTPOST and a statement charge line on CHRGFILE;
      *   - takes the new minimums off STMTDUE;
      *   - prices days past due from the oldest unpaid due date
      *     and sends the 30, 60 and 90 day collection letters,
      *     each tier once, addressed from CLIENT-ADDR, with every
      *     account 30 or more days down on the work queue.
      * An account NSFRET1 has put on payment hold (NSFMAST) has its
      * payments held until they clear instead of counting at once,
      * and an 'R' reversal of a returned payment puts the amount
      * back on what is owed.
      * The new master generation writes to DELQNEW.  The run date
      * is today unless a YYYYMMDD date is keyed on SYSIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                  FILE STATUS IS ACCT-F-STATUS.
           SELECT DELQ-MASTER ASSIGN TO DELQMAST
                  FILE STATUS IS DELQ-F-STATUS.
           SELECT DELQ-NEW   ASSIGN TO DELQNEW.
           SELECT STMT-DUE-FILE ASSIGN TO STMTDUE
                  FILE STATUS IS SD-F-STATUS.
           SELECT POSTED-FILE ASSIGN TO ACCTPSTD
                  FILE STATUS IS PS-F-STATUS.
           SELECT NSF-MASTER ASSIGN TO NSFMAST
                  FILE STATUS IS NM-F-STATUS.
           SELECT LATE-FEE-TRAN ASSIGN TO LATETRAN.
           SELECT CHARGE-FILE ASSIGN TO CHRGFILE.
           SELECT LETTER-FILE ASSIGN TO COLLLTR.
           SELECT QUEUE-REPORT ASSIGN TO COLLQUE.
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
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  EMP-ID             PIC X(8).
           05  ACCT-CURRENCY      PIC X(3).
           05  ACCT-CYCLE-DAY     PIC 9(2).
           05  COMMENTS           PIC X(43).
           05  ACCT-STATUS        PIC X(1).
       FD  DELQ-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DELQ-MASTER-REC.
       01  DELQ-MASTER-REC        PIC X(80).
       FD  DELQ-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DELQ-NEW-REC.
       01  DELQ-NEW-REC           PIC X(80).
       FD  STMT-DUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STMT-DUE-REC.
       01  STMT-DUE-REC.
           05  SD-ACCT-NO         PIC X(8).
           05  SD-STMT-DATE       PIC 9(8).
           05  SD-DUE-DATE        PIC 9(8).
           05  SD-MIN-DUE         PIC 9(7)V99.
           05  SD-BALANCE         PIC S9(7)V99.
           05  FILLER             PIC X(38).
       FD  POSTED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTED-REC.
       01  POSTED-REC.
           05  PS-ACCT-NO         PIC X(8).
           05  PS-DR-CR           PIC X(1).
               88  PS-CREDIT              VALUE 'C'.
               88  PS-REVERSAL            VALUE 'R'.
           05  PS-AMOUNT          PIC 9(7)V99.
           05  PS-TRAN-DATE       PIC X(10).
           05  FILLER             PIC X(52).
       FD  NSF-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NSF-MASTER-REC.
       01  NSF-MASTER-REC.
           05  NM-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(19).
           05  NM-HOLD-UNTIL      PIC 9(8).
           05  FILLER             PIC X(45).
       FD  LATE-FEE-TRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATE-FEE-REC.
      * ACCTPOST's transaction layout with the 'A' assessment code
       01  LATE-FEE-REC.
           05  LF-ACCT-NO         PIC X(8).
           05  LF-DR-CR           PIC X(1).
           05  LF-AMOUNT          PIC 9(7)V99.
           05  LF-TRAN-DATE       PIC X(10).
           05  FILLER             PIC X(52).
       FD  CHARGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHARGE-REC.
      * MINTFEE1's statement charge line - added to the month's file
       01  CHARGE-REC.
           05  CH-ACCT-NO         PIC X(8).
           05  CH-DESCRIPTION     PIC X(25).
           05  CH-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(38).
       FD  LETTER-FILE RECORDING MODE F.
       01  LETTER-LINE-OUT  PIC X(80).
       FD  QUEUE-REPORT RECORDING MODE F.
       01  QUEUE-LINE-OUT   PIC X(80).
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
       01 DELQ-F-STATUS           PIC XX VALUE SPACES.
          88 DELQ-OPEN-OK               VALUE '00'.
       01 SD-F-STATUS             PIC XX VALUE SPACES.
          88 SD-OPEN-OK                 VALUE '00'.
       01 PS-F-STATUS             PIC XX VALUE SPACES.
          88 PS-OPEN-OK                 VALUE '00'.
       01 NM-F-STATUS             PIC XX VALUE SPACES.
          88 NM-OPEN-OK                 VALUE '00'.
       01 FLAGS.
          05 ACCT-LASTREC         PIC X VALUE SPACE.
          05 DELQ-LASTREC         PIC X VALUE SPACE.
          05 SD-LASTREC           PIC X VALUE SPACE.
          05 PS-LASTREC           PIC X VALUE SPACE.
          05 NM-LASTREC           PIC X VALUE SPACE.
          05 WS-MASTER-AVAILABLE  PIC X VALUE 'Y'.
       77 WS-LATE-FEE             PIC 9(3)V99 VALUE 25.00.
      * A held payment counts this many days after it was made
       77 WS-CLEAR-DAYS           PIC 9(3)    VALUE 10.
      * Run date - today, or the YYYYMMDD keyed on SYSIN
       01 WS-RUN-DATE-CARD        PIC X(8)  VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY          PIC 9(4).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-ISO         PIC X(10) VALUE SPACES.
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
      * Name, address and balance for the letters and the queue
       01 ACCT-TABLE-AREA.
          05 AT-COUNT             PIC 9(4) COMP VALUE 0.
          05 AT-SUB               PIC 9(4) COMP VALUE 0.
          05 ACCT-TABLE OCCURS 1000 TIMES.
             10 AT-ACCT-NO        PIC X(8).
             10 AT-BALANCE        PIC S9(7)V99 COMP-3.
             10 AT-LAST-NAME      PIC X(20).
             10 AT-FIRST-NAME     PIC X(15).
             10 AT-STREET-ADDR    PIC X(25).
             10 AT-CITY-COUNTY    PIC X(20).
             10 AT-USA-STATE      PIC X(15).
       01 ACCT-FOUND-SW           PIC X VALUE 'N'.
          88 ACCT-ENTRY-FOUND           VALUE 'Y'.
      * The delinquency master in core.  Past due is the unpaid
      * minimums whose due dates have gone by; the oldest of those
      * dates is what days past due count from.
       01 DELQ-TABLE-AREA.
          05 DT-COUNT             PIC 9(4) COMP VALUE 0.
          05 DT-SUB               PIC 9(4) COMP VALUE 0.
          05 DELQ-TABLE OCCURS 1000 TIMES.
             10 DT-RECORD         PIC X(80).
             10 DT-RECORD-RDF REDEFINES DT-RECORD.
                15 DT-ACCT-NO       PIC X(8).
                15 DT-STMT-DATE     PIC 9(8).
                15 DT-DUE-DATE      PIC 9(8).
                15 DT-CURRENT-DUE   PIC 9(7)V99.
                15 DT-PAST-DUE      PIC 9(7)V99.
                15 DT-OLDEST-DUE    PIC 9(8).
                15 DT-DAYS-PAST-DUE PIC 9(3).
      * Highest collection letter sent: 1 = 30, 2 = 60, 3 = 90 days
                15 DT-LETTER-TIER   PIC 9(1).
                15 DT-FEE-DUE-DATE  PIC 9(8).
                15 DT-LAST-PAY-DATE PIC 9(8).
      * Payments made under an NSF hold, not yet cleared
                15 DT-HELD-CREDIT   PIC 9(7)V99.
                15 FILLER           PIC X(1).
             10 DT-LETTER-TODAY   PIC X(1).
       01 DELQ-TABLE-FULL         PIC X VALUE 'N'.
          88 DELQ-TABLE-IS-FULL         VALUE 'Y'.
       01 DELQ-FOUND-SW           PIC X VALUE 'N'.
          88 DELQ-ENTRY-FOUND           VALUE 'Y'.
      * Accounts on NSF payment hold and how long the hold runs
       01 HOLD-TABLE-AREA.
          05 HT-COUNT             PIC 9(4) COMP VALUE 0.
          05 HT-SUB               PIC 9(4) COMP VALUE 0.
          05 HOLD-TABLE OCCURS 1000 TIMES.
             10 HT-ACCT-NO        PIC X(8).
             10 HT-HOLD-UNTIL     PIC 9(8).
       01 HOLD-FOUND-SW           PIC X VALUE 'N'.
          88 HOLD-ENTRY-FOUND           VALUE 'Y'.
       01 WS-AGING-WORK.
          05 WS-PAYMENT-LEFT      PIC 9(7)V99 VALUE ZERO.
          05 WS-APPLY-AMT         PIC 9(7)V99 VALUE ZERO.
          05 WS-NEW-TIER          PIC 9(1)    VALUE ZERO.
          05 WS-PAY-DATE          PIC 9(8)    VALUE ZERO.
          05 WS-PAY-DATE-X REDEFINES WS-PAY-DATE PIC X(8).
          05 WS-APPLY-KEY         PIC X(8)    VALUE SPACES.
       01 WS-AGING-COUNTS.
          05 CTR-PAYMENTS         PIC 9(5) VALUE ZERO.
          05 CTR-UNMATCHED-PAY    PIC 9(5) VALUE ZERO.
          05 CTR-HELD             PIC 9(5) VALUE ZERO.
          05 CTR-REVERSALS        PIC 9(5) VALUE ZERO.
          05 CTR-STATEMENTS       PIC 9(5) VALUE ZERO.
          05 CTR-LATE-FEES        PIC 9(5) VALUE ZERO.
          05 CTR-LETTERS          PIC 9(5) VALUE ZERO.
          05 CTR-BUCKET-30        PIC 9(5) VALUE ZERO.
          05 CTR-BUCKET-60        PIC 9(5) VALUE ZERO.
          05 CTR-BUCKET-90        PIC 9(5) VALUE ZERO.
          05 WS-TOT-PAST-DUE      PIC 9(9)V99 VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
      * Collection letter - the window-envelope block CSTMT001 uses
       01 LETTER-COMPANY-LINE.
          05 FILLER   PIC X(25) VALUE SPACES.
          05 FILLER   PIC X(30) VALUE 'ACME MANUFACTURING COMPANY'.
       01 LETTER-DATE-LINE.
          05 FILLER   PIC X(55) VALUE SPACES.
          05 LDL-MM   PIC 9(2).
          05 FILLER   PIC X(01) VALUE '/'.
          05 LDL-DD   PIC 9(2).
          05 FILLER   PIC X(01) VALUE '/'.
          05 LDL-YYYY PIC 9(4).
       01 LETTER-NAME-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 LNL-FIRST-NAME PIC X(15).
          05 FILLER   PIC X(01) VALUE SPACE.
          05 LNL-LAST-NAME PIC X(20).
       01 LETTER-STREET-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 LSL-STREET PIC X(25).
       01 LETTER-CITY-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 LCL-CITY  PIC X(20).
          05 FILLER   PIC X(01) VALUE SPACE.
          05 LCL-STATE PIC X(15).
       01 LETTER-RE-LINE.
          05 FILLER   PIC X(20) VALUE 'RE:  ACCOUNT NUMBER '.
          05 LRL-ACCT-NO PIC X(8).
       01 LETTER-AMOUNT-LINE.
          05 FILLER   PIC X(18) VALUE 'AMOUNT PAST DUE:  '.
          05 LAL-PAST-DUE PIC $$,$$$,$$9.99.
          05 FILLER   PIC X(18) VALUE '   DAYS PAST DUE: '.
          05 LAL-DAYS PIC ZZ9.
       01 LETTER-BALANCE-LINE.
          05 FILLER   PIC X(18) VALUE 'CURRENT BALANCE:  '.
          05 LBL-BALANCE PIC $$,$$$,$$9.99-.
      * Letter bodies, four lines a tier
       01 LETTER-TEXT-VALUES.
          05 FILLER PIC X(60) VALUE
             'OUR RECORDS SHOW YOUR MINIMUM PAYMENT IS NOW 30 DAYS'.
          05 FILLER PIC X(60) VALUE
             'PAST DUE.  IF YOU HAVE ALREADY SENT IT, THANK YOU AND'.
          05 FILLER PIC X(60) VALUE
             'PLEASE DISREGARD THIS NOTICE.  OTHERWISE PLEASE SEND'.
          05 FILLER PIC X(60) VALUE
             'THE AMOUNT PAST DUE BELOW AT YOUR EARLIEST CONVENIENCE.'.
          05 FILLER PIC X(60) VALUE
             'YOUR ACCOUNT IS NOW 60 DAYS PAST DUE AND NO PAYMENT'.
          05 FILLER PIC X(60) VALUE
             'HAS BEEN RECEIVED SINCE OUR LAST NOTICE.  PLEASE PAY'.
          05 FILLER PIC X(60) VALUE
             'THE AMOUNT PAST DUE WITHIN TEN DAYS OR CALL OUR CREDIT'.
          05 FILLER PIC X(60) VALUE
             'DEPARTMENT TO ARRANGE PAYMENT.'.
          05 FILLER PIC X(60) VALUE
             'FINAL NOTICE.  YOUR ACCOUNT IS 90 DAYS PAST DUE.  UNLESS'.
          05 FILLER PIC X(60) VALUE
             'THE AMOUNT PAST DUE IS RECEIVED WITHIN TEN DAYS, YOUR'.
          05 FILLER PIC X(60) VALUE
             'ACCOUNT WILL BE REFERRED FOR COLLECTION AND MAY BE'.
          05 FILLER PIC X(60) VALUE
             'REPORTED AS DELINQUENT TO THE CREDIT BUREAUS.'.
       01 LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
          05 LETTER-TIER-TEXT OCCURS 3 TIMES.
             10 LETTER-TEXT-LINE OCCURS 4 TIMES PIC X(60).
       77 LT-SUB                  PIC 9 VALUE 0 COMP.
       01 LETTER-BODY-LINE.
          05 LBY-TEXT             PIC X(60).
       01 LETTER-CLOSE-LINE.
          05 FILLER   PIC X(25) VALUE 'CREDIT DEPARTMENT'.
      * Collections work queue
       01 QUEUE-HEADING.
          05 FILLER   PIC X(36) VALUE
                'COLLECTIONS WORK QUEUE  RUN DATE: '.
          05 QH-RUN-DATE PIC X(10).
       01 QUEUE-COLUMN-LINE.
          05 FILLER   PIC X(45) VALUE
                'ACCOUNT   NAME                    DAYS BUCKET'.
          05 FILLER   PIC X(35) VALUE
                '     PAST DUE       BALANCE LETTER'.
       01 QUEUE-DETAIL-LINE.
          05 QDL-ACCT-NO          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 QDL-NAME             PIC X(22).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 QDL-DAYS             PIC ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 QDL-BUCKET           PIC X(4).
          05 QDL-PAST-DUE         PIC $$$,$$$,$$9.99.
          05 QDL-BALANCE          PIC $$,$$$,$$9.99-.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 QDL-LETTER           PIC X(6).
       01 QUEUE-TOTAL-LINE-1.
          05 FILLER   PIC X(10) VALUE 'PAYMENTS: '.
          05 QT1-PAYMENTS         PIC ZZZZ9.
          05 FILLER   PIC X(13) VALUE '  UNMATCHED: '.
          05 QT1-UNMATCHED        PIC ZZZZ9.
          05 FILLER   PIC X(14) VALUE '  STATEMENTS: '.
          05 QT1-STATEMENTS       PIC ZZZZ9.
          05 FILLER   PIC X(13) VALUE '  LATE FEES: '.
          05 QT1-LATE-FEES        PIC ZZZZ9.
       01 QUEUE-TOTAL-LINE-2.
          05 FILLER   PIC X(10) VALUE '30 DAYS:  '.
          05 QT2-30               PIC ZZZZ9.
          05 FILLER   PIC X(11) VALUE '  60 DAYS: '.
          05 QT2-60               PIC ZZZZ9.
          05 FILLER   PIC X(12) VALUE '  90+ DAYS: '.
          05 QT2-90               PIC ZZZZ9.
          05 FILLER   PIC X(11) VALUE '  LETTERS: '.
          05 QT2-LETTERS          PIC ZZZZ9.
          05 FILLER   PIC X(08) VALUE '  HELD: '.
          05 QT2-HELD             PIC ZZZZ9.
       01 QUEUE-TOTAL-LINE-3.
          05 FILLER   PIC X(17) VALUE 'TOTAL PAST DUE:  '.
          05 QT3-PAST-DUE         PIC $$$,$$$,$$9.99.
          05 FILLER   PIC X(14) VALUE '  REVERSALS: '.
          05 QT3-REVERSALS        PIC ZZZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
           PERFORM 000-OPEN-FILES.
           PERFORM 100-LOAD-ACCOUNTS UNTIL ACCT-LASTREC = 'Y'.
           PERFORM 120-LOAD-DELQ-MASTER.
           PERFORM 180-LOAD-HOLDS.
           PERFORM 200-APPLY-PAYMENTS.
           PERFORM 300-AGE-ONE-ACCOUNT
               VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT.
           PERFORM 400-TAKE-STATEMENTS.
           PERFORM 500-PRICE-ONE-ACCOUNT
               VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT.
           PERFORM 600-WRITE-QUEUE-TOTALS.
           PERFORM 700-WRITE-NEW-MASTER.
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
                   DISPLAY 'DELQAGE1 - BAD RUN DATE: '
                           WS-RUN-DATE-CARD
                   MOVE 'N' TO WS-MASTER-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
           OPEN OUTPUT QUEUE-REPORT.
           MOVE WS-RUN-DATE-ISO TO QH-RUN-DATE.
           WRITE QUEUE-LINE-OUT FROM QUEUE-HEADING.
           WRITE QUEUE-LINE-OUT FROM QUEUE-COLUMN-LINE
               AFTER ADVANCING 2.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT LATE-FEE-TRAN.
           OPEN EXTEND CHARGE-FILE.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT ACCT-REC
               IF NOT ACCT-OPEN-OK
                   DISPLAY 'ACCTREC FILE STATUS: ' ACCT-F-STATUS
                   MOVE 'N' TO WS-MASTER-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF  WS-MASTER-AVAILABLE = 'Y'
               PERFORM 150-READ-ACCOUNT
           ELSE
               MOVE 'Y' TO ACCT-LASTREC DELQ-LASTREC
                           SD-LASTREC PS-LASTREC
           END-IF.
       100-LOAD-ACCOUNTS.
           IF  AT-COUNT < 1000
               ADD 1 TO AT-COUNT
               MOVE ACCT-NO      TO AT-ACCT-NO(AT-COUNT)
               MOVE ACCT-BALANCE TO AT-BALANCE(AT-COUNT)
               MOVE LAST-NAME    TO AT-LAST-NAME(AT-COUNT)
               MOVE FIRST-NAME   TO AT-FIRST-NAME(AT-COUNT)
               MOVE STREET-ADDR  TO AT-STREET-ADDR(AT-COUNT)
               MOVE CITY-COUNTY  TO AT-CITY-COUNTY(AT-COUNT)
               MOVE USA-STATE    TO AT-USA-STATE(AT-COUNT)
           ELSE
               DISPLAY 'ACCOUNT TABLE FULL - LETTERS PAST THE LIMIT '
                       'GO UNADDRESSED'
           END-IF.
           PERFORM 150-READ-ACCOUNT.
      * No master yet is the first run - the table starts empty and
      * the day's statements begin it.
       120-LOAD-DELQ-MASTER.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT DELQ-MASTER
               IF  DELQ-OPEN-OK
                   PERFORM 130-READ-DELQ
                   PERFORM 140-STORE-DELQ UNTIL DELQ-LASTREC = 'Y'
                   CLOSE DELQ-MASTER
               ELSE
                   DISPLAY 'DELQMAST FILE STATUS: ' DELQ-F-STATUS
                   DISPLAY 'DELINQUENCY MASTER STARTS EMPTY THIS RUN'
               END-IF
           END-IF.
       130-READ-DELQ.
           READ DELQ-MASTER
               AT END MOVE 'Y' TO DELQ-LASTREC
           END-READ.
       140-STORE-DELQ.
           IF  DT-COUNT < 1000
               ADD 1 TO DT-COUNT
               MOVE DELQ-MASTER-REC TO DT-RECORD(DT-COUNT)
               MOVE 'N' TO DT-LETTER-TODAY(DT-COUNT)
               IF  DT-HELD-CREDIT(DT-COUNT) IS NOT NUMERIC
                   MOVE ZERO TO DT-HELD-CREDIT(DT-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO DELQ-TABLE-FULL
               DISPLAY 'DELINQUENCY TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 130-READ-DELQ.
       150-READ-ACCOUNT.
           READ ACCT-REC
               AT END MOVE 'Y' TO ACCT-LASTREC
           END-READ.
       160-FIND-DELQ.
           MOVE 'N' TO DELQ-FOUND-SW.
           MOVE 1   TO DT-SUB.
           PERFORM 165-MATCH-DELQ
               UNTIL DT-SUB > DT-COUNT OR DELQ-ENTRY-FOUND.
       165-MATCH-DELQ.
           IF  DT-ACCT-NO(DT-SUB) = WS-APPLY-KEY
               MOVE 'Y' TO DELQ-FOUND-SW
           ELSE
               ADD 1 TO DT-SUB
           END-IF.
       170-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           MOVE 1   TO AT-SUB.
           PERFORM 175-MATCH-ACCOUNT
               UNTIL AT-SUB > AT-COUNT OR ACCT-ENTRY-FOUND.
       175-MATCH-ACCOUNT.
           IF  AT-ACCT-NO(AT-SUB) = DT-ACCT-NO(DT-SUB)
               MOVE 'Y' TO ACCT-FOUND-SW
           ELSE
               ADD 1 TO AT-SUB
           END-IF.
      * No NSF master means no account is on hold.
       180-LOAD-HOLDS.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT NSF-MASTER
               IF  NM-OPEN-OK
                   PERFORM 185-READ-NSF
                   PERFORM 190-STORE-HOLD UNTIL NM-LASTREC = 'Y'
                   CLOSE NSF-MASTER
               ELSE
                   DISPLAY 'NSFMAST FILE STATUS: ' NM-F-STATUS
                   DISPLAY 'NO ACCOUNTS ON PAYMENT HOLD'
               END-IF
           END-IF.
       185-READ-NSF.
           READ NSF-MASTER
               AT END MOVE 'Y' TO NM-LASTREC
           END-READ.
       190-STORE-HOLD.
           IF  NM-HOLD-UNTIL IS NUMERIC
           AND NM-HOLD-UNTIL NOT < WS-RUN-DATE
               IF  HT-COUNT < 1000
                   ADD 1 TO HT-COUNT
                   MOVE NM-ACCT-NO    TO HT-ACCT-NO(HT-COUNT)
                   MOVE NM-HOLD-UNTIL TO HT-HOLD-UNTIL(HT-COUNT)
               ELSE
                   DISPLAY 'HOLD TABLE FULL - ' NM-ACCT-NO
                           ' PAYMENTS COUNT WITHOUT CLEARING'
               END-IF
           END-IF.
           PERFORM 185-READ-NSF.
       195-FIND-HOLD.
           MOVE 'N' TO HOLD-FOUND-SW.
           MOVE 1   TO HT-SUB.
           PERFORM 197-MATCH-HOLD
               UNTIL HT-SUB > HT-COUNT OR HOLD-ENTRY-FOUND.
       197-MATCH-HOLD.
           IF  HT-ACCT-NO(HT-SUB) = WS-APPLY-KEY
               MOVE 'Y' TO HOLD-FOUND-SW
           ELSE
               ADD 1 TO HT-SUB
           END-IF.
      * Payments clear the oldest money first.  Once nothing is
      * past due the account is current again and the letter
      * ladder starts over.
       200-APPLY-PAYMENTS.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT POSTED-FILE
               IF  PS-OPEN-OK
                   PERFORM 210-READ-POSTED
                   PERFORM 220-APPLY-ONE-PAYMENT
                       UNTIL PS-LASTREC = 'Y'
                   CLOSE POSTED-FILE
               ELSE
                   DISPLAY 'ACCTPSTD FILE STATUS: ' PS-F-STATUS
                   DISPLAY 'NO PAYMENTS CREDITED THIS RUN'
               END-IF
           END-IF.
       210-READ-POSTED.
           READ POSTED-FILE
               AT END MOVE 'Y' TO PS-LASTREC
           END-READ.
       220-APPLY-ONE-PAYMENT.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  PS-CREDIT OR PS-REVERSAL
               MOVE PS-ACCT-NO TO WS-APPLY-KEY
               PERFORM 160-FIND-DELQ
               IF  DELQ-ENTRY-FOUND
                   IF  PS-CREDIT
                       PERFORM 225-TAKE-PAYMENT
                   ELSE
                       PERFORM 240-REVERSE-PAYMENT
                   END-IF
               ELSE
                   IF  PS-CREDIT
                       ADD 1 TO CTR-UNMATCHED-PAY
                   END-IF
               END-IF
           END-IF.
           PERFORM 210-READ-POSTED.
      * A payment made while the account is on hold waits in the
      * held credit until it has had time to clear.
       225-TAKE-PAYMENT.
           ADD 1 TO CTR-PAYMENTS.
           IF  PS-TRAN-DATE(1:4) IS NUMERIC
           AND PS-TRAN-DATE(6:2) IS NUMERIC
           AND PS-TRAN-DATE(9:2) IS NUMERIC
               STRING PS-TRAN-DATE(1:4) PS-TRAN-DATE(6:2)
                      PS-TRAN-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-PAY-DATE-X
           ELSE
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           END-IF.
           MOVE WS-PAY-DATE TO DT-LAST-PAY-DATE(DT-SUB).
           PERFORM 195-FIND-HOLD.
           IF  HOLD-ENTRY-FOUND
           AND HT-HOLD-UNTIL(HT-SUB) NOT < WS-PAY-DATE
               ADD 1 TO CTR-HELD
               ADD PS-AMOUNT TO DT-HELD-CREDIT(DT-SUB)
           ELSE
               MOVE PS-AMOUNT TO WS-PAYMENT-LEFT
               PERFORM 230-SPREAD-PAYMENT
           END-IF.
       230-SPREAD-PAYMENT.
           IF  WS-PAYMENT-LEFT > DT-PAST-DUE(DT-SUB)
               MOVE DT-PAST-DUE(DT-SUB) TO WS-APPLY-AMT
           ELSE
               MOVE WS-PAYMENT-LEFT TO WS-APPLY-AMT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM DT-PAST-DUE(DT-SUB).
           SUBTRACT WS-APPLY-AMT FROM WS-PAYMENT-LEFT.
           IF  WS-PAYMENT-LEFT > DT-CURRENT-DUE(DT-SUB)
               MOVE DT-CURRENT-DUE(DT-SUB) TO WS-APPLY-AMT
           ELSE
               MOVE WS-PAYMENT-LEFT TO WS-APPLY-AMT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM DT-CURRENT-DUE(DT-SUB).
           IF  DT-PAST-DUE(DT-SUB) = ZERO
               MOVE ZERO TO DT-OLDEST-DUE(DT-SUB)
               MOVE ZERO TO DT-DAYS-PAST-DUE(DT-SUB)
               MOVE ZERO TO DT-LETTER-TIER(DT-SUB)
           END-IF.
      * A returned payment comes out of the held credit if it never
      * counted; otherwise what it paid is owed again - past due if
      * the due date has gone by, toward the current minimum if not.
       240-REVERSE-PAYMENT.
           ADD 1 TO CTR-REVERSALS.
           MOVE PS-AMOUNT TO WS-PAYMENT-LEFT.
           IF  WS-PAYMENT-LEFT > DT-HELD-CREDIT(DT-SUB)
               MOVE DT-HELD-CREDIT(DT-SUB) TO WS-APPLY-AMT
           ELSE
               MOVE WS-PAYMENT-LEFT TO WS-APPLY-AMT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM DT-HELD-CREDIT(DT-SUB).
           SUBTRACT WS-APPLY-AMT FROM WS-PAYMENT-LEFT.
           IF  WS-PAYMENT-LEFT > ZERO
               IF  DT-DUE-DATE(DT-SUB) < WS-RUN-DATE
                   ADD WS-PAYMENT-LEFT TO DT-PAST-DUE(DT-SUB)
                   IF  DT-OLDEST-DUE(DT-SUB) = ZERO
                       MOVE DT-DUE-DATE(DT-SUB)
                           TO DT-OLDEST-DUE(DT-SUB)
                   END-IF
               ELSE
                   ADD WS-PAYMENT-LEFT TO DT-CURRENT-DUE(DT-SUB)
               END-IF
           END-IF.
      * Held payments old enough to have cleared count now.  Then a
      * minimum still owed once its due date has gone by is past
      * due, and draws one late fee for that due date.
       300-AGE-ONE-ACCOUNT.
           IF  DT-HELD-CREDIT(DT-SUB) > ZERO
           AND FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) NOT <
               FUNCTION INTEGER-OF-DATE(DT-LAST-PAY-DATE(DT-SUB))
               + WS-CLEAR-DAYS
               MOVE DT-HELD-CREDIT(DT-SUB) TO WS-PAYMENT-LEFT
               MOVE ZERO TO DT-HELD-CREDIT(DT-SUB)
               PERFORM 230-SPREAD-PAYMENT
           END-IF.
           IF  DT-CURRENT-DUE(DT-SUB) > ZERO
           AND DT-DUE-DATE(DT-SUB) < WS-RUN-DATE
               PERFORM 320-ROLL-TO-PAST-DUE
           END-IF.
       320-ROLL-TO-PAST-DUE.
           ADD DT-CURRENT-DUE(DT-SUB) TO DT-PAST-DUE(DT-SUB).
           MOVE ZERO TO DT-CURRENT-DUE(DT-SUB).
           IF  DT-OLDEST-DUE(DT-SUB) = ZERO
               MOVE DT-DUE-DATE(DT-SUB) TO DT-OLDEST-DUE(DT-SUB)
           END-IF.
           IF  DT-FEE-DUE-DATE(DT-SUB) NOT = DT-DUE-DATE(DT-SUB)
               MOVE DT-DUE-DATE(DT-SUB) TO DT-FEE-DUE-DATE(DT-SUB)
               PERFORM 340-ASSESS-LATE-FEE
           END-IF.
      * The MINTFEE1 path: the assessment ACCTPOST posts and the
      * statement line CSTMT001 itemizes.
       340-ASSESS-LATE-FEE.
           ADD 1 TO CTR-LATE-FEES.
           MOVE SPACES             TO LATE-FEE-REC.
           MOVE DT-ACCT-NO(DT-SUB) TO LF-ACCT-NO.
           MOVE 'A'                TO LF-DR-CR.
           MOVE WS-LATE-FEE        TO LF-AMOUNT.
           MOVE WS-RUN-DATE-ISO    TO LF-TRAN-DATE.
           WRITE LATE-FEE-REC.
           MOVE SPACES             TO CHARGE-REC.
           MOVE DT-ACCT-NO(DT-SUB) TO CH-ACCT-NO.
           MOVE 'LATE PAYMENT FEE'  TO CH-DESCRIPTION.
           MOVE WS-LATE-FEE        TO CH-AMOUNT.
           WRITE CHARGE-REC.
      * A new statement replaces the current minimum.  One left
      * unpaid from the cycle before has already aged into past
      * due above unless its due date has not yet passed - then it
      * rolls now, because the new minimum supersedes it.
       400-TAKE-STATEMENTS.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT STMT-DUE-FILE
               IF  SD-OPEN-OK
                   PERFORM 410-READ-STMT-DUE
                   PERFORM 420-TAKE-ONE-STATEMENT
                       UNTIL SD-LASTREC = 'Y'
                   CLOSE STMT-DUE-FILE
               ELSE
                   DISPLAY 'STMTDUE FILE STATUS: ' SD-F-STATUS
                   DISPLAY 'NO NEW STATEMENTS THIS RUN'
               END-IF
           END-IF.
       410-READ-STMT-DUE.
           READ STMT-DUE-FILE
               AT END MOVE 'Y' TO SD-LASTREC
           END-READ.
       420-TAKE-ONE-STATEMENT.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE SD-ACCT-NO TO WS-APPLY-KEY.
           PERFORM 160-FIND-DELQ.
           IF  NOT DELQ-ENTRY-FOUND
               IF  DT-COUNT < 1000
                   ADD 1 TO DT-COUNT
                   MOVE DT-COUNT TO DT-SUB
                   MOVE SPACES     TO DT-RECORD(DT-SUB)
                   MOVE SD-ACCT-NO TO DT-ACCT-NO(DT-SUB)
                   MOVE ZERO TO DT-CURRENT-DUE(DT-SUB)
                                DT-PAST-DUE(DT-SUB)
                                DT-OLDEST-DUE(DT-SUB)
                                DT-DAYS-PAST-DUE(DT-SUB)
                                DT-LETTER-TIER(DT-SUB)
                                DT-FEE-DUE-DATE(DT-SUB)
                                DT-LAST-PAY-DATE(DT-SUB)
                                DT-HELD-CREDIT(DT-SUB)
                   MOVE 'N' TO DT-LETTER-TODAY(DT-SUB)
                   MOVE 'Y' TO DELQ-FOUND-SW
               ELSE
                   MOVE 'Y' TO DELQ-TABLE-FULL
                   DISPLAY 'DELINQUENCY TABLE FULL - STATEMENT FOR '
                           SD-ACCT-NO ' NOT TRACKED'
               END-IF
           END-IF.
           IF  DELQ-ENTRY-FOUND
               ADD 1 TO CTR-STATEMENTS
               IF  DT-CURRENT-DUE(DT-SUB) > ZERO
                   PERFORM 320-ROLL-TO-PAST-DUE
               END-IF
               MOVE SD-STMT-DATE TO DT-STMT-DATE(DT-SUB)
               MOVE SD-DUE-DATE  TO DT-DUE-DATE(DT-SUB)
               MOVE SD-MIN-DUE   TO DT-CURRENT-DUE(DT-SUB)
           END-IF.
           PERFORM 410-READ-STMT-DUE.
      * Days past due run from the oldest due date still unpaid.
      * Each letter tier goes once; a payment that clears the past
      * due resets the ladder.
       500-PRICE-ONE-ACCOUNT.
           IF  DT-OLDEST-DUE(DT-SUB) = ZERO
               MOVE ZERO TO DT-DAYS-PAST-DUE(DT-SUB)
           ELSE
               IF  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(DT-OLDEST-DUE(DT-SUB))
                   > 999
                   MOVE 999 TO DT-DAYS-PAST-DUE(DT-SUB)
               ELSE
                   COMPUTE DT-DAYS-PAST-DUE(DT-SUB) =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE(DT-OLDEST-DUE(DT-SUB))
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DT-DAYS-PAST-DUE(DT-SUB) >= 90
                   MOVE 3 TO WS-NEW-TIER
                   ADD 1 TO CTR-BUCKET-90
               WHEN DT-DAYS-PAST-DUE(DT-SUB) >= 60
                   MOVE 2 TO WS-NEW-TIER
                   ADD 1 TO CTR-BUCKET-60
               WHEN DT-DAYS-PAST-DUE(DT-SUB) >= 30
                   MOVE 1 TO WS-NEW-TIER
                   ADD 1 TO CTR-BUCKET-30
               WHEN OTHER
                   MOVE 0 TO WS-NEW-TIER
           END-EVALUATE.
           IF  WS-NEW-TIER > ZERO
               PERFORM 170-FIND-ACCOUNT
               IF  WS-NEW-TIER > DT-LETTER-TIER(DT-SUB)
                   IF  ACCT-ENTRY-FOUND
                       PERFORM 520-WRITE-LETTER
                       MOVE WS-NEW-TIER TO DT-LETTER-TIER(DT-SUB)
                       MOVE 'Y' TO DT-LETTER-TODAY(DT-SUB)
                   ELSE
                       DISPLAY 'NO ACCOUNT RECORD FOR '
                               DT-ACCT-NO(DT-SUB)
                               ' - COLLECTION LETTER NOT SENT'
                   END-IF
               END-IF
               PERFORM 560-WRITE-QUEUE-LINE
           END-IF.
       520-WRITE-LETTER.
           ADD 1 TO CTR-LETTERS.
           WRITE LETTER-LINE-OUT FROM LETTER-COMPANY-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-MM   TO LDL-MM.
           MOVE WS-RUN-DD   TO LDL-DD.
           MOVE WS-RUN-YYYY TO LDL-YYYY.
           WRITE LETTER-LINE-OUT FROM LETTER-DATE-LINE
               AFTER ADVANCING 2.
           MOVE AT-FIRST-NAME(AT-SUB)  TO LNL-FIRST-NAME.
           MOVE AT-LAST-NAME(AT-SUB)   TO LNL-LAST-NAME.
           WRITE LETTER-LINE-OUT FROM LETTER-NAME-LINE
               AFTER ADVANCING 2.
           MOVE AT-STREET-ADDR(AT-SUB) TO LSL-STREET.
           WRITE LETTER-LINE-OUT FROM LETTER-STREET-LINE
               AFTER ADVANCING 1.
           MOVE AT-CITY-COUNTY(AT-SUB) TO LCL-CITY.
           MOVE AT-USA-STATE(AT-SUB)   TO LCL-STATE.
           WRITE LETTER-LINE-OUT FROM LETTER-CITY-LINE
               AFTER ADVANCING 1.
           MOVE DT-ACCT-NO(DT-SUB) TO LRL-ACCT-NO.
           WRITE LETTER-LINE-OUT FROM LETTER-RE-LINE
               AFTER ADVANCING 3.
           MOVE SPACES TO LETTER-LINE-OUT.
           WRITE LETTER-LINE-OUT AFTER ADVANCING 1.
           PERFORM 530-WRITE-LETTER-BODY
               VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > 4.
           MOVE DT-PAST-DUE(DT-SUB)      TO LAL-PAST-DUE.
           MOVE DT-DAYS-PAST-DUE(DT-SUB) TO LAL-DAYS.
           WRITE LETTER-LINE-OUT FROM LETTER-AMOUNT-LINE
               AFTER ADVANCING 2.
           MOVE AT-BALANCE(AT-SUB) TO LBL-BALANCE.
           WRITE LETTER-LINE-OUT FROM LETTER-BALANCE-LINE
               AFTER ADVANCING 1.
           WRITE LETTER-LINE-OUT FROM LETTER-CLOSE-LINE
               AFTER ADVANCING 3.
       530-WRITE-LETTER-BODY.
           MOVE LETTER-TEXT-LINE(WS-NEW-TIER, LT-SUB) TO LBY-TEXT.
           WRITE LETTER-LINE-OUT FROM LETTER-BODY-LINE
               AFTER ADVANCING 1.
       560-WRITE-QUEUE-LINE.
           MOVE DT-ACCT-NO(DT-SUB) TO QDL-ACCT-NO.
           MOVE SPACES TO QDL-NAME.
           IF  ACCT-ENTRY-FOUND
               STRING AT-FIRST-NAME(AT-SUB) DELIMITED BY SPACE
                      ' '                   DELIMITED BY SIZE
                      AT-LAST-NAME(AT-SUB)  DELIMITED BY SPACE
                   INTO QDL-NAME
               MOVE AT-BALANCE(AT-SUB) TO QDL-BALANCE
           ELSE
               MOVE '*NOT ON ACCTREC*' TO QDL-NAME
               MOVE ZERO TO QDL-BALANCE
           END-IF.
           MOVE DT-DAYS-PAST-DUE(DT-SUB) TO QDL-DAYS.
           EVALUATE WS-NEW-TIER
               WHEN 3
                   MOVE ' 90+' TO QDL-BUCKET
               WHEN 2
                   MOVE ' 60 ' TO QDL-BUCKET
               WHEN OTHER
                   MOVE ' 30 ' TO QDL-BUCKET
           END-EVALUATE.
           MOVE DT-PAST-DUE(DT-SUB) TO QDL-PAST-DUE.
           ADD DT-PAST-DUE(DT-SUB) TO WS-TOT-PAST-DUE.
           IF  DT-LETTER-TODAY(DT-SUB) = 'Y'
               MOVE 'SENT' TO QDL-LETTER
           ELSE
               MOVE SPACES TO QDL-LETTER
           END-IF.
           WRITE QUEUE-LINE-OUT FROM QUEUE-DETAIL-LINE
               AFTER ADVANCING 1.
       600-WRITE-QUEUE-TOTALS.
           MOVE CTR-PAYMENTS      TO QT1-PAYMENTS.
           MOVE CTR-UNMATCHED-PAY TO QT1-UNMATCHED.
           MOVE CTR-STATEMENTS    TO QT1-STATEMENTS.
           MOVE CTR-LATE-FEES     TO QT1-LATE-FEES.
           WRITE QUEUE-LINE-OUT FROM QUEUE-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-BUCKET-30     TO QT2-30.
           MOVE CTR-BUCKET-60     TO QT2-60.
           MOVE CTR-BUCKET-90     TO QT2-90.
           MOVE CTR-LETTERS       TO QT2-LETTERS.
           MOVE CTR-HELD          TO QT2-HELD.
           WRITE QUEUE-LINE-OUT FROM QUEUE-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE WS-TOT-PAST-DUE   TO QT3-PAST-DUE.
           MOVE CTR-REVERSALS     TO QT3-REVERSALS.
           WRITE QUEUE-LINE-OUT FROM QUEUE-TOTAL-LINE-3
               AFTER ADVANCING 1.
      * A FULL TABLE WOULD DROP ACCOUNTS FROM THE NEW GENERATION -
      * THE OLD MASTER STANDS AND THE RUN FAILS LOUDLY.
       700-WRITE-NEW-MASTER.
           IF  DELQ-TABLE-IS-FULL
               DISPLAY 'DELQAGE1 - DELINQUENCY TABLE FULL - DELQNEW '
                       'NOT WRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WS-MASTER-AVAILABLE = 'Y'
                   OPEN OUTPUT DELQ-NEW
                   PERFORM 750-WRITE-ONE-DELQ
                       VARYING DT-SUB FROM 1 BY 1
                       UNTIL DT-SUB > DT-COUNT
                   CLOSE DELQ-NEW
               END-IF
           END-IF.
       750-WRITE-ONE-DELQ.
           WRITE DELQ-NEW-REC FROM DT-RECORD(DT-SUB).
       900-CLOSE-FILES.
           IF WS-MASTER-AVAILABLE = 'Y'
               CLOSE ACCT-REC
           END-IF.
           CLOSE LATE-FEE-TRAN.
           CLOSE CHARGE-FILE.
           CLOSE LETTER-FILE.
           CLOSE QUEUE-REPORT.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'DELQAGE1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
