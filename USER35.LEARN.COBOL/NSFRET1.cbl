      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NSFRET1.
       AUTHOR.        RETURNED PAYMENT PROCESSING.
      * Takes the day's returned customer payments (NSF and other
      * bank returns) off the RETPAY deck and ties each one back to
      * the credit ACCTPOST posted for it.  The posting history is
      * ACCTPSTD - the DD concatenates the posted-transaction
      * generations that cover the return window.  A return that
      * finds its credit:
      *   - reverses it with an 'R' transaction on NSFTRAN, which
      *     ACCTPOST posts ahead of the day's work and which carries
      *     the original payment date so the pair stays linked;
      *   - draws the returned-payment fee the MINTFEE1 way, an 'A'
      *     assessment on NSFTRAN and a charge line on CHRGFILE;
      *   - puts the account on payment hold in the NSF master, so
      *     DELQAGE1 lets its payments clear before counting them
      *     toward the minimum due;
      *   - counts against the account - a second return inside
      *     twelve months puts it on the restricted list.
      * A credit already reversed (an 'R' for it is in the history)
      * does not reverse twice.  The NSF master rolls from NSFMAST
      * to NSFNEW.  The run date is today unless a YYYYMMDD date is
      * keyed on SYSIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RETPAY
                  FILE STATUS IS RP-F-STATUS.
           SELECT POSTED-FILE ASSIGN TO ACCTPSTD
                  FILE STATUS IS PS-F-STATUS.
           SELECT NSF-MASTER ASSIGN TO NSFMAST
                  FILE STATUS IS NM-F-STATUS.
           SELECT NSF-NEW    ASSIGN TO NSFNEW.
           SELECT NSF-TRAN   ASSIGN TO NSFTRAN.
           SELECT CHARGE-FILE ASSIGN TO CHRGFILE.
           SELECT NSF-REPORT ASSIGN TO NSFRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETURN-REC.
       01  RETURN-REC.
           05  RP-ACCT-NO         PIC X(8).
           05  RP-PAY-DATE        PIC X(10).
           05  RP-AMOUNT          PIC 9(7)V99.
           05  RP-AMOUNT-X REDEFINES RP-AMOUNT PIC X(9).
      * Bank return reason - R01 insufficient funds, R02 account
      * closed, R08 payment stopped and so on
           05  RP-REASON          PIC X(3).
           05  RP-REASON-TEXT     PIC X(25).
           05  FILLER             PIC X(25).
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
           05  PS-ORIG-PAY-DATE   PIC X(10).
           05  PS-RETURN-REASON   PIC X(3).
           05  FILLER             PIC X(39).
       FD  NSF-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NSF-MASTER-REC.
       01  NSF-MASTER-REC         PIC X(80).
       FD  NSF-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NSF-NEW-REC.
       01  NSF-NEW-REC            PIC X(80).
       FD  NSF-TRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NSF-TRAN-REC.
      * ACCTPOST's transaction layout
       01  NSF-TRAN-REC.
           05  NT-ACCT-NO         PIC X(8).
           05  NT-DR-CR           PIC X(1).
           05  NT-AMOUNT          PIC 9(7)V99.
           05  NT-TRAN-DATE       PIC X(10).
           05  NT-ORIG-PAY-DATE   PIC X(10).
           05  NT-RETURN-REASON   PIC X(3).
           05  FILLER             PIC X(39).
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
       FD  NSF-REPORT RECORDING MODE F.
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
       01 RP-F-STATUS             PIC XX VALUE SPACES.
          88 RP-OPEN-OK                 VALUE '00'.
       01 PS-F-STATUS             PIC XX VALUE SPACES.
          88 PS-OPEN-OK                 VALUE '00'.
       01 NM-F-STATUS             PIC XX VALUE SPACES.
          88 NM-OPEN-OK                 VALUE '00'.
       01 FLAGS.
          05 RP-LASTREC           PIC X VALUE SPACE.
          05 PS-LASTREC           PIC X VALUE SPACE.
          05 NM-LASTREC           PIC X VALUE SPACE.
          05 WS-MASTER-AVAILABLE  PIC X VALUE 'Y'.
          05 WS-RETURNS-OPEN      PIC X VALUE 'N'.
       77 WS-NSF-FEE              PIC 9(3)V99 VALUE 30.00.
      * Payments after a return are held this many days from the
      * return date; DELQAGE1 does the holding.
       77 WS-HOLD-DAYS            PIC 9(3)    VALUE 60.
       77 WS-RESTRICT-WINDOW      PIC 9(3)    VALUE 365.
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
      * The day's returns, matched against the history in one pass
       01 RETURN-TABLE-AREA.
          05 RT-COUNT             PIC 9(4) COMP VALUE 0.
          05 RT-SUB               PIC 9(4) COMP VALUE 0.
          05 RETURN-TABLE OCCURS 200 TIMES.
             10 RT-ACCT-NO        PIC X(8).
             10 RT-PAY-DATE       PIC X(10).
             10 RT-AMOUNT         PIC 9(7)V99.
             10 RT-REASON         PIC X(3).
             10 RT-REASON-TEXT    PIC X(25).
      * C = credit found, R = already reversed, blank = no match
             10 RT-MATCH          PIC X(1).
                88 RT-CREDIT-FOUND        VALUE 'C'.
                88 RT-ALREADY-REVERSED    VALUE 'R'.
             10 RT-POSTED-SEQ     PIC 9(7).
       01 RETURN-TABLE-FULL       PIC X VALUE 'N'.
          88 RETURN-TABLE-IS-FULL       VALUE 'Y'.
      * The NSF master in core
       01 NSF-TABLE-AREA.
          05 NM-COUNT             PIC 9(4) COMP VALUE 0.
          05 NM-SUB               PIC 9(4) COMP VALUE 0.
          05 NSF-TABLE OCCURS 1000 TIMES.
             10 NM-RECORD         PIC X(80).
             10 NM-RECORD-RDF REDEFINES NM-RECORD.
                15 NM-ACCT-NO       PIC X(8).
      * The two most recent returns, latest first
                15 NM-RETURN-DATE-1 PIC 9(8).
                15 NM-RETURN-DATE-2 PIC 9(8).
                15 NM-RETURN-COUNT  PIC 9(3).
      * Payments dated up to here must clear before they count
                15 NM-HOLD-UNTIL    PIC 9(8).
                15 NM-RESTRICTED    PIC X(1).
                   88 NM-IS-RESTRICTED      VALUE 'Y'.
                15 NM-RESTRICT-DATE PIC 9(8).
                15 FILLER           PIC X(36).
       01 NSF-TABLE-FULL          PIC X VALUE 'N'.
          88 NSF-TABLE-IS-FULL          VALUE 'Y'.
       01 NSF-FOUND-SW            PIC X VALUE 'N'.
          88 NSF-ENTRY-FOUND            VALUE 'Y'.
       01 WS-RETURN-WORK.
          05 WS-RETURN-DATE       PIC 9(8)    VALUE ZERO.
          05 WS-POSTED-SEQ        PIC 9(7)    VALUE ZERO.
          05 WS-NEW-RESTRICT      PIC X(1)    VALUE 'N'.
       01 WS-RETURN-COUNTS.
          05 CTR-RETURNS          PIC 9(5) VALUE ZERO.
          05 CTR-REVERSED         PIC 9(5) VALUE ZERO.
          05 CTR-NO-MATCH         PIC 9(5) VALUE ZERO.
          05 CTR-DUPLICATE        PIC 9(5) VALUE ZERO.
          05 CTR-RESTRICTED       PIC 9(5) VALUE ZERO.
          05 WS-TOT-REVERSED      PIC 9(9)V99 VALUE ZERO.
          05 WS-TOT-FEES          PIC 9(9)V99 VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 REPORT-HEADING.
          05 FILLER   PIC X(36) VALUE
                'RETURNED PAYMENT REPORT  RUN DATE: '.
          05 RH-RUN-DATE PIC X(10).
       01 REPORT-COLUMN-LINE-1.
          05 FILLER   PIC X(44) VALUE
                'ACCOUNT   PAID ON       AMOUNT RSN POSTED AS'.
          05 FILLER   PIC X(36) VALUE
                '   RESULT'.
       01 REPORT-DETAIL-LINE.
          05 RDL-ACCT-NO          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-PAY-DATE         PIC X(10).
          05 RDL-AMOUNT           PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-REASON           PIC X(3).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-POSTED           PIC X(11).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-RESULT           PIC X(33).
       01 REPORT-REASON-LINE.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 RRL-REASON-TEXT      PIC X(25).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RRL-NOTE             PIC X(43).
       01 REPORT-POSTED-SEQ.
          05 FILLER               PIC X(4)  VALUE 'REC '.
          05 RPS-SEQ              PIC 9(7).
       01 REPORT-TOTAL-LINE-1.
          05 FILLER   PIC X(09) VALUE 'RETURNS: '.
          05 RT1-RETURNS          PIC ZZZZ9.
          05 FILLER   PIC X(12) VALUE '  REVERSED: '.
          05 RT1-REVERSED         PIC ZZZZ9.
          05 FILLER   PIC X(12) VALUE '  NO MATCH: '.
          05 RT1-NO-MATCH         PIC ZZZZ9.
          05 FILLER   PIC X(19) VALUE '  ALREADY REVERSED:'.
          05 RT1-DUPLICATE        PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-2.
          05 FILLER   PIC X(16) VALUE 'TOTAL REVERSED: '.
          05 RT2-REVERSED         PIC $$$,$$$,$$9.99.
          05 FILLER   PIC X(15) VALUE '   TOTAL FEES: '.
          05 RT2-FEES             PIC $$$,$$$,$$9.99.
       01 RESTRICT-HEADING.
          05 FILLER   PIC X(44) VALUE
                'RESTRICTED LIST - 2 OR MORE RETURNS IN 12 MO'.
       01 RESTRICT-COLUMN-LINE.
          05 FILLER   PIC X(48) VALUE
                'ACCOUNT   RESTRICTED  LAST RETURN PRIOR RETURN'.
       01 RESTRICT-DETAIL-LINE.
          05 RSL-ACCT-NO          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RSL-RESTRICT-DATE    PIC 9(8).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 RSL-RETURN-1         PIC 9(8).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 RSL-RETURN-2         PIC 9(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RSL-NEW              PIC X(5).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
           PERFORM 000-OPEN-FILES.
           PERFORM 100-LOAD-RETURNS UNTIL RP-LASTREC = 'Y'.
           PERFORM 120-LOAD-NSF-MASTER.
           PERFORM 200-SCAN-HISTORY.
           PERFORM 300-PROCESS-ONE-RETURN
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT.
           PERFORM 500-WRITE-REPORT-TOTALS.
           PERFORM 600-WRITE-NEW-MASTER.
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
                   DISPLAY 'NSFRET1 - BAD RUN DATE: '
                           WS-RUN-DATE-CARD
                   MOVE 'N' TO WS-MASTER-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
           OPEN OUTPUT NSF-REPORT.
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING.
           WRITE REPORT-LINE-OUT FROM REPORT-COLUMN-LINE-1
               AFTER ADVANCING 2.
           OPEN OUTPUT NSF-TRAN.
           OPEN EXTEND CHARGE-FILE.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT RETURN-FILE
               IF  RP-OPEN-OK
                   MOVE 'Y' TO WS-RETURNS-OPEN
                   PERFORM 150-READ-RETURN
               ELSE
                   DISPLAY 'RETPAY FILE STATUS: ' RP-F-STATUS
                   DISPLAY 'NO RETURNED PAYMENTS TODAY'
                   MOVE 'Y' TO RP-LASTREC
               END-IF
           ELSE
               MOVE 'Y' TO RP-LASTREC
           END-IF.
       100-LOAD-RETURNS.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  RT-COUNT < 200
               ADD 1 TO RT-COUNT
               MOVE RP-ACCT-NO     TO RT-ACCT-NO(RT-COUNT)
               MOVE RP-PAY-DATE    TO RT-PAY-DATE(RT-COUNT)
               IF  RP-AMOUNT-X IS NUMERIC
                   MOVE RP-AMOUNT  TO RT-AMOUNT(RT-COUNT)
               ELSE
                   MOVE ZERO       TO RT-AMOUNT(RT-COUNT)
               END-IF
               MOVE RP-REASON      TO RT-REASON(RT-COUNT)
               MOVE RP-REASON-TEXT TO RT-REASON-TEXT(RT-COUNT)
               MOVE SPACE          TO RT-MATCH(RT-COUNT)
               MOVE ZERO           TO RT-POSTED-SEQ(RT-COUNT)
           ELSE
               MOVE 'Y' TO RETURN-TABLE-FULL
               DISPLAY 'RETURN TABLE FULL - ' RP-ACCT-NO
                       ' HELD OVER TO THE NEXT RUN'
           END-IF.
           PERFORM 150-READ-RETURN.
      * No master yet is the first run - the table starts empty.
       120-LOAD-NSF-MASTER.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT NSF-MASTER
               IF  NM-OPEN-OK
                   PERFORM 130-READ-NSF
                   PERFORM 140-STORE-NSF UNTIL NM-LASTREC = 'Y'
                   CLOSE NSF-MASTER
               ELSE
                   DISPLAY 'NSFMAST FILE STATUS: ' NM-F-STATUS
                   DISPLAY 'NSF MASTER STARTS EMPTY THIS RUN'
               END-IF
           END-IF.
       130-READ-NSF.
           READ NSF-MASTER
               AT END MOVE 'Y' TO NM-LASTREC
           END-READ.
       140-STORE-NSF.
           IF  NM-COUNT < 1000
               ADD 1 TO NM-COUNT
               MOVE NSF-MASTER-REC TO NM-RECORD(NM-COUNT)
           ELSE
               MOVE 'Y' TO NSF-TABLE-FULL
               DISPLAY 'NSF TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 130-READ-NSF.
       150-READ-RETURN.
           READ RETURN-FILE
               AT END MOVE 'Y' TO RP-LASTREC
           END-READ.
      * One pass of the posting history.  A credit fits a return
      * on account, date and amount; an 'R' for the same payment
      * means it was reversed on an earlier day.
       200-SCAN-HISTORY.
           IF  RT-COUNT > ZERO
               OPEN INPUT POSTED-FILE
               IF  PS-OPEN-OK
                   PERFORM 210-READ-POSTED
                   PERFORM 220-MATCH-ONE-POSTING
                       UNTIL PS-LASTREC = 'Y'
                   CLOSE POSTED-FILE
               ELSE
                   DISPLAY 'ACCTPSTD FILE STATUS: ' PS-F-STATUS
                   DISPLAY 'NO POSTING HISTORY - NOTHING CAN MATCH'
               END-IF
           END-IF.
       210-READ-POSTED.
           READ POSTED-FILE
               AT END MOVE 'Y' TO PS-LASTREC
           END-READ.
           IF  PS-LASTREC NOT = 'Y'
               ADD 1 TO WS-POSTED-SEQ
           END-IF.
       220-MATCH-ONE-POSTING.
           IF  PS-CREDIT OR PS-REVERSAL
               PERFORM 230-CHECK-ONE-RETURN
                   VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT
           END-IF.
           PERFORM 210-READ-POSTED.
       230-CHECK-ONE-RETURN.
           IF  PS-ACCT-NO = RT-ACCT-NO(RT-SUB)
           AND PS-AMOUNT  = RT-AMOUNT(RT-SUB)
               IF  PS-REVERSAL
               AND PS-ORIG-PAY-DATE = RT-PAY-DATE(RT-SUB)
                   MOVE 'R' TO RT-MATCH(RT-SUB)
               END-IF
               IF  PS-CREDIT
               AND PS-TRAN-DATE = RT-PAY-DATE(RT-SUB)
               AND RT-MATCH(RT-SUB) = SPACE
                   MOVE 'C' TO RT-MATCH(RT-SUB)
                   MOVE WS-POSTED-SEQ TO RT-POSTED-SEQ(RT-SUB)
               END-IF
           END-IF.
       300-PROCESS-ONE-RETURN.
           ADD 1 TO CTR-RETURNS.
           MOVE RT-ACCT-NO(RT-SUB)  TO RDL-ACCT-NO.
           MOVE RT-PAY-DATE(RT-SUB) TO RDL-PAY-DATE.
           MOVE RT-AMOUNT(RT-SUB)   TO RDL-AMOUNT.
           MOVE RT-REASON(RT-SUB)   TO RDL-REASON.
           MOVE SPACES TO RDL-POSTED RRL-NOTE.
           EVALUATE TRUE
               WHEN RT-ALREADY-REVERSED(RT-SUB)
                   ADD 1 TO CTR-DUPLICATE
                   MOVE 'ALREADY REVERSED - SKIPPED' TO RDL-RESULT
               WHEN RT-CREDIT-FOUND(RT-SUB)
                   PERFORM 320-REVERSE-PAYMENT
               WHEN OTHER
                   ADD 1 TO CTR-NO-MATCH
                   MOVE 'NO MATCHING CREDIT - NOT REVERSED'
                       TO RDL-RESULT
                   MOVE 'CHECK ACCOUNT, PAY DATE AND AMOUNT'
                       TO RRL-NOTE
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
           MOVE RT-REASON-TEXT(RT-SUB) TO RRL-REASON-TEXT.
           WRITE REPORT-LINE-OUT FROM REPORT-REASON-LINE
               AFTER ADVANCING 1.
      * The reversal and the fee post through ACCTPOST; the hold and
      * the return count go on the NSF master.
       320-REVERSE-PAYMENT.
           ADD 1 TO CTR-REVERSED.
           ADD RT-AMOUNT(RT-SUB) TO WS-TOT-REVERSED.
           ADD WS-NSF-FEE TO WS-TOT-FEES.
           MOVE RT-POSTED-SEQ(RT-SUB) TO RPS-SEQ.
           MOVE REPORT-POSTED-SEQ TO RDL-POSTED.
           MOVE SPACES                TO NSF-TRAN-REC.
           MOVE RT-ACCT-NO(RT-SUB)    TO NT-ACCT-NO.
           MOVE 'R'                   TO NT-DR-CR.
           MOVE RT-AMOUNT(RT-SUB)     TO NT-AMOUNT.
           MOVE WS-RUN-DATE-ISO       TO NT-TRAN-DATE.
           MOVE RT-PAY-DATE(RT-SUB)   TO NT-ORIG-PAY-DATE.
           MOVE RT-REASON(RT-SUB)     TO NT-RETURN-REASON.
           WRITE NSF-TRAN-REC.
           MOVE SPACES                TO NSF-TRAN-REC.
           MOVE RT-ACCT-NO(RT-SUB)    TO NT-ACCT-NO.
           MOVE 'A'                   TO NT-DR-CR.
           MOVE WS-NSF-FEE            TO NT-AMOUNT.
           MOVE WS-RUN-DATE-ISO       TO NT-TRAN-DATE.
           WRITE NSF-TRAN-REC.
           MOVE SPACES                TO CHARGE-REC.
           MOVE RT-ACCT-NO(RT-SUB)    TO CH-ACCT-NO.
           MOVE 'RETURNED PAYMENT FEE' TO CH-DESCRIPTION.
           MOVE WS-NSF-FEE            TO CH-AMOUNT.
           WRITE CHARGE-REC.
           PERFORM 340-UPDATE-NSF-MASTER.
           IF  WS-NEW-RESTRICT = 'Y'
               MOVE 'REVERSED + FEE - NOW RESTRICTED' TO RDL-RESULT
           ELSE
               MOVE 'REVERSED + FEE - PAYMENTS ON HOLD' TO RDL-RESULT
           END-IF.
       340-UPDATE-NSF-MASTER.
           MOVE 'N' TO WS-NEW-RESTRICT.
           PERFORM 350-FIND-NSF.
           IF  NOT NSF-ENTRY-FOUND
               IF  NM-COUNT < 1000
                   ADD 1 TO NM-COUNT
                   MOVE NM-COUNT TO NM-SUB
                   MOVE SPACES TO NM-RECORD(NM-SUB)
                   MOVE RT-ACCT-NO(RT-SUB) TO NM-ACCT-NO(NM-SUB)
                   MOVE ZERO TO NM-RETURN-DATE-1(NM-SUB)
                                NM-RETURN-DATE-2(NM-SUB)
                                NM-RETURN-COUNT(NM-SUB)
                                NM-HOLD-UNTIL(NM-SUB)
                                NM-RESTRICT-DATE(NM-SUB)
                   MOVE 'N' TO NM-RESTRICTED(NM-SUB)
                   MOVE 'Y' TO NSF-FOUND-SW
               ELSE
                   MOVE 'Y' TO NSF-TABLE-FULL
                   DISPLAY 'NSF TABLE FULL - HOLD FOR '
                           RT-ACCT-NO(RT-SUB) ' NOT RECORDED'
                   MOVE 'NSF MASTER FULL - HOLD NOT RECORDED'
                       TO RRL-NOTE
               END-IF
           END-IF.
           IF  NSF-ENTRY-FOUND
               MOVE NM-RETURN-DATE-1(NM-SUB)
                   TO NM-RETURN-DATE-2(NM-SUB)
               MOVE WS-RUN-DATE TO NM-RETURN-DATE-1(NM-SUB)
               ADD 1 TO NM-RETURN-COUNT(NM-SUB)
               COMPUTE NM-HOLD-UNTIL(NM-SUB) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       + WS-HOLD-DAYS)
               MOVE 'PAYMENTS HELD TO CLEAR THROUGH ' TO RRL-NOTE
               MOVE NM-HOLD-UNTIL(NM-SUB) TO RRL-NOTE(32:8)
               IF  NM-RETURN-DATE-2(NM-SUB) > ZERO
               AND NOT NM-IS-RESTRICTED(NM-SUB)
                   IF  FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                       FUNCTION INTEGER-OF-DATE(
                           NM-RETURN-DATE-2(NM-SUB))
                       NOT > WS-RESTRICT-WINDOW
                       MOVE 'Y' TO NM-RESTRICTED(NM-SUB)
                       MOVE WS-RUN-DATE TO NM-RESTRICT-DATE(NM-SUB)
                       MOVE 'Y' TO WS-NEW-RESTRICT
                   END-IF
               END-IF
           END-IF.
       350-FIND-NSF.
           MOVE 'N' TO NSF-FOUND-SW.
           MOVE 1   TO NM-SUB.
           PERFORM 355-MATCH-NSF
               UNTIL NM-SUB > NM-COUNT OR NSF-ENTRY-FOUND.
       355-MATCH-NSF.
           IF  NM-ACCT-NO(NM-SUB) = RT-ACCT-NO(RT-SUB)
               MOVE 'Y' TO NSF-FOUND-SW
           ELSE
               ADD 1 TO NM-SUB
           END-IF.
       500-WRITE-REPORT-TOTALS.
           MOVE CTR-RETURNS   TO RT1-RETURNS.
           MOVE CTR-REVERSED  TO RT1-REVERSED.
           MOVE CTR-NO-MATCH  TO RT1-NO-MATCH.
           MOVE CTR-DUPLICATE TO RT1-DUPLICATE.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-TOT-REVERSED TO RT2-REVERSED.
           MOVE WS-TOT-FEES     TO RT2-FEES.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-2
               AFTER ADVANCING 1.
           WRITE REPORT-LINE-OUT FROM RESTRICT-HEADING
               AFTER ADVANCING 3.
           WRITE REPORT-LINE-OUT FROM RESTRICT-COLUMN-LINE
               AFTER ADVANCING 1.
           PERFORM 520-WRITE-ONE-RESTRICTED
               VARYING NM-SUB FROM 1 BY 1 UNTIL NM-SUB > NM-COUNT.
       520-WRITE-ONE-RESTRICTED.
           IF  NM-IS-RESTRICTED(NM-SUB)
               ADD 1 TO CTR-RESTRICTED
               MOVE NM-ACCT-NO(NM-SUB)       TO RSL-ACCT-NO
               MOVE NM-RESTRICT-DATE(NM-SUB) TO RSL-RESTRICT-DATE
               MOVE NM-RETURN-DATE-1(NM-SUB) TO RSL-RETURN-1
               MOVE NM-RETURN-DATE-2(NM-SUB) TO RSL-RETURN-2
               IF  NM-RESTRICT-DATE(NM-SUB) = WS-RUN-DATE
                   MOVE '*NEW*' TO RSL-NEW
               ELSE
                   MOVE SPACES  TO RSL-NEW
               END-IF
               WRITE REPORT-LINE-OUT FROM RESTRICT-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
      * A FULL TABLE WOULD DROP ACCOUNTS FROM THE NEW GENERATION -
      * THE OLD MASTER STANDS AND THE RUN FAILS LOUDLY.
       600-WRITE-NEW-MASTER.
           IF  NSF-TABLE-IS-FULL OR RETURN-TABLE-IS-FULL
               DISPLAY 'NSFRET1 - TABLE FULL - NSFNEW '
                       'NOT WRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WS-MASTER-AVAILABLE = 'Y'
                   OPEN OUTPUT NSF-NEW
                   PERFORM 650-WRITE-ONE-NSF
                       VARYING NM-SUB FROM 1 BY 1
                       UNTIL NM-SUB > NM-COUNT
                   CLOSE NSF-NEW
               END-IF
           END-IF.
       650-WRITE-ONE-NSF.
           WRITE NSF-NEW-REC FROM NM-RECORD(NM-SUB).
       900-CLOSE-FILES.
           IF  WS-RETURNS-OPEN = 'Y'
               CLOSE RETURN-FILE
           END-IF.
           CLOSE NSF-TRAN.
           CLOSE CHARGE-FILE.
           CLOSE NSF-REPORT.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'NSFRET1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
