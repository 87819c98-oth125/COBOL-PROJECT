      * applied shows on the posting journal with the account's
      * opening balance, the transactions, and the closing balance.
      * The updated master writes to ACCTNEW the same way EMPMAINT
      * cuts a new generation.  A closed account takes nothing and
      * a frozen one takes no new debits (ACCTMNT1 sets both).
      * The autopay credits AUTOPAY1 drafted are counted onto the
      * CYCCTL control file so CYCBAL1 proves every one posted.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                  FILE STATUS IS TRAN-F-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO ACCTJRNL.
           SELECT REJECT-FILE ASSIGN TO ACCTREJ.
           SELECT POSTED-FILE ASSIGN TO ACCTPSTD.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
      *-------------
      * 'A' is an assessment - an interest or fee debit cut by
      * MINTFEE1 that posts even when the account is already over
      * its limit, because the bank's own charges never bounce.
      * 'R' reverses a returned payment (NSFRET1) - it puts back a
      * credit the customer's bank never honored, so it posts the
      * same way, limit and freeze notwithstanding.
           05  TR-DR-CR           PIC X(1).
               88  TR-DEBIT               VALUE 'D'.
               88  TR-CREDIT              VALUE 'C'.
               88  TR-ASSESSMENT          VALUE 'A'.
               88  TR-REVERSAL            VALUE 'R'.
           05  TR-AMOUNT          PIC 9(7)V99.
           05  TR-AMOUNT-X REDEFINES TR-AMOUNT PIC X(9).
           05  TR-TRAN-DATE       PIC X(10).
      * On an 'R', the reversed payment's date and return reason -
      * carried through to ACCTPSTD untouched
           05  TR-ORIG-PAY-DATE   PIC X(10).
           05  TR-RETURN-REASON   PIC X(3).
      * Who cut the transaction, where it matters - AUTOPAY1 marks
      * its drafted credits
           05  TR-SOURCE          PIC X(8).
               88  TR-FROM-AUTOPAY        VALUE 'AUTOPAY '.
           05  FILLER             PIC X(31).
       FD  POSTING-JOURNAL RECORDING MODE F.
       01  JOURNAL-LINE-OUT  PIC X(80).
       FD  REJECT-FILE
           05  RJ-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RJ-REASON          PIC X(49).
      * Every applied transaction again, as posted, in the ACCTTRAN
      * layout - the journal's machine-readable twin, so DELQAGE1
      * can credit payments without reading a print file.
       FD  POSTED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTED-REC.
       01  POSTED-REC             PIC X(80).
       FD  CYCLE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-CONTROL-REC.
      * Hand-off control line - see CYCBAL1
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
                15 AT-ACCT-NO     PIC X(8).
                15 AT-LIMIT       PIC S9(7)V99 COMP-3.
                15 AT-BALANCE     PIC S9(7)V99 COMP-3.
                15 FILLER         PIC X(151).
      * Set by ACCTMNT1 - blank on the older accounts means active
                15 AT-STATUS      PIC X(1).
                   88 AT-FROZEN          VALUE 'F'.
                   88 AT-CLOSED          VALUE 'C'.
             10 AT-OPENING-BAL    PIC S9(7)V99 COMP-3.
             10 AT-TXN-COUNT      PIC 9(5).
       01 ACCT-TABLE-FULL         PIC X VALUE 'N'.
       01 WS-POST-COUNTS.
          05 CTR-APPLIED          PIC 9(5) VALUE ZERO.
          05 CTR-REJECTED         PIC 9(5) VALUE ZERO.
          05 CTR-AUTOPAY          PIC 9(7) VALUE ZERO.
          05 WS-AUTOPAY-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 JOURNAL-HEADING.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT POSTING-JOURNAL.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT POSTED-FILE.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO JH-RUN-TIME.
               WHEN NOT ACCT-ENTRY-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER' TO RJ-REASON
                   PERFORM 290-WRITE-REJECT
               WHEN AT-CLOSED(AT-SUB)
                   MOVE 'ACCOUNT IS CLOSED' TO RJ-REASON
                   PERFORM 290-WRITE-REJECT
               WHEN TR-DEBIT AND AT-FROZEN(AT-SUB)
                   MOVE 'ACCOUNT FROZEN - NO NEW DEBITS' TO RJ-REASON
                   PERFORM 290-WRITE-REJECT
               WHEN TR-DEBIT
                   PERFORM 300-APPLY-DEBIT
               WHEN TR-ASSESSMENT OR TR-REVERSAL
                   PERFORM 310-APPLY-ASSESSMENT
               WHEN TR-CREDIT
                   PERFORM 320-APPLY-CREDIT
               AT-BALANCE(AT-SUB) - TR-AMOUNT.
           MOVE WS-NEW-BALANCE TO AT-BALANCE(AT-SUB).
           PERFORM 280-JOURNAL-ONE-TXN.
           IF  TR-FROM-AUTOPAY
               ADD 1         TO CTR-AUTOPAY
               ADD TR-AMOUNT TO WS-AUTOPAY-TOTAL
           END-IF.
       280-JOURNAL-ONE-TXN.
           ADD 1 TO CTR-APPLIED.
           ADD 1 TO AT-TXN-COUNT(AT-SUB).
           MOVE TR-TRAN-DATE        TO JTL-TRAN-DATE.
           WRITE JOURNAL-LINE-OUT FROM JOURNAL-TXN-LINE
               AFTER ADVANCING 1.
           WRITE POSTED-REC FROM TRAN-REC.
       290-WRITE-REJECT.
           ADD 1 TO CTR-REJECTED.
           MOVE TR-ACCT-NO TO RJ-ACCT-NO.
           END-IF.
           CLOSE POSTING-JOURNAL.
           CLOSE REJECT-FILE.
           CLOSE POSTED-FILE.
           IF  TRAN-OPEN-OK AND WS-MASTER-AVAILABLE = 'Y'
               PERFORM 920-WRITE-CYCLE-CONTROL
           END-IF.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
      * What actually posted of AUTOPAY1's credits - the consumer
      * side of the APAYTRAN hand-off.  Only a run that read the
      * transactions writes it; with no ACCTTRAN or no master to
      * post to, nothing was consumed and CYCBAL1 sees no line.
       920-WRITE-CYCLE-CONTROL.
           OPEN EXTEND CYCLE-CONTROL.
           MOVE 'APAYTRAN'        TO CC-INTERFACE.
           MOVE 'C'               TO CC-ROLE.
           MOVE 'ACCTPOST'        TO CC-JOB.
           MOVE WS-JOB-START-TIME TO CC-STAMP.
           MOVE CTR-AUTOPAY       TO CC-COUNT.
           MOVE WS-AUTOPAY-TOTAL  TO CC-AMOUNT.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'ACCTPOST' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
