      * mailing address block (positioned for window envelopes),
      * account number, limit, balance, available credit, and the
      * over-limit warning when the balance exceeds the limit.
      * Each statement also carries the payment due date (the
      * statement date - the latest occurrence of the account's
      * cycle day - plus the grace period) and the minimum
      * payment due (a percentage of the balance, never under the
      * floor and never over the balance), and every minimum due
      * writes to STMTDUE for the DELQAGE1 delinquency aging.
      * The company line carries the account's cycle day, which is
      * where RPTDIST1 bursts the statement run by cycle group.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
                  FILE STATUS IS ACCT-F-STATUS.
           SELECT CHARGE-FILE ASSIGN TO CHRGFILE
                  FILE STATUS IS CH-F-STATUS.
           SELECT STMT-DUE-FILE ASSIGN TO STMTDUE.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
      *-------------
           05  CH-DESCRIPTION     PIC X(25).
           05  CH-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(38).
       FD  STMT-DUE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STMT-DUE-REC.
      * One row per statement with something due - what the
      * customer was told to pay and by when.
       01  STMT-DUE-REC.
           05  SD-ACCT-NO         PIC X(8).
           05  SD-STMT-DATE       PIC 9(8).
           05  SD-DUE-DATE        PIC 9(8).
           05  SD-MIN-DUE         PIC 9(7)V99.
           05  SD-BALANCE         PIC S9(7)V99.
           05  FILLER             PIC X(38).
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
          88 ACCT-OPEN-OK               VALUE '00'.
       01 WS-ACCT-AVAILABLE       PIC X VALUE 'Y'.
       01 WS-AVAILABLE-CREDIT     PIC S9(8)V99 VALUE ZERO.
      *   PAYMENT TERMS - GRACE DAYS FROM THE STATEMENT DATE TO THE
      *   DUE DATE, AND THE MINIMUM AS A SHARE OF THE BALANCE WITH
      *   A DOLLAR FLOOR.
       77 WS-GRACE-DAYS           PIC 9(2)     VALUE 25.
       77 WS-MIN-PAY-PCT          PIC V999     VALUE .030.
       77 WS-MIN-PAY-FLOOR        PIC 9(3)V99  VALUE 25.00.
       01 WS-PAYMENT-TERMS.
          05 WS-RUN-DATE          PIC 9(8)     VALUE ZERO.
          05 WS-STMT-DATE         PIC 9(8)     VALUE ZERO.
          05 WS-STMT-DATE-R REDEFINES WS-STMT-DATE.
             10 WS-STMT-YYYY      PIC 9(4).
             10 WS-STMT-MM        PIC 9(2).
             10 WS-STMT-DD        PIC 9(2).
          05 WS-MONTH-END-DATE    PIC 9(8)     VALUE ZERO.
          05 WS-MONTH-END-R REDEFINES WS-MONTH-END-DATE.
             10 WS-MONTH-END-YYYY PIC 9(4).
             10 WS-MONTH-END-MM   PIC 9(2).
             10 WS-MONTH-END-DD   PIC 9(2).
          05 WS-CYCLE-DD          PIC 9(2)     VALUE ZERO.
          05 WS-DUE-DATE          PIC 9(8)     VALUE ZERO.
          05 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
             10 WS-DUE-YYYY       PIC 9(4).
             10 WS-DUE-MM         PIC 9(2).
             10 WS-DUE-DD         PIC 9(2).
          05 WS-MIN-DUE           PIC 9(7)V99  VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 STMT-COMPANY-LINE.
          05 FILLER   PIC X(25) VALUE SPACES.
          05 FILLER   PIC X(30) VALUE 'ACME MANUFACTURING COMPANY'.
          05 FILLER   PIC X(07) VALUE ' CYCLE '.
          05 SCO-CYCLE-DAY PIC X(02).
       01 STMT-TITLE-LINE.
          05 FILLER   PIC X(25) VALUE SPACES.
          05 FILLER   PIC X(30) VALUE 'ACCOUNT STATEMENT'.
       01 STMT-AVAIL-LINE.
          05 FILLER   PIC X(18) VALUE 'AVAILABLE CREDIT: '.
          05 SVL-AVAILABLE PIC $$,$$$,$$9.99-.
       01 STMT-MIN-DUE-LINE.
          05 FILLER   PIC X(18) VALUE 'MINIMUM PAYMENT:  '.
          05 SML-MIN-DUE PIC $$,$$$,$$9.99.
       01 STMT-DUE-DATE-LINE.
          05 FILLER   PIC X(18) VALUE 'PAYMENT DUE DATE: '.
          05 SDL-DUE-MM   PIC 9(2).
          05 FILLER   PIC X(01) VALUE '/'.
          05 SDL-DUE-DD   PIC 9(2).
          05 FILLER   PIC X(01) VALUE '/'.
          05 SDL-DUE-YYYY PIC 9(4).
       01 STMT-NOTHING-DUE-LINE.
          05 FILLER   PIC X(30) VALUE
                'NO PAYMENT DUE THIS PERIOD'.
       01 STMT-WARNING-LINE.
          05 FILLER   PIC X(44) VALUE
                '*** ACCOUNT IS OVER ITS CREDIT LIMIT ***'.
           END-IF.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT STMT-PRINT.
           OPEN OUTPUT STMT-DUE-FILE.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           STRING FUNCTION CURRENT-DATE(5:2) '/'
                  FUNCTION CURRENT-DATE(7:2) '/'
                  FUNCTION CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO STL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF NOT ACCT-OPEN-OK
               DISPLAY 'ACCTREC FILE STATUS: ' ACCT-F-STATUS
               MOVE 'N' TO WS-ACCT-AVAILABLE
               CLOSE ACCT-REC
           END-IF.
           CLOSE STMT-PRINT.
           CLOSE STMT-DUE-FILE.
           PERFORM WRITE-JOB-AUDIT-RECORD.
           STOP RUN.
      *
           END-IF.
      *
       WRITE-STATEMENT-PAGE.
           MOVE ACCT-CYCLE-DAY-X TO SCO-CYCLE-DAY.
           WRITE STMT-LINE-OUT FROM STMT-COMPANY-LINE
               AFTER ADVANCING PAGE.
           WRITE STMT-LINE-OUT FROM STMT-TITLE-LINE
           MOVE WS-AVAILABLE-CREDIT TO SVL-AVAILABLE.
           WRITE STMT-LINE-OUT FROM STMT-AVAIL-LINE
               AFTER ADVANCING 1.
           PERFORM WRITE-PAYMENT-DUE.
           IF  ACCT-BALANCE > ACCT-LIMIT
               WRITE STMT-LINE-OUT FROM STMT-WARNING-LINE
                   AFTER ADVANCING 2
           END-IF.
           PERFORM WRITE-CHARGE-SECTION.
      *
      * A credit or zero balance owes nothing.  Otherwise the
      * percentage, raised to the floor, capped at the balance.
       WRITE-PAYMENT-DUE.
           PERFORM SET-STATEMENT-DATE.
           IF  ACCT-BALANCE NOT > ZERO
               MOVE ZERO TO WS-MIN-DUE
           ELSE
               COMPUTE WS-MIN-DUE ROUNDED =
                   ACCT-BALANCE * WS-MIN-PAY-PCT
               IF  WS-MIN-DUE < WS-MIN-PAY-FLOOR
                   MOVE WS-MIN-PAY-FLOOR TO WS-MIN-DUE
               END-IF
               IF  WS-MIN-DUE > ACCT-BALANCE
                   MOVE ACCT-BALANCE TO WS-MIN-DUE
               END-IF
           END-IF.
           IF  WS-MIN-DUE = ZERO
               WRITE STMT-LINE-OUT FROM STMT-NOTHING-DUE-LINE
                   AFTER ADVANCING 2
           ELSE
               MOVE WS-MIN-DUE TO SML-MIN-DUE
               WRITE STMT-LINE-OUT FROM STMT-MIN-DUE-LINE
                   AFTER ADVANCING 2
               MOVE WS-DUE-MM   TO SDL-DUE-MM
               MOVE WS-DUE-DD   TO SDL-DUE-DD
               MOVE WS-DUE-YYYY TO SDL-DUE-YYYY
               WRITE STMT-LINE-OUT FROM STMT-DUE-DATE-LINE
                   AFTER ADVANCING 1
               MOVE SPACES       TO STMT-DUE-REC
               MOVE ACCT-NO      TO SD-ACCT-NO
               MOVE WS-STMT-DATE TO SD-STMT-DATE
               MOVE WS-DUE-DATE  TO SD-DUE-DATE
               MOVE WS-MIN-DUE   TO SD-MIN-DUE
               MOVE ACCT-BALANCE TO SD-BALANCE
               WRITE STMT-DUE-REC
           END-IF.
      *
      * The statement closes on the account's cycle day - this
      * month's if the run is on or past it, otherwise last
      * month's - pulled back to the month end when the month is
      * shorter, so a 31st cycle run on the 30th of a 30-day month
      * closes that day.  An account with no valid cycle day closes
      * on the run date.  The due date is the grace period after
      * that.
       SET-STATEMENT-DATE.
           MOVE WS-RUN-DATE TO WS-STMT-DATE.
           IF  ACCT-CYCLE-DAY-X IS NUMERIC
           AND ACCT-CYCLE-DAY > 0 AND ACCT-CYCLE-DAY < 32
               PERFORM CLAMP-CYCLE-DAY
               IF  WS-CYCLE-DD > WS-STMT-DD
                   IF  WS-STMT-MM = 1
                       MOVE 12 TO WS-STMT-MM
                       SUBTRACT 1 FROM WS-STMT-YYYY
                   ELSE
                       SUBTRACT 1 FROM WS-STMT-MM
                   END-IF
                   PERFORM CLAMP-CYCLE-DAY
               END-IF
               MOVE WS-CYCLE-DD TO WS-STMT-DD
           END-IF.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
               + WS-GRACE-DAYS).
      *
      * The cycle day as it falls in the statement month - the last
      * day of the month when the month is shorter.
       CLAMP-CYCLE-DAY.
           MOVE WS-STMT-YYYY TO WS-MONTH-END-YYYY.
           MOVE WS-STMT-MM   TO WS-MONTH-END-MM.
           MOVE 1            TO WS-MONTH-END-DD.
           IF  WS-MONTH-END-MM = 12
               MOVE 1 TO WS-MONTH-END-MM
               ADD 1 TO WS-MONTH-END-YYYY
           ELSE
               ADD 1 TO WS-MONTH-END-MM
           END-IF.
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1).
           IF  ACCT-CYCLE-DAY > WS-MONTH-END-DD
               MOVE WS-MONTH-END-DD TO WS-CYCLE-DD
           ELSE
               MOVE ACCT-CYCLE-DAY  TO WS-CYCLE-DD
           END-IF.
      *
       LOAD-CHARGE-FILE.
           OPEN INPUT CHARGE-FILE.
