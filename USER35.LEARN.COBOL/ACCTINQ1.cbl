           05  VS-EMP-ID          PIC X(8).
           05  VS-ACCT-CURRENCY   PIC X(3).
           05  VS-ACCT-CYCLE-DAY  PIC 9(2).
           05  VS-COMMENTS        PIC X(43).
           05  VS-ACCT-STATUS     PIC X(1).
       FD  INQUIRY-REPORT RECORDING MODE F.
       01  INQUIRY-LINE-OUT  PIC X(80).
       FD  JOB-AUDIT-FILE
          05 IAL-CYCLE-DAY        PIC 99.
          05 FILLER               PIC X(06) VALUE '  CUR '.
          05 IAL-CURRENCY         PIC X(3).
          05 FILLER               PIC X(09) VALUE '  STATUS '.
          05 IAL-STATUS           PIC X(6).
       01 INQ-NAME-LINE.
          05 FILLER               PIC X(11) VALUE 'CLIENT:    '.
          05 INL-FIRST-NAME       PIC X(15).
           MOVE VS-ACCT-NO        TO IAL-ACCT-NO.
           MOVE VS-ACCT-CYCLE-DAY TO IAL-CYCLE-DAY.
           MOVE VS-ACCT-CURRENCY  TO IAL-CURRENCY.
           EVALUATE VS-ACCT-STATUS
               WHEN 'F'
                   MOVE 'FROZEN' TO IAL-STATUS
               WHEN 'C'
                   MOVE 'CLOSED' TO IAL-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO IAL-STATUS
           END-EVALUATE.
           WRITE INQUIRY-LINE-OUT FROM INQ-ACCT-LINE
               AFTER ADVANCING 2.
           MOVE VS-FIRST-NAME     TO INL-FIRST-NAME.
