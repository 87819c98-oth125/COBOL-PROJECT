       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMAPPL1.
      ***** Credit limit change approval.  Takes the pending limit
      ***** changes LIMREV1 recommended (ACCTMNT1 limit cards with
      ***** the old limit and an INCR/DECR disposition flag) and,
      ***** when a credit officer has keyed APPROVE and their
      ***** officer ID on SYSIN, releases the cards into the
      ***** ACCTMTRN deck ACCTMNT1 applies.  A card whose old limit
      ***** no longer matches ACCTREC is declined - the limit moved
      ***** since the review and the account needs a fresh look.
      ***** Without the APPROVE card nothing releases and every row
      ***** reports declined, so the review alone can never move a
      ***** customer's line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO LIMPEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PD-F-STATUS.
           SELECT ACCT-REC ASSIGN TO ACCTREC
           FILE STATUS IS ACCT-F-STATUS.
           SELECT MAINT-FILE ASSIGN TO ACCTMTRN.
           SELECT APPROVAL-REPORT ASSIGN TO LIMARPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC.
       01  PENDING-REC.
           05  PD-ACTION          PIC X(01).
           05  PD-ACCT-NO         PIC X(08).
           05  PD-NEW-LIMIT       PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  PD-OLD-LIMIT       PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  PD-LAST-NAME       PIC X(20).
           05  FILLER             PIC X(24).
           05  PD-FLAG            PIC X(07).
       01  PENDING-REC-WHOLE REDEFINES PENDING-REC.
           05  PD-CARD-IMAGE      PIC X(18).
           05  FILLER             PIC X(62).
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  FILLER             PIC X(157).
       FD  MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REC.
       01  MAINT-REC  PIC X(80).
       FD  APPROVAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-LINE-OUT.
       01  APPROVAL-LINE-OUT  PIC X(80).
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
       77 PD-F-STATUS               PIC X(02) VALUE SPACES.
           88 PD-OK                           VALUE '00'.
       77 ACCT-F-STATUS             PIC X(02) VALUE SPACES.
           88 ACCT-OK                         VALUE '00'.
       77 PD-EOF                    PIC X(01) VALUE 'N'.
           88 PD-AT-EOF                       VALUE 'Y'.
       77 ACCT-EOF                  PIC X(01) VALUE 'N'.
       77 PENDING-AVAILABLE         PIC X(01) VALUE 'Y'.
       77 WS-RUN-ARMED              PIC X(01) VALUE 'N'.
           88 RUN-IS-ARMED                    VALUE 'Y'.
      ***** APPROVE in columns 1-7, the officer's ID in 9-16
       01 WS-APPROVE-CARD.
           05 WS-APPROVE-RESPONSE   PIC X(08) VALUE SPACES.
           05 WS-APPROVER-ID        PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(64) VALUE SPACES.
      ***** Today's limits, to prove each card is still current
       01 LIMIT-TABLE-AREA.
           05 LT-COUNT              PIC 9(4) COMP VALUE 0.
           05 LT-SUB                PIC 9(4) COMP VALUE 0.
           05 LIMIT-TABLE OCCURS 1000 TIMES.
               10 LT-ACCT-NO        PIC X(08).
               10 LT-LIMIT          PIC S9(7)V99 COMP-3.
       77 LT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 LT-ENTRY-FOUND                  VALUE 'Y'.
       01 APPROVAL-COUNTERS.
           05 CTR-APPLIED           PIC 9(5)  VALUE 0.
           05 CTR-DECLINED          PIC 9(5)  VALUE 0.
       01 APPROVAL-HEADING.
           05 FILLER  PIC X(30) VALUE
                  'CREDIT LIMIT CHANGE APPROVAL'.
           05 AH-RUN-TIME           PIC X(15).
           05 FILLER  PIC X(12) VALUE '  APPROVER: '.
           05 AH-APPROVER           PIC X(08).
       01 APPROVAL-DETAIL-LINE.
           05 ADL-ACCT-NO           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-LAST-NAME         PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-OLD-LIMIT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 ADL-NEW-LIMIT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-RESULT            PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-REASON            PIC X(23).
       01 APPROVAL-TOTAL-LINE.
           05 FILLER  PIC X(10) VALUE 'APPLIED:  '.
           05 ATL-APPLIED           PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '  DECLINED: '.
           05 ATL-DECLINED          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF PENDING-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PD-AT-EOF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           ACCEPT WS-APPROVE-CARD.
           IF WS-APPROVE-RESPONSE = 'APPROVE'
           AND WS-APPROVER-ID NOT = SPACES
               MOVE 'Y' TO WS-RUN-ARMED
           ELSE
               DISPLAY 'LIMAPPL1 NOT ARMED - NOTHING WILL RELEASE'
           END-IF.
           PERFORM 300-Open-Files.
           IF PENDING-AVAILABLE = 'Y'
               PERFORM 200-Load-Limits
               PERFORM 400-Read-Pending
           END-IF.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE PD-ACCT-NO   TO ADL-ACCT-NO.
           MOVE PD-LAST-NAME TO ADL-LAST-NAME.
           MOVE PD-OLD-LIMIT TO ADL-OLD-LIMIT.
           MOVE PD-NEW-LIMIT TO ADL-NEW-LIMIT.
           PERFORM 250-Find-Limit.
           EVALUATE TRUE
               WHEN NOT RUN-IS-ARMED
                   ADD 1 TO CTR-DECLINED
                   MOVE 'DECLINED ' TO ADL-RESULT
                   MOVE 'NO APPROVE CARD THIS RUN' TO ADL-REASON
               WHEN PD-FLAG NOT = 'INCR   ' AND NOT = 'DECR   '
                   ADD 1 TO CTR-DECLINED
                   MOVE 'DECLINED ' TO ADL-RESULT
                   MOVE 'UNKNOWN DISPOSITION FLAG' TO ADL-REASON
               WHEN NOT LT-ENTRY-FOUND
                   ADD 1 TO CTR-DECLINED
                   MOVE 'DECLINED ' TO ADL-RESULT
                   MOVE 'ACCOUNT NOT ON ACCTREC' TO ADL-REASON
               WHEN LT-LIMIT(LT-SUB) NOT = PD-OLD-LIMIT
                   ADD 1 TO CTR-DECLINED
                   MOVE 'DECLINED ' TO ADL-RESULT
                   MOVE 'LIMIT MOVED SINCE REVIEW' TO ADL-REASON
               WHEN OTHER
                   MOVE SPACES        TO MAINT-REC
                   MOVE PD-CARD-IMAGE TO MAINT-REC(1:18)
                   WRITE MAINT-REC
                   ADD 1 TO CTR-APPLIED
                   MOVE 'RELEASED ' TO ADL-RESULT
                   MOVE 'RELEASED TO ACCTMTRN' TO ADL-REASON
           END-EVALUATE.
           WRITE APPROVAL-LINE-OUT FROM APPROVAL-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 400-Read-Pending.
       200-Load-Limits.
           OPEN INPUT ACCT-REC.
           IF NOT ACCT-OK
               DISPLAY 'ACCTREC FILE STATUS: ' ACCT-F-STATUS
               DISPLAY 'LIMITS CANNOT BE PROVED - NOTHING WILL '
                       'RELEASE'
               MOVE 'N' TO WS-RUN-ARMED
           ELSE
               PERFORM 210-Read-Account
               PERFORM 220-Store-Limit UNTIL ACCT-EOF = 'Y'
               CLOSE ACCT-REC
           END-IF.
       210-Read-Account.
           READ ACCT-REC
               AT END MOVE 'Y' TO ACCT-EOF
           END-READ.
       220-Store-Limit.
           IF LT-COUNT < 1000
               ADD 1 TO LT-COUNT
               MOVE ACCT-NO    TO LT-ACCT-NO(LT-COUNT)
               MOVE ACCT-LIMIT TO LT-LIMIT(LT-COUNT)
           ELSE
               DISPLAY 'LIMIT TABLE FULL - ' ACCT-NO
                       ' CANNOT BE PROVED'
           END-IF.
           PERFORM 210-Read-Account.
       250-Find-Limit.
           MOVE 'N' TO LT-FOUND-SW.
           MOVE 1   TO LT-SUB.
           PERFORM 255-Match-Limit
               UNTIL LT-SUB > LT-COUNT OR LT-ENTRY-FOUND.
       255-Match-Limit.
           IF LT-ACCT-NO(LT-SUB) = PD-ACCT-NO
               MOVE 'Y' TO LT-FOUND-SW
           ELSE
               ADD 1 TO LT-SUB
           END-IF.
       300-Open-Files.
           OPEN INPUT PENDING-FILE.
           OPEN OUTPUT MAINT-FILE.
           OPEN OUTPUT APPROVAL-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO AH-RUN-TIME.
           MOVE WS-APPROVER-ID    TO AH-APPROVER.
           WRITE APPROVAL-LINE-OUT FROM APPROVAL-HEADING.
           IF NOT PD-OK
               DISPLAY 'LIMPEND FILE STATUS: ' PD-F-STATUS
               DISPLAY 'NO PENDING LIMIT CHANGES TODAY'
               MOVE 'N' TO PENDING-AVAILABLE
               MOVE 'Y' TO PD-EOF
           END-IF.
       400-Read-Pending.
           READ PENDING-FILE
               AT END MOVE 'Y' TO PD-EOF
           END-READ.
       600-Close-Files.
           IF PENDING-AVAILABLE = 'Y'
               CLOSE PENDING-FILE
           END-IF.
           MOVE CTR-APPLIED  TO ATL-APPLIED.
           MOVE CTR-DECLINED TO ATL-DECLINED.
           WRITE APPROVAL-LINE-OUT FROM APPROVAL-TOTAL-LINE
               AFTER ADVANCING 2.
           CLOSE MAINT-FILE.
           CLOSE APPROVAL-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'LIMAPPL1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
