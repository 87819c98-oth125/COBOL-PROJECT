      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBEXTR1.
       AUTHOR.        CREDIT BUREAU REPORTING EXTRACT.
      * Month-end credit bureau file in the Metro 2 manner: a header,
      * one base segment per ACCTREC account and a trailer, every
      * record 220 bytes behind a four-byte record descriptor.  The
      * base segment carries the account number, name, CLIENT-ADDR,
      * credit limit, balance and amount past due in whole dollars,
      * with the account status and payment rating taken from the
      * DELQAGE1 master:
      *     11 current (under 30 days)     rating 0
      *     71 30-59 days past due         rating 1
      *     78 60-89                       rating 2
      *     80 90-119                      rating 3
      *     82 120-149                     rating 4
      *     83 150-179                     rating 5
      *     97 180 or more - charged off   rating L
      *     13 closed (ACCT-STATUS C)      rating 0
      * The trailer carries the segment count and the limit,
      * balance and past-due totals, and the file registers on
      * XMITMANF (as CBEXTR) for XMITACK1 to match to the bureau's
      * acknowledgment.
      * Dispute correction: an ACCT-NO keyed in columns 10-17 of
      * the SYSIN card resends that one account's segment, as the
      * masters now stand, flagged as a correction with compliance
      * condition XH (dispute resolved), between its own header and
      * trailer.  It registers as CBCORR.  The run date in columns
      * 1-8 is today unless a YYYYMMDD date is keyed.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                  FILE STATUS IS ACCT-F-STATUS.
           SELECT DELQ-MASTER ASSIGN TO DELQMAST
                  FILE STATUS IS DELQ-F-STATUS.
           SELECT BUREAU-FILE ASSIGN TO CBEXTR.
           SELECT BUREAU-REPORT ASSIGN TO CBRPT.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
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
               88  ACCT-CLOSED            VALUE 'C'.
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
           05  DQ-OLDEST-DUE      PIC 9(8).
           05  DQ-DAYS-PAST-DUE   PIC 9(3).
           05  FILLER             PIC X(9).
           05  DQ-LAST-PAY-DATE   PIC 9(8).
           05  FILLER             PIC X(10).
       FD  BUREAU-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 220 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUREAU-REC.
       01  BUREAU-REC             PIC X(220).
       FD  BUREAU-REPORT RECORDING MODE F.
       01  REPORT-LINE-OUT  PIC X(80).
       FD  XMIT-MANIFEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XMIT-MANIFEST-REC.
      * Outbound transmission manifest - see XMITACK1
       01  XMIT-MANIFEST-REC.
           05  XM-FILE-NAME       PIC X(8).
           05  XM-CREATED         PIC X(15).
           05  XM-RECORD-COUNT    PIC 9(7).
           05  XM-AMOUNT-HASH     PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(36).
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
       01 FLAGS.
          05 ACCT-LASTREC         PIC X VALUE SPACE.
          05 DELQ-LASTREC         PIC X VALUE SPACE.
          05 WS-ACCT-AVAILABLE    PIC X VALUE 'Y'.
          05 WS-CORRECTION-RUN    PIC X VALUE 'N'.
             88 CORRECTION-RUN          VALUE 'Y'.
          05 WS-CORRECTION-SENT   PIC X VALUE 'N'.
      * The bureau's identification for this lender and the name
      * it knows the lender by
       77 CB-REPORTER-ID          PIC X(10) VALUE 'ACCTR00001'.
       77 CB-REPORTER-NAME        PIC X(40) VALUE
                'USER35 ACCOUNT SERVICES'.
       77 CB-RECORD-LENGTH        PIC 9(4)  VALUE 220.
      * Run date in 1-8, the disputed ACCT-NO in 10-17
       01 WS-CONTROL-CARD.
          05 WS-RUN-DATE-CARD     PIC X(8).
          05 FILLER               PIC X(1).
          05 WS-DISPUTE-ACCT-NO   PIC X(8).
          05 FILLER               PIC X(63).
       01 WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY          PIC 9(4).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
      * Dates go to the bureau month, day, year
       01 WS-YMD-IN               PIC 9(8)  VALUE ZERO.
       01 WS-YMD-IN-R REDEFINES WS-YMD-IN.
          05 WS-YMD-YYYY          PIC 9(4).
          05 WS-YMD-MM            PIC 9(2).
          05 WS-YMD-DD            PIC 9(2).
       01 WS-MDY-OUT              PIC 9(8)  VALUE ZERO.
       01 WS-MDY-OUT-R REDEFINES WS-MDY-OUT.
          05 WS-MDY-MM            PIC 9(2).
          05 WS-MDY-DD            PIC 9(2).
          05 WS-MDY-YYYY          PIC 9(4).
       01 WS-RUN-MDY              PIC 9(8)  VALUE ZERO.
       01 WS-TIME-STAMP           PIC X(14) VALUE SPACES.
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
      * Delinquency status of every account
       01 DELQ-TABLE-AREA.
          05 DQT-COUNT            PIC 9(4) COMP VALUE 0.
          05 DQT-SUB              PIC 9(4) COMP VALUE 0.
          05 DELQ-TABLE OCCURS 1000 TIMES.
             10 DQT-ACCT-NO       PIC X(8).
             10 DQT-PAST-DUE      PIC 9(7)V99.
             10 DQT-OLDEST-DUE    PIC 9(8).
             10 DQT-DAYS-PAST-DUE PIC 9(3).
             10 DQT-LAST-PAY-DATE PIC 9(8).
       01 DELQ-FOUND-SW           PIC X VALUE 'N'.
          88 DELQ-ENTRY-FOUND           VALUE 'Y'.
      * Header, base segment and trailer
       01 CB-HEADER-REC.
          05 CH-RDW               PIC 9(4).
          05 CH-RECORD-ID         PIC X(6)  VALUE 'HEADER'.
          05 CH-REPORTER-ID       PIC X(10).
          05 CH-REPORTER-NAME     PIC X(40).
          05 CH-ACTIVITY-DATE     PIC 9(8).
          05 CH-CREATED-DATE      PIC 9(8).
          05 CH-CORRECTION-FILE   PIC X(1).
          05 FILLER               PIC X(143) VALUE SPACES.
       01 CB-BASE-SEGMENT.
          05 CB-RDW               PIC 9(4).
          05 CB-PROCESSING-IND    PIC X(1)  VALUE '1'.
          05 CB-TIME-STAMP        PIC X(14).
          05 CB-CORRECTION-IND    PIC X(1).
          05 CB-IDENT-NO          PIC X(10).
          05 CB-CONS-ACCT-NO      PIC X(20).
      * R revolving, 18 credit card
          05 CB-PORTFOLIO-TYPE    PIC X(1)  VALUE 'R'.
          05 CB-ACCOUNT-TYPE      PIC X(2)  VALUE '18'.
          05 CB-CREDIT-LIMIT      PIC 9(9).
          05 CB-CURRENT-BALANCE   PIC 9(9).
          05 CB-AMOUNT-PAST-DUE   PIC 9(9).
          05 CB-ACCOUNT-STATUS    PIC X(2).
          05 CB-PAYMENT-RATING    PIC X(1).
          05 CB-SPECIAL-COMMENT   PIC X(2).
          05 CB-COMPLIANCE-CODE   PIC X(2).
          05 CB-DATE-ACCT-INFO    PIC 9(8).
          05 CB-DATE-FIRST-DELQ   PIC 9(8).
          05 CB-DATE-LAST-PAYMENT PIC 9(8).
          05 CB-SURNAME           PIC X(20).
          05 CB-FIRST-NAME        PIC X(15).
          05 CB-ADDRESS           PIC X(25).
          05 CB-CITY              PIC X(20).
          05 CB-STATE             PIC X(2).
          05 CB-POSTAL-CODE       PIC X(9).
          05 FILLER               PIC X(18) VALUE SPACES.
       01 CB-TRAILER-REC.
          05 CT-RDW               PIC 9(4).
          05 CT-RECORD-ID         PIC X(7)  VALUE 'TRAILER'.
          05 CT-BASE-COUNT        PIC 9(9).
          05 CT-TOTAL-LIMIT       PIC 9(12).
          05 CT-TOTAL-BALANCE     PIC 9(12).
          05 CT-TOTAL-PAST-DUE    PIC 9(12).
          05 CT-CURRENT-COUNT     PIC 9(9).
          05 CT-DELINQUENT-COUNT  PIC 9(9).
          05 CT-CLOSED-COUNT      PIC 9(9).
          05 CT-CHARGED-OFF-COUNT PIC 9(9).
          05 FILLER               PIC X(128) VALUE SPACES.
       01 WS-SEGMENT-WORK.
          05 WS-WHOLE-DOLLARS     PIC 9(9)    VALUE ZERO.
          05 WS-DPD               PIC 9(3)    VALUE ZERO.
       01 WS-BUREAU-COUNTS.
          05 CTR-BASE             PIC 9(9)    VALUE ZERO.
          05 CTR-CURRENT          PIC 9(9)    VALUE ZERO.
          05 CTR-DELINQUENT       PIC 9(9)    VALUE ZERO.
          05 CTR-CLOSED           PIC 9(9)    VALUE ZERO.
          05 CTR-CHARGED-OFF      PIC 9(9)    VALUE ZERO.
          05 WS-TOTAL-LIMIT       PIC 9(12)   VALUE ZERO.
          05 WS-TOTAL-BALANCE     PIC 9(12)   VALUE ZERO.
          05 WS-TOTAL-PAST-DUE    PIC 9(12)   VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 REPORT-HEADING.
          05 FILLER   PIC X(33) VALUE
                'CREDIT BUREAU EXTRACT  RUN DATE: '.
          05 RH-RUN-DATE          PIC 9(8).
          05 FILLER   PIC X(2)  VALUE SPACES.
          05 RH-MODE              PIC X(20).
       01 REPORT-DETAIL-LINE.
          05 RDL-ACCT-NO          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-LAST-NAME        PIC X(20).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-BALANCE          PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-PAST-DUE         PIC ZZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-STATUS           PIC X(2).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-NOTE             PIC X(18).
       01 REPORT-TOTAL-LINE-1.
          05 FILLER   PIC X(10) VALUE 'SEGMENTS: '.
          05 RT1-BASE             PIC ZZZ,ZZ9.
          05 FILLER   PIC X(11) VALUE '  CURRENT: '.
          05 RT1-CURRENT          PIC ZZZ,ZZ9.
          05 FILLER   PIC X(14) VALUE '  DELINQUENT: '.
          05 RT1-DELINQUENT       PIC ZZZ,ZZ9.
       01 REPORT-TOTAL-LINE-2.
          05 FILLER   PIC X(10) VALUE 'CLOSED:   '.
          05 RT2-CLOSED           PIC ZZZ,ZZ9.
          05 FILLER   PIC X(15) VALUE '  CHARGED OFF: '.
          05 RT2-CHARGED-OFF      PIC ZZZ,ZZ9.
       01 REPORT-TOTAL-LINE-3.
          05 FILLER   PIC X(10) VALUE 'BALANCES: '.
          05 RT3-BALANCE          PIC $$$$,$$$,$$9.
          05 FILLER   PIC X(12) VALUE '  PAST DUE: '.
          05 RT3-PAST-DUE         PIC $$$$,$$$,$$9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
           PERFORM 000-OPEN-FILES.
           PERFORM 100-LOAD-DELINQUENCY UNTIL DELQ-LASTREC = 'Y'.
           PERFORM 200-REPORT-ONE-ACCOUNT UNTIL ACCT-LASTREC = 'Y'.
           PERFORM 600-WRITE-TRAILER.
           PERFORM 900-CLOSE-FILES.
           GOBACK.
       000-OPEN-FILES.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIME-STAMP.
           MOVE SPACES TO WS-CONTROL-CARD.
           ACCEPT WS-CONTROL-CARD.
           IF  WS-RUN-DATE-CARD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-CARD TO DV-DATE-IN
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID = 'Y'
                   MOVE DV-DATE-OUT TO WS-RUN-DATE
               ELSE
                   DISPLAY 'CBEXTR1 - BAD RUN DATE: '
                           WS-RUN-DATE-CARD
                   MOVE 'N' TO WS-ACCT-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO WS-YMD-IN.
           PERFORM 170-MONTH-DAY-YEAR.
           MOVE WS-MDY-OUT  TO WS-RUN-MDY.
           IF  WS-DISPUTE-ACCT-NO NOT = SPACES
               MOVE 'Y' TO WS-CORRECTION-RUN
           END-IF.
           OPEN OUTPUT BUREAU-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           IF  CORRECTION-RUN
               MOVE 'DISPUTE CORRECTION' TO RH-MODE
           ELSE
               MOVE 'MONTH-END'          TO RH-MODE
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
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
               OPEN INPUT DELQ-MASTER
               IF  DELQ-OPEN-OK
                   PERFORM 110-READ-DELQ
               ELSE
                   DISPLAY 'DELQMAST FILE STATUS: ' DELQ-F-STATUS
                   DISPLAY 'NO DELINQUENCY MASTER - ALL REPORT CURRENT'
                   MOVE 'Y' TO DELQ-LASTREC
               END-IF
           ELSE
               MOVE 'Y' TO ACCT-LASTREC DELQ-LASTREC
           END-IF.
           OPEN OUTPUT BUREAU-FILE.
           MOVE CB-RECORD-LENGTH TO CH-RDW.
           MOVE CB-REPORTER-ID   TO CH-REPORTER-ID.
           MOVE CB-REPORTER-NAME TO CH-REPORTER-NAME.
           MOVE WS-RUN-MDY       TO CH-ACTIVITY-DATE.
           MOVE WS-TIME-STAMP(1:8) TO WS-YMD-IN.
           PERFORM 170-MONTH-DAY-YEAR.
           MOVE WS-MDY-OUT       TO CH-CREATED-DATE.
           IF  CORRECTION-RUN
               MOVE 'Y' TO CH-CORRECTION-FILE
           ELSE
               MOVE 'N' TO CH-CORRECTION-FILE
           END-IF.
           WRITE BUREAU-REC FROM CB-HEADER-REC.
       100-LOAD-DELINQUENCY.
           IF  DQT-COUNT < 1000
               ADD 1 TO DQT-COUNT
               MOVE DQ-ACCT-NO       TO DQT-ACCT-NO(DQT-COUNT)
               MOVE ZERO TO DQT-PAST-DUE(DQT-COUNT)
                            DQT-OLDEST-DUE(DQT-COUNT)
                            DQT-DAYS-PAST-DUE(DQT-COUNT)
                            DQT-LAST-PAY-DATE(DQT-COUNT)
               IF  DQ-PAST-DUE IS NUMERIC
                   MOVE DQ-PAST-DUE TO DQT-PAST-DUE(DQT-COUNT)
               END-IF
               IF  DQ-OLDEST-DUE IS NUMERIC
                   MOVE DQ-OLDEST-DUE TO DQT-OLDEST-DUE(DQT-COUNT)
               END-IF
               IF  DQ-DAYS-PAST-DUE IS NUMERIC
                   MOVE DQ-DAYS-PAST-DUE
                       TO DQT-DAYS-PAST-DUE(DQT-COUNT)
               END-IF
               IF  DQ-LAST-PAY-DATE IS NUMERIC
                   MOVE DQ-LAST-PAY-DATE
                       TO DQT-LAST-PAY-DATE(DQT-COUNT)
               END-IF
           ELSE
               DISPLAY 'DELINQUENCY TABLE FULL - ' DQ-ACCT-NO
                       ' REPORTS CURRENT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 110-READ-DELQ.
       110-READ-DELQ.
           READ DELQ-MASTER
               AT END MOVE 'Y' TO DELQ-LASTREC
           END-READ.
       150-READ-ACCOUNT.
           READ ACCT-REC
               AT END MOVE 'Y' TO ACCT-LASTREC
           END-READ.
       160-FIND-DELQ.
           MOVE 'N' TO DELQ-FOUND-SW.
           MOVE 1   TO DQT-SUB.
           PERFORM 165-MATCH-DELQ
               UNTIL DQT-SUB > DQT-COUNT OR DELQ-ENTRY-FOUND.
       165-MATCH-DELQ.
           IF  DQT-ACCT-NO(DQT-SUB) = ACCT-NO
               MOVE 'Y' TO DELQ-FOUND-SW
           ELSE
               ADD 1 TO DQT-SUB
           END-IF.
       170-MONTH-DAY-YEAR.
           IF  WS-YMD-IN = ZERO
               MOVE ZERO TO WS-MDY-OUT
           ELSE
               MOVE WS-YMD-MM   TO WS-MDY-MM
               MOVE WS-YMD-DD   TO WS-MDY-DD
               MOVE WS-YMD-YYYY TO WS-MDY-YYYY
           END-IF.
      * Month-end sends every account; a correction run only the
      * disputed one.
       200-REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  NOT CORRECTION-RUN
           OR  ACCT-NO = WS-DISPUTE-ACCT-NO
               PERFORM 300-BUILD-BASE-SEGMENT
               WRITE BUREAU-REC FROM CB-BASE-SEGMENT
               PERFORM 500-REPORT-SEGMENT
               IF  CORRECTION-RUN
                   MOVE 'Y' TO WS-CORRECTION-SENT
               END-IF
           END-IF.
           PERFORM 150-READ-ACCOUNT.
       300-BUILD-BASE-SEGMENT.
           MOVE CB-RECORD-LENGTH  TO CB-RDW.
           MOVE WS-TIME-STAMP     TO CB-TIME-STAMP.
           MOVE CB-REPORTER-ID    TO CB-IDENT-NO.
           MOVE ACCT-NO           TO CB-CONS-ACCT-NO.
           MOVE SPACES            TO CB-SPECIAL-COMMENT.
           IF  CORRECTION-RUN
               MOVE '1'  TO CB-CORRECTION-IND
               MOVE 'XH' TO CB-COMPLIANCE-CODE
           ELSE
               MOVE '0'    TO CB-CORRECTION-IND
               MOVE SPACES TO CB-COMPLIANCE-CODE
           END-IF.
           IF  ACCT-LIMIT > ZERO
               COMPUTE WS-WHOLE-DOLLARS = ACCT-LIMIT
           ELSE
               MOVE ZERO TO WS-WHOLE-DOLLARS
           END-IF.
           MOVE WS-WHOLE-DOLLARS  TO CB-CREDIT-LIMIT.
           ADD  WS-WHOLE-DOLLARS  TO WS-TOTAL-LIMIT.
      * A credit balance reports as zero owed
           IF  ACCT-BALANCE > ZERO
               COMPUTE WS-WHOLE-DOLLARS = ACCT-BALANCE
           ELSE
               MOVE ZERO TO WS-WHOLE-DOLLARS
           END-IF.
           MOVE WS-WHOLE-DOLLARS  TO CB-CURRENT-BALANCE.
           ADD  WS-WHOLE-DOLLARS  TO WS-TOTAL-BALANCE.
           MOVE ZERO TO CB-AMOUNT-PAST-DUE CB-DATE-FIRST-DELQ
                        CB-DATE-LAST-PAYMENT WS-DPD.
           PERFORM 160-FIND-DELQ.
           IF  DELQ-ENTRY-FOUND
               MOVE DQT-DAYS-PAST-DUE(DQT-SUB) TO WS-DPD
               COMPUTE WS-WHOLE-DOLLARS = DQT-PAST-DUE(DQT-SUB)
               MOVE WS-WHOLE-DOLLARS TO CB-AMOUNT-PAST-DUE
               ADD  WS-WHOLE-DOLLARS TO WS-TOTAL-PAST-DUE
               MOVE DQT-LAST-PAY-DATE(DQT-SUB) TO WS-YMD-IN
               PERFORM 170-MONTH-DAY-YEAR
               MOVE WS-MDY-OUT TO CB-DATE-LAST-PAYMENT
               IF  WS-DPD NOT < 30
                   MOVE DQT-OLDEST-DUE(DQT-SUB) TO WS-YMD-IN
                   PERFORM 170-MONTH-DAY-YEAR
                   MOVE WS-MDY-OUT TO CB-DATE-FIRST-DELQ
               END-IF
           END-IF.
           PERFORM 320-RATE-ACCOUNT.
           MOVE WS-RUN-MDY        TO CB-DATE-ACCT-INFO.
           MOVE LAST-NAME         TO CB-SURNAME.
           MOVE FIRST-NAME        TO CB-FIRST-NAME.
           MOVE STREET-ADDR       TO CB-ADDRESS.
           MOVE CITY-COUNTY       TO CB-CITY.
           MOVE USA-STATE(1:2)    TO CB-STATE.
           MOVE SPACES            TO CB-POSTAL-CODE.
           ADD 1 TO CTR-BASE.
       320-RATE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE '13' TO CB-ACCOUNT-STATUS
                   MOVE '0'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-CLOSED
               WHEN WS-DPD < 30
                   MOVE '11' TO CB-ACCOUNT-STATUS
                   MOVE '0'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-CURRENT
               WHEN WS-DPD < 60
                   MOVE '71' TO CB-ACCOUNT-STATUS
                   MOVE '1'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-DELINQUENT
               WHEN WS-DPD < 90
                   MOVE '78' TO CB-ACCOUNT-STATUS
                   MOVE '2'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-DELINQUENT
               WHEN WS-DPD < 120
                   MOVE '80' TO CB-ACCOUNT-STATUS
                   MOVE '3'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-DELINQUENT
               WHEN WS-DPD < 150
                   MOVE '82' TO CB-ACCOUNT-STATUS
                   MOVE '4'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-DELINQUENT
               WHEN WS-DPD < 180
                   MOVE '83' TO CB-ACCOUNT-STATUS
                   MOVE '5'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-DELINQUENT
               WHEN OTHER
                   MOVE '97' TO CB-ACCOUNT-STATUS
                   MOVE 'L'  TO CB-PAYMENT-RATING
                   ADD 1 TO CTR-CHARGED-OFF
           END-EVALUATE.
       500-REPORT-SEGMENT.
           MOVE ACCT-NO            TO RDL-ACCT-NO.
           MOVE LAST-NAME          TO RDL-LAST-NAME.
           MOVE CB-CURRENT-BALANCE TO RDL-BALANCE.
           MOVE CB-AMOUNT-PAST-DUE TO RDL-PAST-DUE.
           MOVE CB-ACCOUNT-STATUS  TO RDL-STATUS.
           EVALUATE CB-ACCOUNT-STATUS
               WHEN '11'  MOVE 'CURRENT'           TO RDL-NOTE
               WHEN '13'  MOVE 'CLOSED'            TO RDL-NOTE
               WHEN '97'  MOVE 'CHARGED OFF'       TO RDL-NOTE
               WHEN OTHER MOVE 'PAST DUE'          TO RDL-NOTE
           END-EVALUATE.
           IF  CORRECTION-RUN
               MOVE 'CORRECTED - XH'   TO RDL-NOTE
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
       600-WRITE-TRAILER.
           MOVE CB-RECORD-LENGTH  TO CT-RDW.
           MOVE CTR-BASE          TO CT-BASE-COUNT.
           MOVE WS-TOTAL-LIMIT    TO CT-TOTAL-LIMIT.
           MOVE WS-TOTAL-BALANCE  TO CT-TOTAL-BALANCE.
           MOVE WS-TOTAL-PAST-DUE TO CT-TOTAL-PAST-DUE.
           MOVE CTR-CURRENT       TO CT-CURRENT-COUNT.
           MOVE CTR-DELINQUENT    TO CT-DELINQUENT-COUNT.
           MOVE CTR-CLOSED        TO CT-CLOSED-COUNT.
           MOVE CTR-CHARGED-OFF   TO CT-CHARGED-OFF-COUNT.
           WRITE BUREAU-REC FROM CB-TRAILER-REC.
           MOVE CTR-BASE          TO RT1-BASE.
           MOVE CTR-CURRENT       TO RT1-CURRENT.
           MOVE CTR-DELINQUENT    TO RT1-DELINQUENT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-CLOSED        TO RT2-CLOSED.
           MOVE CTR-CHARGED-OFF   TO RT2-CHARGED-OFF.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE WS-TOTAL-BALANCE  TO RT3-BALANCE.
           MOVE WS-TOTAL-PAST-DUE TO RT3-PAST-DUE.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-3
               AFTER ADVANCING 1.
           IF  CORRECTION-RUN AND WS-CORRECTION-SENT NOT = 'Y'
           AND WS-ACCT-AVAILABLE = 'Y'
               DISPLAY 'CBEXTR1 - DISPUTED ACCOUNT '
                       WS-DISPUTE-ACCT-NO ' NOT ON ACCTREC'
               MOVE 8 TO RETURN-CODE
           END-IF.
       900-CLOSE-FILES.
           IF WS-ACCT-AVAILABLE = 'Y'
               CLOSE ACCT-REC
               IF DELQ-OPEN-OK OR DELQ-F-STATUS = '10'
                   CLOSE DELQ-MASTER
               END-IF
           END-IF.
           CLOSE BUREAU-FILE.
           CLOSE BUREAU-REPORT.
           IF  RETURN-CODE < 8
               PERFORM 920-REGISTER-TRANSMISSION
           END-IF.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
      * Only a good file goes on the manifest, so a failed run can
      * never be picked up for sending.
       920-REGISTER-TRANSMISSION.
           OPEN EXTEND XMIT-MANIFEST.
           IF  CORRECTION-RUN
               MOVE 'CBCORR  '    TO XM-FILE-NAME
           ELSE
               MOVE 'CBEXTR  '    TO XM-FILE-NAME
           END-IF.
           MOVE WS-JOB-START-TIME TO XM-CREATED.
           MOVE CTR-BASE          TO XM-RECORD-COUNT.
           MOVE WS-TOTAL-BALANCE  TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'CBEXTR1 ' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
