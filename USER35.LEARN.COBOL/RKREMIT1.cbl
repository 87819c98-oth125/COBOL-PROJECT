       IDENTIFICATION DIVISION.
       PROGRAM-ID. RKREMIT1.
      ***** 401(k) recordkeeper contribution remittance.  Reads the
      ***** PAYCHECK detail cut by PAYROL02 and prices each check's
      ***** elections through the shared ELECDED master - the same
      ***** call ELECDED1 makes for its register - and sorts the
      ***** retirement plan lines into pre-tax deferral, Roth
      ***** deferral and loan repayment by plan code (PRETAX=,
      ***** ROTH= and LOAN= on the SYSIN card, up to four codes
      ***** each separated by commas; 401K, ROTH and 401L when not
      ***** keyed).  The employer match is the deferral times the
      ***** election's match rate on ELECMAST, worked the way
      ***** ELECDED works it.  One RKREMIT record goes out per
      ***** participant per pay date with the year-to-date
      ***** compensation and hours off the YTD master (the
      ***** generation PAYROL02 just wrote, so this pay date is in
      ***** it), and each pay date closes with a trailer carrying
      ***** the contribution totals and the election deductions of
      ***** every plan - the EE DED figure on the ELECDED1 register.
      ***** The file is registered on XMITMANF for XMITACK1.
      *****
      ***** Before anything leaves, each retirement plan's remitted
      ***** total is set beside what ELECDED1 recorded as withheld
      ***** on the ELECHIST history for the same pay date.  Any
      ***** difference prints as an exception line and the step
      ***** ends CC 4, so a short remittance is caught while there
      ***** is still time to deposit it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCHECK-FILE ASSIGN TO PAYCHECK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PC-F-STATUS.
           SELECT ELECTION-MASTER ASSIGN TO ELECMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EM-F-STATUS.
           SELECT YTD-MASTER ASSIGN TO YTDFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS YTD-F-STATUS.
           SELECT PLAN-HISTORY ASSIGN TO ELECHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EH-F-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO RKREMIT.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
           SELECT REMITTANCE-REPORT ASSIGN TO RKRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYCHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(80).
       FD  ELECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ELECTION-REC.
      * ELECDED's election master layout
       01  ELECTION-REC.
           05  EM-EMP-ID          PIC X(08).
           05  EM-PLAN-CODE       PIC X(04).
           05  EM-EE-RATE         PIC V999.
           05  EM-EE-FLAT         PIC 9(4)V99.
           05  EM-ER-MATCH-RATE   PIC V999.
           05  EM-EFFECTIVE       PIC X(08).
           05  FILLER             PIC X(48).
       FD  YTD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTD-REC.
       01  YTD-REC.
           05  YTD-NAME.
               10  YTD-FIRST-NAME    PIC X(10).
               10  YTD-LAST-NAME     PIC X(10).
           05  YTD-GROSS-PAY         PIC 9(7)V99.
           05  YTD-HOURS             PIC 9(7).
       FD  PLAN-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PLAN-HISTORY-REC.
      * ELECDED1's deductions by pay date and plan
       01  PLAN-HISTORY-REC.
           05  EH-PAY-DATE        PIC X(10).
           05  EH-PLAN-CODE       PIC X(04).
           05  EH-DEDUCTED        PIC 9(7)V99.
           05  EH-CHECK-COUNT     PIC 9(05).
           05  FILLER             PIC X(52).
       FD  REMITTANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITTANCE-REC.
       01  REMITTANCE-REC  PIC X(80).
       FD  XMIT-MANIFEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XMIT-MANIFEST-REC.
      * Outbound transmission manifest - every extract that leaves
      * the building registers here at creation; XMITACK1 matches
      * the receiver's acknowledgments against it.
       01  XMIT-MANIFEST-REC.
           05  XM-FILE-NAME       PIC X(8).
           05  XM-CREATED         PIC X(15).
           05  XM-RECORD-COUNT    PIC 9(7).
           05  XM-AMOUNT-HASH     PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(36).
       FD  REMITTANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
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
       WORKING-STORAGE SECTION.
       01 WS-JOB-START-TIME         PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT       PIC 9(7)  VALUE 0.
       77 PC-F-STATUS               PIC X(02) VALUE SPACES.
           88 PC-OK                           VALUE '00'.
       77 EM-F-STATUS               PIC X(02) VALUE SPACES.
           88 EM-OK                           VALUE '00'.
       77 YTD-F-STATUS              PIC X(02) VALUE SPACES.
           88 YTD-OK                          VALUE '00'.
       77 EH-F-STATUS               PIC X(02) VALUE SPACES.
           88 EH-OK                           VALUE '00'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 EM-EOF                    PIC X(01) VALUE 'N'.
           88 EM-AT-EOF                       VALUE 'Y'.
       77 YTD-EOF                   PIC X(01) VALUE 'N'.
           88 YTD-AT-EOF                      VALUE 'Y'.
       77 EH-EOF                    PIC X(01) VALUE 'N'.
           88 EH-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-EXCEPTION-SW           PIC X(01) VALUE 'N'.
           88 REMIT-EXCEPTIONS                VALUE 'Y'.
      *    LABELED PLAN-CODE CARD - E.G.
      *    PRETAX=401K,401C ROTH=ROTH LOAN=401L
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 3 TIMES PIC X(26).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(06) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(20) VALUE SPACES.
      * Plan codes by contribution source - P pre-tax, R Roth,
      * L loan repayment
       01 SOURCE-CODE-AREA.
          05 SOURCE-ROW OCCURS 3 TIMES.
             10 SC-SOURCE           PIC X(01).
             10 SC-PLAN-CODE OCCURS 4 TIMES PIC X(04).
       77 SC-SUB                    PIC 9(1) COMP VALUE 0.
       77 SC-CODE-SUB               PIC 9(1) COMP VALUE 0.
       01 WS-LINE-SOURCE            PIC X(01) VALUE SPACE.
           88 LINE-IS-PRETAX                  VALUE 'P'.
           88 LINE-IS-ROTH                    VALUE 'R'.
           88 LINE-IS-LOAN                    VALUE 'L'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
       01 PC-DETAIL-REC.
           05 PC-NAME.
              10 PC-FIRST-NAME     PIC X(10).
              10 FILLER            PIC X(02).
              10 PC-LAST-NAME      PIC X(10).
           05 FILLER               PIC X(02).
           05 PC-DATE              PIC X(10).
           05 FILLER               PIC X(02).
           05 PC-HOURLY-RATE       PIC X(05).
           05 FILLER               PIC X(02).
           05 PC-HOURS-WORKED      PIC X(02).
           05 FILLER               PIC X(02).
           05 PC-CATEGORY          PIC X(1).
           05 FILLER               PIC X(01).
           05 PC-GROSS-PAY         PIC X(09).
           05 PC-GROSS-PAY-NUM REDEFINES PC-GROSS-PAY PIC $$$$$$.99.
           05 FILLER               PIC X(01).
           05 PC-CURRENCY-CODE     PIC X(03).
           05 FILLER               PIC X(01).
           05 PC-EMP-ID            PIC X(08).
           05 FILLER               PIC X(06).
           05 PC-STATE             PIC X(02).
           05 PC-REC-TYPE          PIC X(01).
               88 PC-TYPE-DETAIL          VALUE 'D'.
       01 ELECDED-PARMS.
           05  ED-EMP-ID          PIC X(08)   VALUE SPACES.
           05  ED-PAY-DATE        PIC X(10)   VALUE SPACES.
           05  ED-GROSS           PIC 9(6)V99 VALUE ZEROS.
           05  ED-FOUND           PIC X(01)   VALUE 'N'.
           05  ED-TOTAL-DEDUCTION PIC 9(6)V99 VALUE ZEROS.
           05  ED-TOTAL-MATCH     PIC 9(6)V99 VALUE ZEROS.
           05  ED-LINE-COUNT      PIC 9(02)   VALUE ZEROS.
           05  ED-LINE OCCURS 10 TIMES.
               10  ED-PLAN-CODE   PIC X(04).
               10  ED-AMOUNT      PIC 9(6)V99.
       77 ED-SUB                  PIC 9(02) COMP VALUE 0.
       01 WS-PAY-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-LINE-MATCH             PIC 9(6)V99 VALUE ZEROS.
      * Match rates off ELECMAST for the retirement plans
       01 MATCH-RATE-AREA.
           05 MR-COUNT              PIC 9(4) COMP VALUE 0.
           05 MR-SUB                PIC 9(4) COMP VALUE 0.
           05 MATCH-RATE-TABLE OCCURS 1000 TIMES.
               10 MR-EMP-ID         PIC X(08).
               10 MR-PLAN-CODE      PIC X(04).
               10 MR-EFFECTIVE      PIC X(08).
               10 MR-MATCH-RATE     PIC V999.
      * Year to date by name, the way PAYROL02 keys the YTD master
       01 YTD-TABLE-AREA.
           05 YT-COUNT              PIC 9(4) COMP VALUE 0.
           05 YT-SUB                PIC 9(4) COMP VALUE 0.
           05 YTD-TABLE OCCURS 1000 TIMES.
               10 YT-NAME           PIC X(20).
               10 YT-GROSS          PIC 9(7)V99.
               10 YT-HOURS          PIC 9(7).
       01 WS-YTD-KEY                PIC X(20) VALUE SPACES.
      * One row per participant per pay date
       01 PARTICIPANT-AREA.
           05 PT-COUNT              PIC 9(4) COMP VALUE 0.
           05 PT-SUB                PIC 9(4) COMP VALUE 0.
           05 PARTICIPANT-TABLE OCCURS 1000 TIMES.
               10 PT-PAY-DATE       PIC X(10).
               10 PT-EMP-ID         PIC X(08).
               10 PT-YTD-KEY        PIC X(20).
               10 PT-PRETAX         PIC 9(5)V99.
               10 PT-ROTH           PIC 9(5)V99.
               10 PT-MATCH          PIC 9(5)V99.
               10 PT-LOAN           PIC 9(5)V99.
       01 PT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 PT-ENTRY-FOUND                  VALUE 'Y'.
      * Pay dates in the run, with the every-plan deduction total
      * the ELECDED1 register shows for them
       01 PAY-DATE-AREA.
           05 PD-COUNT              PIC 9(3) COMP VALUE 0.
           05 PD-SUB                PIC 9(3) COMP VALUE 0.
           05 PAY-DATE-TABLE OCCURS 50 TIMES.
               10 PD-PAY-DATE       PIC X(10).
               10 PD-ALL-DEDUCTIONS PIC 9(9)V99.
       01 PD-FOUND-SW               PIC X(01) VALUE 'N'.
           88 PD-ENTRY-FOUND                  VALUE 'Y'.
      * Remitted and withheld by pay date and retirement plan
       01 PLAN-RECON-AREA.
           05 RC-COUNT              PIC 9(3) COMP VALUE 0.
           05 RC-SUB                PIC 9(3) COMP VALUE 0.
           05 PLAN-RECON-TABLE OCCURS 200 TIMES.
               10 RC-PAY-DATE       PIC X(10).
               10 RC-PLAN-CODE      PIC X(04).
               10 RC-REMITTED       PIC 9(7)V99.
               10 RC-WITHHELD       PIC 9(7)V99.
       01 RC-FOUND-SW               PIC X(01) VALUE 'N'.
           88 RC-ENTRY-FOUND                  VALUE 'Y'.
       01 WS-LOOKUP-DATE            PIC X(10) VALUE SPACES.
       01 WS-LOOKUP-PLAN            PIC X(04) VALUE SPACES.
       01 WS-RECON-DIFFERENCE       PIC S9(7)V99 VALUE ZEROS.
       01 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
      *    Remittance records - a header and trailer around each pay
      *    date's participants.  The trailer totals prove the
      *    detail arrived whole and tie back to the register.
       01 RK-HEADER-REC.
           05 FILLER                PIC X(01) VALUE 'H'.
           05 RKH-PAY-DATE          PIC X(10).
           05 RKH-CREATED           PIC X(15).
           05 FILLER                PIC X(54) VALUE SPACES.
       01 RK-DETAIL-REC.
           05 FILLER                PIC X(01) VALUE 'D'.
           05 RKD-EMP-ID            PIC X(08).
           05 RKD-PAY-DATE          PIC X(10).
           05 RKD-PRETAX            PIC 9(5)V99.
           05 RKD-ROTH              PIC 9(5)V99.
           05 RKD-MATCH             PIC 9(5)V99.
           05 RKD-LOAN              PIC 9(5)V99.
           05 RKD-YTD-COMP          PIC 9(7)V99.
           05 RKD-YTD-HOURS         PIC 9(07).
           05 FILLER                PIC X(17) VALUE SPACES.
       01 RK-TRAILER-REC.
           05 FILLER                PIC X(01) VALUE 'T'.
           05 RKT-PAY-DATE          PIC X(10).
           05 RKT-PARTICIPANTS      PIC 9(06).
           05 RKT-PRETAX            PIC 9(9)V99.
           05 RKT-ROTH              PIC 9(9)V99.
           05 RKT-MATCH             PIC 9(9)V99.
           05 RKT-LOAN              PIC 9(9)V99.
           05 RKT-REGISTER-DED      PIC 9(9)V99.
           05 FILLER                PIC X(08) VALUE SPACES.
       01 WS-DATE-TOTALS.
           05 WS-DT-PARTICIPANTS    PIC 9(06)    VALUE ZEROS.
           05 WS-DT-PRETAX          PIC 9(9)V99  VALUE ZEROS.
           05 WS-DT-ROTH            PIC 9(9)V99  VALUE ZEROS.
           05 WS-DT-MATCH           PIC 9(9)V99  VALUE ZEROS.
           05 WS-DT-LOAN            PIC 9(9)V99  VALUE ZEROS.
       01 WS-RUN-TOTALS.
           05 WS-TOT-PARTICIPANTS   PIC 9(07)    VALUE ZEROS.
           05 WS-TOT-REMITTED       PIC 9(11)V99 VALUE ZEROS.
      *    REPORT PRINT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(36) VALUE
                  '401(K) CONTRIBUTION REMITTANCE'.
           05 RH-RUN-TIME           PIC X(15).
       01 RPT-DATE-LINE.
           05 FILLER  PIC X(10) VALUE 'PAY DATE '.
           05 RDT-PAY-DATE          PIC X(10).
           05 FILLER  PIC X(16) VALUE '  PARTICIPANTS: '.
           05 RDT-PARTICIPANTS      PIC ZZZZZ9.
           05 FILLER  PIC X(16) VALUE '  REGISTER DED: '.
           05 RDT-REGISTER-DED      PIC ZZ,ZZZ,ZZ9.99.
       01 RPT-SOURCE-LINE.
           05 FILLER  PIC X(10) VALUE '  PRE-TAX '.
           05 RSL-PRETAX            PIC Z,ZZZ,ZZ9.99.
           05 FILLER  PIC X(07) VALUE '  ROTH '.
           05 RSL-ROTH              PIC Z,ZZZ,ZZ9.99.
           05 FILLER  PIC X(08) VALUE '  MATCH '.
           05 RSL-MATCH             PIC Z,ZZZ,ZZ9.99.
           05 FILLER  PIC X(07) VALUE '  LOAN '.
           05 RSL-LOAN              PIC Z,ZZZ,ZZ9.99.
       01 RPT-RECON-LINE.
           05 FILLER  PIC X(07) VALUE '  PLAN '.
           05 RRL-PLAN-CODE         PIC X(04).
           05 FILLER  PIC X(11) VALUE '  REMITTED '.
           05 RRL-REMITTED          PIC Z,ZZZ,ZZ9.99.
           05 FILLER  PIC X(11) VALUE '  WITHHELD '.
           05 RRL-WITHHELD          PIC Z,ZZZ,ZZ9.99.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 RRL-NOTE              PIC X(21).
       01 RPT-TOTAL-LINE.
           05 FILLER  PIC X(14) VALUE 'PARTICIPANTS: '.
           05 RTL-PARTICIPANTS      PIC ZZZZZZ9.
           05 FILLER  PIC X(18) VALUE '  TOTAL REMITTED: '.
           05 RTL-REMITTED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Price-Paychecks
               PERFORM 300-Load-Withheld
           END-IF.
           IF  A-TABLE-IS-FULL
               DISPLAY 'RKREMIT1 - TABLE FULL - NOTHING REMITTED - '
                       'RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 400-Write-Remittance
           END-IF.
           PERFORM 600-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  REMIT-EXCEPTIONS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           OPEN OUTPUT REMITTANCE-REPORT.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           PERFORM 010-Read-Plan-Codes.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Match-Rates
               PERFORM 150-Load-YTD-Master
           END-IF.
      * Blank card keeps the standard codes.
       010-Read-Plan-Codes.
           MOVE SPACES TO SOURCE-CODE-AREA.
           MOVE 'P'    TO SC-SOURCE(1).
           MOVE '401K' TO SC-PLAN-CODE(1, 1).
           MOVE 'R'    TO SC-SOURCE(2).
           MOVE 'ROTH' TO SC-PLAN-CODE(2, 1).
           MOVE 'L'    TO SC-SOURCE(3).
           MOVE '401L' TO SC-PLAN-CODE(3, 1).
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 3.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'PRETAX'
                       MOVE 1 TO SC-SUB
                       PERFORM 014-Split-Plan-Codes
                   WHEN 'ROTH'
                       MOVE 2 TO SC-SUB
                       PERFORM 014-Split-Plan-Codes
                   WHEN 'LOAN'
                       MOVE 3 TO SC-SUB
                       PERFORM 014-Split-Plan-Codes
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       014-Split-Plan-Codes.
           MOVE SPACES TO SC-PLAN-CODE(SC-SUB, 1)
                          SC-PLAN-CODE(SC-SUB, 2)
                          SC-PLAN-CODE(SC-SUB, 3)
                          SC-PLAN-CODE(SC-SUB, 4).
           UNSTRING WS-OPT-VALUE DELIMITED BY ',' OR SPACE
               INTO SC-PLAN-CODE(SC-SUB, 1) SC-PLAN-CODE(SC-SUB, 2)
                    SC-PLAN-CODE(SC-SUB, 3) SC-PLAN-CODE(SC-SUB, 4).
           IF  SC-PLAN-CODE(SC-SUB, 1) = SPACES
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'RKREMIT1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * Only retirement-plan rows matter for the match.
       100-Load-Match-Rates.
           OPEN INPUT ELECTION-MASTER.
           IF  EM-OK
               PERFORM 105-Read-Election
               PERFORM 110-Store-Match-Rate UNTIL EM-AT-EOF
               CLOSE ELECTION-MASTER
           ELSE
               DISPLAY 'ELECTION MASTER STATUS: ' EM-F-STATUS
               DISPLAY 'NO ELECTION MASTER - NO MATCH REMITTED'
           END-IF.
       105-Read-Election.
           READ ELECTION-MASTER
               AT END MOVE 'Y' TO EM-EOF
           END-READ.
       110-Store-Match-Rate.
           MOVE EM-PLAN-CODE TO WS-LOOKUP-PLAN.
           PERFORM 260-Classify-Plan.
           IF  WS-LINE-SOURCE NOT = SPACE
               IF  MR-COUNT < 1000
                   ADD 1 TO MR-COUNT
                   MOVE EM-EMP-ID        TO MR-EMP-ID(MR-COUNT)
                   MOVE EM-PLAN-CODE     TO MR-PLAN-CODE(MR-COUNT)
                   MOVE EM-EFFECTIVE     TO MR-EFFECTIVE(MR-COUNT)
                   MOVE EM-ER-MATCH-RATE TO MR-MATCH-RATE(MR-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
           PERFORM 105-Read-Election.
       150-Load-YTD-Master.
           OPEN INPUT YTD-MASTER.
           IF  YTD-OK
               PERFORM 155-Read-YTD
               PERFORM 160-Store-YTD UNTIL YTD-AT-EOF
               CLOSE YTD-MASTER
           ELSE
               DISPLAY 'YTD MASTER STATUS: ' YTD-F-STATUS
               DISPLAY 'NO YTD MASTER - YTD FIGURES GO AS ZERO'
           END-IF.
       155-Read-YTD.
           READ YTD-MASTER
               AT END MOVE 'Y' TO YTD-EOF
           END-READ.
       160-Store-YTD.
           IF  YT-COUNT < 1000
               ADD 1 TO YT-COUNT
               MOVE YTD-NAME      TO YT-NAME(YT-COUNT)
               MOVE YTD-GROSS-PAY TO YT-GROSS(YT-COUNT)
               MOVE YTD-HOURS     TO YT-HOURS(YT-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 155-Read-YTD.
      * Voids are not priced - ELECDED1 prices details only, and the
      * register this ties to is built that way.
       200-Price-Paychecks.
           OPEN INPUT PAYCHECK-FILE.
           IF  PC-OK
               PERFORM 205-Read-Paycheck
               PERFORM 210-Price-One-Check UNTIL PC-AT-EOF
               CLOSE PAYCHECK-FILE
           ELSE
               DISPLAY 'PAYCHECK FILE STATUS: ' PC-F-STATUS
               DISPLAY 'RKREMIT1 - NO PAYCHECK FILE - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       205-Read-Paycheck.
           READ PAYCHECK-FILE
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
       210-Price-One-Check.
           MOVE PAYCHECK-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE PC-EMP-ID        TO ED-EMP-ID
               MOVE PC-DATE          TO ED-PAY-DATE
               MOVE PC-GROSS-PAY-NUM TO ED-GROSS
               CALL 'ELECDED' USING ELECDED-PARMS
               MOVE PC-DATE TO WS-LOOKUP-DATE
               PERFORM 220-Find-Pay-Date
               IF  PD-ENTRY-FOUND
                   ADD ED-TOTAL-DEDUCTION
                       TO PD-ALL-DEDUCTIONS(PD-SUB)
               END-IF
               IF  ED-FOUND = 'Y'
                   MOVE SPACES TO WS-PAY-DATE-YMD
                   STRING PC-DATE(1:4) PC-DATE(6:2) PC-DATE(9:2)
                          DELIMITED BY SIZE INTO WS-PAY-DATE-YMD
                   PERFORM 240-Post-One-Line
                       VARYING ED-SUB FROM 1 BY 1
                       UNTIL ED-SUB > ED-LINE-COUNT
               END-IF
           END-IF.
           PERFORM 205-Read-Paycheck.
       220-Find-Pay-Date.
           MOVE 'N' TO PD-FOUND-SW.
           MOVE 1   TO PD-SUB.
           PERFORM 225-Match-Pay-Date
               UNTIL PD-SUB > PD-COUNT OR PD-ENTRY-FOUND.
           IF  NOT PD-ENTRY-FOUND
               IF  PD-COUNT < 50
                   ADD 1 TO PD-COUNT
                   MOVE PD-COUNT       TO PD-SUB
                   MOVE WS-LOOKUP-DATE TO PD-PAY-DATE(PD-SUB)
                   MOVE ZEROS          TO PD-ALL-DEDUCTIONS(PD-SUB)
                   MOVE 'Y'            TO PD-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
       225-Match-Pay-Date.
           IF  PD-PAY-DATE(PD-SUB) = WS-LOOKUP-DATE
               MOVE 'Y' TO PD-FOUND-SW
           ELSE
               ADD 1 TO PD-SUB
           END-IF.
      * A retirement line lands in its source bucket; the match
      * rides on deferrals only, never on a loan repayment.
       240-Post-One-Line.
           MOVE ED-PLAN-CODE(ED-SUB) TO WS-LOOKUP-PLAN.
           PERFORM 260-Classify-Plan.
           IF  WS-LINE-SOURCE NOT = SPACE
               PERFORM 270-Find-Participant
               IF  PT-ENTRY-FOUND
                   MOVE ZEROS TO WS-LINE-MATCH
                   EVALUATE TRUE
                       WHEN LINE-IS-PRETAX
                           ADD ED-AMOUNT(ED-SUB) TO PT-PRETAX(PT-SUB)
                           PERFORM 280-Price-Line-Match
                       WHEN LINE-IS-ROTH
                           ADD ED-AMOUNT(ED-SUB) TO PT-ROTH(PT-SUB)
                           PERFORM 280-Price-Line-Match
                       WHEN LINE-IS-LOAN
                           ADD ED-AMOUNT(ED-SUB) TO PT-LOAN(PT-SUB)
                   END-EVALUATE
                   ADD WS-LINE-MATCH TO PT-MATCH(PT-SUB)
               END-IF
               MOVE PC-DATE TO WS-LOOKUP-DATE
               PERFORM 290-Find-Plan-Recon
               IF  RC-ENTRY-FOUND
                   ADD ED-AMOUNT(ED-SUB) TO RC-REMITTED(RC-SUB)
               END-IF
           END-IF.
       260-Classify-Plan.
           MOVE SPACE TO WS-LINE-SOURCE.
           PERFORM 262-Classify-One-Source
               VARYING SC-SUB FROM 1 BY 1 UNTIL SC-SUB > 3.
       262-Classify-One-Source.
           PERFORM 264-Match-Source-Code
               VARYING SC-CODE-SUB FROM 1 BY 1 UNTIL SC-CODE-SUB > 4.
       264-Match-Source-Code.
           IF  SC-PLAN-CODE(SC-SUB, SC-CODE-SUB) NOT = SPACES
           AND SC-PLAN-CODE(SC-SUB, SC-CODE-SUB) = WS-LOOKUP-PLAN
               MOVE SC-SOURCE(SC-SUB) TO WS-LINE-SOURCE
           END-IF.
       270-Find-Participant.
           MOVE 'N' TO PT-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 275-Match-Participant
               UNTIL PT-SUB > PT-COUNT OR PT-ENTRY-FOUND.
           IF  NOT PT-ENTRY-FOUND
               IF  PT-COUNT < 1000
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT  TO PT-SUB
                   MOVE PC-DATE   TO PT-PAY-DATE(PT-SUB)
                   MOVE PC-EMP-ID TO PT-EMP-ID(PT-SUB)
                   MOVE SPACES    TO PT-YTD-KEY(PT-SUB)
                   STRING PC-FIRST-NAME PC-LAST-NAME
                          DELIMITED BY SIZE INTO PT-YTD-KEY(PT-SUB)
                   MOVE ZEROS     TO PT-PRETAX(PT-SUB)
                   MOVE ZEROS     TO PT-ROTH(PT-SUB)
                   MOVE ZEROS     TO PT-MATCH(PT-SUB)
                   MOVE ZEROS     TO PT-LOAN(PT-SUB)
                   MOVE 'Y'       TO PT-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
       275-Match-Participant.
           IF  PT-PAY-DATE(PT-SUB) = PC-DATE
           AND PT-EMP-ID(PT-SUB)   = PC-EMP-ID
               MOVE 'Y' TO PT-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
      * Same rate ELECDED matched this line at - the election row
      * effective on or before the pay date.
       280-Price-Line-Match.
           PERFORM 285-Match-Rate-Row
               VARYING MR-SUB FROM 1 BY 1 UNTIL MR-SUB > MR-COUNT.
       285-Match-Rate-Row.
           IF  MR-EMP-ID(MR-SUB)    = PC-EMP-ID
           AND MR-PLAN-CODE(MR-SUB) = ED-PLAN-CODE(ED-SUB)
           AND MR-EFFECTIVE(MR-SUB) NOT > WS-PAY-DATE-YMD
               COMPUTE WS-LINE-MATCH ROUNDED =
                   ED-AMOUNT(ED-SUB) * MR-MATCH-RATE(MR-SUB)
           END-IF.
       290-Find-Plan-Recon.
           MOVE 'N' TO RC-FOUND-SW.
           MOVE 1   TO RC-SUB.
           PERFORM 295-Match-Plan-Recon
               UNTIL RC-SUB > RC-COUNT OR RC-ENTRY-FOUND.
           IF  NOT RC-ENTRY-FOUND
               IF  RC-COUNT < 200
                   ADD 1 TO RC-COUNT
                   MOVE RC-COUNT       TO RC-SUB
                   MOVE WS-LOOKUP-DATE TO RC-PAY-DATE(RC-SUB)
                   MOVE WS-LOOKUP-PLAN TO RC-PLAN-CODE(RC-SUB)
                   MOVE ZEROS          TO RC-REMITTED(RC-SUB)
                   MOVE ZEROS          TO RC-WITHHELD(RC-SUB)
                   MOVE 'Y'            TO RC-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
       295-Match-Plan-Recon.
           IF  RC-PAY-DATE(RC-SUB)  = WS-LOOKUP-DATE
           AND RC-PLAN-CODE(RC-SUB) = WS-LOOKUP-PLAN
               MOVE 'Y' TO RC-FOUND-SW
           ELSE
               ADD 1 TO RC-SUB
           END-IF.
      * What ELECDED1 recorded as withheld for this run's pay dates.
       300-Load-Withheld.
           OPEN INPUT PLAN-HISTORY.
           IF  EH-OK
               PERFORM 305-Read-Plan-History
               PERFORM 310-Post-Withheld UNTIL EH-AT-EOF
               CLOSE PLAN-HISTORY
           ELSE
               DISPLAY 'ELECTION HISTORY STATUS: ' EH-F-STATUS
               DISPLAY 'NO WITHHOLDING HISTORY - EVERY PLAN SHOWS '
                       'AS A DIFFERENCE'
           END-IF.
       305-Read-Plan-History.
           READ PLAN-HISTORY
               AT END MOVE 'Y' TO EH-EOF
           END-READ.
       310-Post-Withheld.
           MOVE EH-PAY-DATE TO WS-LOOKUP-DATE.
           MOVE 'N' TO PD-FOUND-SW.
           MOVE 1   TO PD-SUB.
           PERFORM 225-Match-Pay-Date
               UNTIL PD-SUB > PD-COUNT OR PD-ENTRY-FOUND.
           MOVE EH-PLAN-CODE TO WS-LOOKUP-PLAN.
           PERFORM 260-Classify-Plan.
           IF  PD-ENTRY-FOUND AND WS-LINE-SOURCE NOT = SPACE
               PERFORM 290-Find-Plan-Recon
               IF  RC-ENTRY-FOUND
                   ADD EH-DEDUCTED TO RC-WITHHELD(RC-SUB)
               END-IF
           END-IF.
           PERFORM 305-Read-Plan-History.
       400-Write-Remittance.
           OPEN OUTPUT REMITTANCE-FILE.
           PERFORM 410-Write-One-Pay-Date
               VARYING PD-SUB FROM 1 BY 1 UNTIL PD-SUB > PD-COUNT.
           CLOSE REMITTANCE-FILE.
           PERFORM 480-Register-Transmission.
           MOVE WS-TOT-PARTICIPANTS TO RTL-PARTICIPANTS.
           MOVE WS-TOT-REMITTED     TO RTL-REMITTED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2.
       410-Write-One-Pay-Date.
           INITIALIZE WS-DATE-TOTALS.
           MOVE PD-PAY-DATE(PD-SUB) TO RKH-PAY-DATE.
           MOVE WS-JOB-START-TIME   TO RKH-CREATED.
           WRITE REMITTANCE-REC FROM RK-HEADER-REC.
           PERFORM 420-Write-One-Participant
               VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
           MOVE PD-PAY-DATE(PD-SUB)       TO RKT-PAY-DATE.
           MOVE WS-DT-PARTICIPANTS        TO RKT-PARTICIPANTS.
           MOVE WS-DT-PRETAX              TO RKT-PRETAX.
           MOVE WS-DT-ROTH                TO RKT-ROTH.
           MOVE WS-DT-MATCH               TO RKT-MATCH.
           MOVE WS-DT-LOAN                TO RKT-LOAN.
           MOVE PD-ALL-DEDUCTIONS(PD-SUB) TO RKT-REGISTER-DED.
           WRITE REMITTANCE-REC FROM RK-TRAILER-REC.
           ADD WS-DT-PARTICIPANTS TO WS-TOT-PARTICIPANTS.
           COMPUTE WS-TOT-REMITTED = WS-TOT-REMITTED
               + WS-DT-PRETAX + WS-DT-ROTH + WS-DT-MATCH + WS-DT-LOAN.
           MOVE PD-PAY-DATE(PD-SUB)       TO RDT-PAY-DATE.
           MOVE WS-DT-PARTICIPANTS        TO RDT-PARTICIPANTS.
           MOVE PD-ALL-DEDUCTIONS(PD-SUB) TO RDT-REGISTER-DED.
           WRITE REPORT-LINE-OUT FROM RPT-DATE-LINE
               AFTER ADVANCING 2.
           MOVE WS-DT-PRETAX TO RSL-PRETAX.
           MOVE WS-DT-ROTH   TO RSL-ROTH.
           MOVE WS-DT-MATCH  TO RSL-MATCH.
           MOVE WS-DT-LOAN   TO RSL-LOAN.
           WRITE REPORT-LINE-OUT FROM RPT-SOURCE-LINE
               AFTER ADVANCING 1.
           PERFORM 450-Reconcile-One-Plan
               VARYING RC-SUB FROM 1 BY 1 UNTIL RC-SUB > RC-COUNT.
       420-Write-One-Participant.
           IF  PT-PAY-DATE(PT-SUB) = PD-PAY-DATE(PD-SUB)
               MOVE PT-EMP-ID(PT-SUB)   TO RKD-EMP-ID
               MOVE PT-PAY-DATE(PT-SUB) TO RKD-PAY-DATE
               MOVE PT-PRETAX(PT-SUB)   TO RKD-PRETAX
               MOVE PT-ROTH(PT-SUB)     TO RKD-ROTH
               MOVE PT-MATCH(PT-SUB)    TO RKD-MATCH
               MOVE PT-LOAN(PT-SUB)     TO RKD-LOAN
               MOVE ZEROS               TO RKD-YTD-COMP
               MOVE ZEROS               TO RKD-YTD-HOURS
               MOVE PT-YTD-KEY(PT-SUB)  TO WS-YTD-KEY
               PERFORM 430-Match-YTD
                   VARYING YT-SUB FROM 1 BY 1 UNTIL YT-SUB > YT-COUNT
               WRITE REMITTANCE-REC FROM RK-DETAIL-REC
               ADD 1                    TO WS-DT-PARTICIPANTS
               ADD PT-PRETAX(PT-SUB)    TO WS-DT-PRETAX
               ADD PT-ROTH(PT-SUB)      TO WS-DT-ROTH
               ADD PT-MATCH(PT-SUB)     TO WS-DT-MATCH
               ADD PT-LOAN(PT-SUB)      TO WS-DT-LOAN
           END-IF.
       430-Match-YTD.
           IF  YT-NAME(YT-SUB) = WS-YTD-KEY
               MOVE YT-GROSS(YT-SUB) TO RKD-YTD-COMP
               MOVE YT-HOURS(YT-SUB) TO RKD-YTD-HOURS
           END-IF.
      * Remitted employee money against what ELECDED1 says was
      * withheld, plan by plan.
       450-Reconcile-One-Plan.
           IF  RC-PAY-DATE(RC-SUB) = PD-PAY-DATE(PD-SUB)
               COMPUTE WS-RECON-DIFFERENCE =
                   RC-REMITTED(RC-SUB) - RC-WITHHELD(RC-SUB)
               MOVE SPACES TO RRL-NOTE
               IF  WS-RECON-DIFFERENCE NOT = ZERO
                   MOVE '*** DIFFERENCE ***' TO RRL-NOTE
                   MOVE 'Y' TO WS-EXCEPTION-SW
               END-IF
               MOVE RC-PLAN-CODE(RC-SUB) TO RRL-PLAN-CODE
               MOVE RC-REMITTED(RC-SUB)  TO RRL-REMITTED
               MOVE RC-WITHHELD(RC-SUB)  TO RRL-WITHHELD
               WRITE REPORT-LINE-OUT FROM RPT-RECON-LINE
                   AFTER ADVANCING 1
           END-IF.
       480-Register-Transmission.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE 'RKREMIT '          TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME   TO XM-CREATED.
           MOVE WS-TOT-PARTICIPANTS TO XM-RECORD-COUNT.
           MOVE WS-TOT-REMITTED     TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
       600-Close-Files.
           CLOSE REMITTANCE-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'RKREMIT1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
