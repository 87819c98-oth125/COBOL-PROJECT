       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENREC01.
      ***** Monthly benefits premium reconciliation.  For the month
      ***** keyed on SYSIN (MONTH=yyyy-mm) it sets each plan's
      ***** carrier bill (CARRBILL - carrier, plan, month, billed
      ***** headcount and premium) beside what payroll actually
      ***** took: the employee deductions ELECDED1 recorded on the
      ***** ELECHIST history for pay dates in the month, and the
      ***** headcount BENENR01 last told the carrier (ELECSENT rows
      ***** effective by month end and not termed before it began).
      ***** A headcount that differs, a plan billed with nothing
      ***** deducted, or a plan deducted but never billed is flagged
      ***** and the step ends CC 4.  The premium difference is
      ***** printed for every plan - the employer's share of the
      ***** premium normally accounts for it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-BILL ASSIGN TO CARRBILL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CB-F-STATUS.
           SELECT PLAN-HISTORY ASSIGN TO ELECHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EH-F-STATUS.
           SELECT SENT-ELECTIONS ASSIGN TO ELECSENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ES-F-STATUS.
           SELECT CARRIER-MAP ASSIGN TO CARRMAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CM-F-STATUS.
           SELECT RECON-REPORT ASSIGN TO PREMRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-BILL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIER-BILL-REC.
       01  CARRIER-BILL-REC.
           05  CB-CARRIER         PIC X(08).
           05  CB-PLAN-CODE       PIC X(04).
           05  CB-MONTH           PIC X(07).
           05  CB-HEADCOUNT       PIC 9(05).
           05  CB-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(47).
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
       FD  SENT-ELECTIONS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SENT-ELECTION-REC.
      * BENENR01's copy of the elections as the carriers hold them
       01  SENT-ELECTION-REC.
           05  ES-EMP-ID          PIC X(08).
           05  ES-PLAN-CODE       PIC X(04).
           05  FILLER             PIC X(12).
           05  ES-EFFECTIVE       PIC X(08).
           05  ES-CARRIER         PIC X(08).
           05  ES-TERM-DATE       PIC X(08).
           05  FILLER             PIC X(32).
       FD  CARRIER-MAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIER-MAP-REC.
       01  CARRIER-MAP-REC.
           05  CM-PLAN-CODE       PIC X(04).
           05  CM-CARRIER         PIC X(08).
           05  CM-CARRIER-NAME    PIC X(20).
           05  FILLER             PIC X(48).
       FD  RECON-REPORT
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
       77 CB-F-STATUS               PIC X(02) VALUE SPACES.
           88 CB-OK                           VALUE '00'.
       77 EH-F-STATUS               PIC X(02) VALUE SPACES.
           88 EH-OK                           VALUE '00'.
       77 ES-F-STATUS               PIC X(02) VALUE SPACES.
           88 ES-OK                           VALUE '00'.
       77 CM-F-STATUS               PIC X(02) VALUE SPACES.
           88 CM-OK                           VALUE '00'.
       77 CB-EOF                    PIC X(01) VALUE 'N'.
           88 CB-AT-EOF                       VALUE 'Y'.
       77 EH-EOF                    PIC X(01) VALUE 'N'.
           88 EH-AT-EOF                       VALUE 'Y'.
       77 ES-EOF                    PIC X(01) VALUE 'N'.
           88 ES-AT-EOF                       VALUE 'Y'.
       77 CM-EOF                    PIC X(01) VALUE 'N'.
           88 CM-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-EXCEPTION-SW           PIC X(01) VALUE 'N'.
           88 RECON-EXCEPTIONS                VALUE 'Y'.
      *    MONTH CARD - E.G.  MONTH=2026-09
       01 WS-MONTH-CARD             PIC X(80) VALUE SPACES.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RECON-MONTH            PIC X(07) VALUE SPACES.
       01 WS-MONTH-FIRST            PIC X(08) VALUE SPACES.
       01 WS-MONTH-LAST             PIC X(08) VALUE SPACES.
       01 WS-DATE-WORK.
           05 WS-WORK-YMD           PIC 9(08) VALUE 0.
           05 WS-WORK-YMD-X REDEFINES WS-WORK-YMD.
              10 WS-WORK-YEAR       PIC 9(04).
              10 WS-WORK-MONTH      PIC 9(02).
              10 WS-WORK-DAY        PIC 9(02).
           05 WS-DAY-NUMBER         PIC S9(9) VALUE 0.
      * Shared date validation - see DATEVAL
       01 DATEVAL-PARMS.
           05  DV-DATE-IN         PIC X(10) VALUE SPACES.
           05  DV-FORMAT          PIC X(1)  VALUE 'I'.
           05  DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
           05  DV-RANGE-TO        PIC X(8)  VALUE SPACES.
           05  DV-VALID           PIC X(1)  VALUE 'N'.
           05  DV-DATE-OUT        PIC X(8)  VALUE SPACES.
           05  DV-FUNCTION        PIC X(1)  VALUE SPACE.
           05  DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
           05  DV-BUSINESS        PIC X(1)  VALUE SPACE.
      * One row per plan - billed on one side, payroll on the other
       01 PLAN-TABLE-AREA.
           05 PL-COUNT              PIC 9(3) COMP VALUE 0.
           05 PL-SUB                PIC 9(3) COMP VALUE 0.
           05 PLAN-TABLE OCCURS 200 TIMES.
               10 PL-PLAN-CODE      PIC X(04).
               10 PL-CARRIER        PIC X(08).
               10 PL-BILLED-SW      PIC X(01).
               10 PL-BILLED-HEADS   PIC 9(05).
               10 PL-BILLED-AMOUNT  PIC 9(7)V99.
               10 PL-SENT-HEADS     PIC 9(05).
               10 PL-DEDUCTED       PIC 9(7)V99.
               10 PL-CHECK-COUNT    PIC 9(05).
       01 PL-FOUND-SW               PIC X(01) VALUE 'N'.
           88 PL-ENTRY-FOUND                  VALUE 'Y'.
       01 PL-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 PL-TABLE-IS-FULL                VALUE 'Y'.
       01 WS-LOOKUP-PLAN            PIC X(04) VALUE SPACES.
       01 WS-PLAN-DIFFERENCE        PIC S9(7)V99 VALUE ZEROS.
       01 RECON-TOTALS.
           05 WS-TOT-BILLED         PIC 9(7)V99  VALUE ZEROS.
           05 WS-TOT-DEDUCTED       PIC 9(7)V99  VALUE ZEROS.
           05 WS-TOT-DIFFERENCE     PIC S9(7)V99 VALUE ZEROS.
           05 CTR-EXCEPTIONS        PIC 9(5)     VALUE ZEROS.
      *    REPORT PRINT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(31) VALUE
                  'BENEFITS PREMIUM RECONCILIATION'.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 RH-MONTH              PIC X(07).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 RH-RUN-TIME           PIC X(15).
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(05) VALUE 'PLAN'.
           05 FILLER  PIC X(09) VALUE 'CARRIER'.
           05 FILLER  PIC X(06) VALUE 'BILLD'.
           05 FILLER  PIC X(06) VALUE ' SENT'.
           05 FILLER  PIC X(13) VALUE '      BILLED'.
           05 FILLER  PIC X(13) VALUE '    DEDUCTED'.
           05 FILLER  PIC X(14) VALUE '  DIFFERENCE'.
           05 FILLER  PIC X(14) VALUE 'NOTE'.
       01 RPT-DETAIL-LINE.
           05 RDL-PLAN-CODE         PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-CARRIER           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-BILLED-HEADS      PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-SENT-HEADS        PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-BILLED            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-DEDUCTED          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-DIFFERENCE        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-NOTE              PIC X(14).
       01 RPT-TOTAL-LINE.
           05 FILLER  PIC X(26) VALUE 'TOTALS'.
           05 RTL-BILLED            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RTL-DEDUCTED          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RTL-DIFFERENCE        PIC Z,ZZZ,ZZ9.99-.
       01 RPT-EXCEPTION-LINE.
           05 FILLER  PIC X(22) VALUE 'PLANS NEEDING REVIEW: '.
           05 RXL-EXCEPTIONS        PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Carrier-Bill
               PERFORM 200-Load-Deductions
               PERFORM 300-Count-Sent-Members
               PERFORM 350-Fill-Missing-Carriers
           END-IF.
           IF  PL-TABLE-IS-FULL
               DISPLAY 'BENREC01 - PLAN TABLE FULL - RECONCILIATION '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 400-Report-One-Plan
                   VARYING PL-SUB FROM 1 BY 1 UNTIL PL-SUB > PL-COUNT
               PERFORM 500-Write-Totals
           END-IF.
           PERFORM 600-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RECON-EXCEPTIONS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           OPEN OUTPUT RECON-REPORT.
           PERFORM 010-Read-Month-Card.
           MOVE WS-RECON-MONTH    TO RH-MONTH.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2.
      * The month is required - reconciling "whatever is on file"
      * would mix months on the carrier's bill.
       010-Read-Month-Card.
           ACCEPT WS-MONTH-CARD.
           UNSTRING WS-MONTH-CARD DELIMITED BY '=' OR ' '
               INTO WS-OPT-LABEL WS-OPT-VALUE.
           MOVE SPACES TO DV-DATE-IN.
           STRING WS-OPT-VALUE(1:7) '-01' DELIMITED BY SIZE
               INTO DV-DATE-IN.
           MOVE 'I'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  WS-OPT-LABEL NOT = 'MONTH'
            OR WS-OPT-VALUE(8:3) NOT = SPACES
            OR DV-VALID NOT = 'Y'
               DISPLAY 'BENREC01 - BAD MONTH CARD: ' WS-MONTH-CARD
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE WS-OPT-VALUE(1:7) TO WS-RECON-MONTH
               MOVE DV-DATE-OUT       TO WS-MONTH-FIRST
               MOVE DV-DATE-OUT       TO WS-WORK-YMD
               IF  WS-WORK-MONTH = 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1  TO WS-WORK-YEAR
               ELSE
                   ADD 1  TO WS-WORK-MONTH
               END-IF
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1
               COMPUTE WS-WORK-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE WS-WORK-YMD TO WS-MONTH-LAST
           END-IF.
      * Without the bill there is nothing to reconcile.
       100-Load-Carrier-Bill.
           OPEN INPUT CARRIER-BILL.
           IF  CB-OK
               PERFORM 105-Read-Carrier-Bill
               PERFORM 110-Post-Bill-Line UNTIL CB-AT-EOF
               CLOSE CARRIER-BILL
           ELSE
               DISPLAY 'CARRIER BILL STATUS: ' CB-F-STATUS
               DISPLAY 'BENREC01 - NO CARRIER BILL - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Carrier-Bill.
           READ CARRIER-BILL
               AT END MOVE 'Y' TO CB-EOF
           END-READ.
       110-Post-Bill-Line.
           IF  CB-MONTH = WS-RECON-MONTH
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE CB-PLAN-CODE TO WS-LOOKUP-PLAN
               PERFORM 150-Find-Plan
               IF  PL-ENTRY-FOUND
                   MOVE CB-CARRIER TO PL-CARRIER(PL-SUB)
                   MOVE 'Y'        TO PL-BILLED-SW(PL-SUB)
                   ADD CB-HEADCOUNT TO PL-BILLED-HEADS(PL-SUB)
                   ADD CB-AMOUNT    TO PL-BILLED-AMOUNT(PL-SUB)
               END-IF
           END-IF.
           PERFORM 105-Read-Carrier-Bill.
      * Find the plan's row, opening one on first sight.
       150-Find-Plan.
           MOVE 'N' TO PL-FOUND-SW.
           MOVE 1   TO PL-SUB.
           PERFORM 155-Match-Plan
               UNTIL PL-SUB > PL-COUNT OR PL-ENTRY-FOUND.
           IF  NOT PL-ENTRY-FOUND
               IF  PL-COUNT < 200
                   ADD 1 TO PL-COUNT
                   MOVE PL-COUNT       TO PL-SUB
                   MOVE WS-LOOKUP-PLAN TO PL-PLAN-CODE(PL-SUB)
                   MOVE SPACES         TO PL-CARRIER(PL-SUB)
                   MOVE 'N'            TO PL-BILLED-SW(PL-SUB)
                   MOVE ZEROS          TO PL-BILLED-HEADS(PL-SUB)
                   MOVE ZEROS          TO PL-BILLED-AMOUNT(PL-SUB)
                   MOVE ZEROS          TO PL-SENT-HEADS(PL-SUB)
                   MOVE ZEROS          TO PL-DEDUCTED(PL-SUB)
                   MOVE ZEROS          TO PL-CHECK-COUNT(PL-SUB)
                   MOVE 'Y'            TO PL-FOUND-SW
               ELSE
                   MOVE 'Y' TO PL-TABLE-FULL
               END-IF
           END-IF.
       155-Match-Plan.
           IF  PL-PLAN-CODE(PL-SUB) = WS-LOOKUP-PLAN
               MOVE 'Y' TO PL-FOUND-SW
           ELSE
               ADD 1 TO PL-SUB
           END-IF.
      * Missing history reads as nothing deducted - every billed
      * plan then shows up for review.
       200-Load-Deductions.
           OPEN INPUT PLAN-HISTORY.
           IF  EH-OK
               PERFORM 205-Read-Plan-History
               PERFORM 210-Post-Deduction UNTIL EH-AT-EOF
               CLOSE PLAN-HISTORY
           ELSE
               DISPLAY 'ELECTION HISTORY STATUS: ' EH-F-STATUS
               DISPLAY 'NO DEDUCTION HISTORY - NOTHING DEDUCTED'
           END-IF.
       205-Read-Plan-History.
           READ PLAN-HISTORY
               AT END MOVE 'Y' TO EH-EOF
           END-READ.
       210-Post-Deduction.
           IF  EH-PAY-DATE(1:7) = WS-RECON-MONTH
               MOVE EH-PLAN-CODE TO WS-LOOKUP-PLAN
               PERFORM 150-Find-Plan
               IF  PL-ENTRY-FOUND
                   ADD EH-DEDUCTED    TO PL-DEDUCTED(PL-SUB)
                   ADD EH-CHECK-COUNT TO PL-CHECK-COUNT(PL-SUB)
               END-IF
           END-IF.
           PERFORM 205-Read-Plan-History.
      * Members the carrier was told were covered during the month.
       300-Count-Sent-Members.
           OPEN INPUT SENT-ELECTIONS.
           IF  ES-OK
               PERFORM 305-Read-Sent-Election
               PERFORM 310-Count-One-Member UNTIL ES-AT-EOF
               CLOSE SENT-ELECTIONS
           ELSE
               DISPLAY 'SENT ELECTIONS STATUS: ' ES-F-STATUS
               DISPLAY 'NO ELECSENT - SENT HEADCOUNTS SHOW ZERO'
           END-IF.
       305-Read-Sent-Election.
           READ SENT-ELECTIONS
               AT END MOVE 'Y' TO ES-EOF
           END-READ.
       310-Count-One-Member.
           IF  ES-EFFECTIVE NOT > WS-MONTH-LAST
           AND (ES-TERM-DATE = SPACES
                OR ES-TERM-DATE NOT < WS-MONTH-FIRST)
               MOVE ES-PLAN-CODE TO WS-LOOKUP-PLAN
               PERFORM 150-Find-Plan
               IF  PL-ENTRY-FOUND
                   ADD 1 TO PL-SENT-HEADS(PL-SUB)
                   IF  PL-CARRIER(PL-SUB) = SPACES
                       MOVE ES-CARRIER TO PL-CARRIER(PL-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 305-Read-Sent-Election.
      * A plan deducted but never billed still wants its carrier
      * shown - CARRMAP supplies it.
       350-Fill-Missing-Carriers.
           OPEN INPUT CARRIER-MAP.
           IF  CM-OK
               PERFORM 355-Read-Carrier-Map
               PERFORM 360-Fill-One-Carrier UNTIL CM-AT-EOF
               CLOSE CARRIER-MAP
           END-IF.
       355-Read-Carrier-Map.
           READ CARRIER-MAP
               AT END MOVE 'Y' TO CM-EOF
           END-READ.
       360-Fill-One-Carrier.
           PERFORM 365-Fill-Plan-Carrier
               VARYING PL-SUB FROM 1 BY 1 UNTIL PL-SUB > PL-COUNT.
           PERFORM 355-Read-Carrier-Map.
       365-Fill-Plan-Carrier.
           IF  PL-PLAN-CODE(PL-SUB) = CM-PLAN-CODE
           AND PL-CARRIER(PL-SUB) = SPACES
               MOVE CM-CARRIER TO PL-CARRIER(PL-SUB)
           END-IF.
       400-Report-One-Plan.
           COMPUTE WS-PLAN-DIFFERENCE =
               PL-BILLED-AMOUNT(PL-SUB) - PL-DEDUCTED(PL-SUB).
           ADD PL-BILLED-AMOUNT(PL-SUB) TO WS-TOT-BILLED.
           ADD PL-DEDUCTED(PL-SUB)      TO WS-TOT-DEDUCTED.
           ADD WS-PLAN-DIFFERENCE       TO WS-TOT-DIFFERENCE.
           MOVE SPACES TO RDL-NOTE.
           EVALUATE TRUE
               WHEN PL-BILLED-SW(PL-SUB) = 'N'
                AND PL-DEDUCTED(PL-SUB) > ZERO
                   MOVE 'NOT BILLED' TO RDL-NOTE
               WHEN PL-BILLED-SW(PL-SUB) = 'Y'
                AND PL-DEDUCTED(PL-SUB) = ZERO
                   MOVE 'NOT DEDUCTED' TO RDL-NOTE
               WHEN PL-BILLED-SW(PL-SUB) = 'Y'
                AND PL-BILLED-HEADS(PL-SUB)
                    NOT = PL-SENT-HEADS(PL-SUB)
                   MOVE 'HEADCOUNT DIFF' TO RDL-NOTE
           END-EVALUATE.
           IF  RDL-NOTE NOT = SPACES
               MOVE 'Y' TO WS-EXCEPTION-SW
               ADD 1 TO CTR-EXCEPTIONS
           END-IF.
      * A plan with no bill, no deductions and only termed members
      * has nothing to say this month.
           IF  PL-BILLED-SW(PL-SUB) = 'Y'
            OR PL-DEDUCTED(PL-SUB) > ZERO
               MOVE PL-PLAN-CODE(PL-SUB)     TO RDL-PLAN-CODE
               MOVE PL-CARRIER(PL-SUB)       TO RDL-CARRIER
               MOVE PL-BILLED-HEADS(PL-SUB)  TO RDL-BILLED-HEADS
               MOVE PL-SENT-HEADS(PL-SUB)    TO RDL-SENT-HEADS
               MOVE PL-BILLED-AMOUNT(PL-SUB) TO RDL-BILLED
               MOVE PL-DEDUCTED(PL-SUB)      TO RDL-DEDUCTED
               MOVE WS-PLAN-DIFFERENCE       TO RDL-DIFFERENCE
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
       500-Write-Totals.
           MOVE WS-TOT-BILLED     TO RTL-BILLED.
           MOVE WS-TOT-DEDUCTED   TO RTL-DEDUCTED.
           MOVE WS-TOT-DIFFERENCE TO RTL-DIFFERENCE.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE CTR-EXCEPTIONS TO RXL-EXCEPTIONS.
           WRITE REPORT-LINE-OUT FROM RPT-EXCEPTION-LINE
               AFTER ADVANCING 1.
       600-Close-Files.
           CLOSE RECON-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'BENREC01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
