       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEP01.
      ***** Federal employment-tax deposits.  Runs after PAYROL02
      ***** against the same PAYCHECK dataset and prices every check
      ***** the way the stubs do - federal withholding through FEDWH
      ***** (flat rate as the fallback) and Social Security and
      ***** Medicare through FICAWH - to reach the 941 deposit
      ***** liability for each check date: the withholding plus
      ***** both the employee and employer halves of FICA.  The
      ***** depositor schedule is keyed on SYSIN (M monthly, S
      ***** semiweekly, monthly when blank).  Monthly liabilities
      ***** are due the 15th of the following month; semiweekly
      ***** ones the Wednesday after a Wednesday-Friday check date
      ***** and the Friday after a Saturday-Tuesday one.  When the
      ***** undeposited liability for a deposit period reaches
      ***** $100,000 it is due the next business day and the
      ***** depositor is semiweekly from then on - any next-day
      ***** deposit on the ledger this year or last forces the
      ***** semiweekly schedule whatever the card says.  Every due
      ***** date is rolled forward over weekends and holidays with
      ***** DATEVAL's business-day functions.  Liabilities live on
      ***** the DEPLEDG deposit ledger (old generation in, new
      ***** generation out under DEPLEDGN).  Each open liability is
      ***** written to the EFTPS-style tax-payment extract (TAXPMT,
      ***** registered on XMITMANF so XMITACK1 can prove the bank
      ***** has it) with its due date as the settlement date, or
      ***** the next business day when the due date has already
      ***** gone.  The deposit calendar report lists the upcoming
      ***** deposits and every missed one; anything missed or late
      ***** sets the return code to 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCHECK-FILE ASSIGN TO PAYCHECK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PC-F-STATUS.
           SELECT DEPOSIT-LEDGER ASSIGN TO DEPLEDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DL-F-STATUS.
           SELECT DEPOSIT-LEDGER-NEW ASSIGN TO DEPLEDGN
           ORGANIZATION IS SEQUENTIAL.
           SELECT TAX-PAYMENT-FILE ASSIGN TO TAXPMT
           ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-REPORT ASSIGN TO DEPCAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYCHECK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(80).
       FD  DEPOSIT-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPOSIT-LEDGER-REC.
      * One row per check date.  The period due date is the regular
      * schedule's date before any next-day acceleration - rows
      * sharing it make up one deposit period for the $100,000
      * test.  Schedule N is a next-day deposit.  Status O is a
      * liability not yet sent to the bank, X one on a TAXPMT
      * extract with the settlement date shown.  The late flag
      * marks a deposit that settled after its due date, the move
      * flag a sent deposit whose period later went next-day and
      * whose bank payment has to be brought forward.
       01  DEPOSIT-LEDGER-REC.
           05  DL-PAY-DATE        PIC X(08).
           05  DL-PERIOD-DUE      PIC X(08).
           05  DL-DUE-DATE        PIC X(08).
           05  DL-SCHEDULE        PIC X(01).
           05  DL-TAX-PERIOD      PIC X(06).
           05  DL-FED-WH          PIC 9(7)V99.
           05  DL-SS-TAX          PIC 9(7)V99.
           05  DL-MED-TAX         PIC 9(7)V99.
           05  DL-STATUS          PIC X(01).
           05  DL-SETTLE-DATE     PIC X(08).
           05  DL-LATE-FLAG       PIC X(01).
           05  DL-MOVE-FLAG       PIC X(01).
           05  FILLER             PIC X(11).
       FD  DEPOSIT-LEDGER-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPOSIT-LEDGER-NEW-REC.
       01  DEPOSIT-LEDGER-NEW-REC.
           05  DN-PAY-DATE        PIC X(08).
           05  DN-PERIOD-DUE      PIC X(08).
           05  DN-DUE-DATE        PIC X(08).
           05  DN-SCHEDULE        PIC X(01).
           05  DN-TAX-PERIOD      PIC X(06).
           05  DN-FED-WH          PIC 9(7)V99.
           05  DN-SS-TAX          PIC 9(7)V99.
           05  DN-MED-TAX         PIC 9(7)V99.
           05  DN-STATUS          PIC X(01).
           05  DN-SETTLE-DATE     PIC X(08).
           05  DN-LATE-FLAG       PIC X(01).
           05  DN-MOVE-FLAG       PIC X(01).
           05  FILLER             PIC X(11).
       FD  TAX-PAYMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-PAYMENT-REC.
       01  TAX-PAYMENT-REC  PIC X(80).
       FD  CALENDAR-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALENDAR-REPORT-REC.
       01  CALENDAR-REPORT-REC  PIC X(80).
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
       77 DL-F-STATUS               PIC X(02) VALUE SPACES.
           88 DL-OK                           VALUE '00'.
       77 PC-EOF                    PIC X(01) VALUE 'N'.
           88 PC-AT-EOF                       VALUE 'Y'.
       77 DL-EOF                    PIC X(01) VALUE 'N'.
           88 DL-AT-EOF                       VALUE 'Y'.
       77 PAYCHECK-AVAILABLE        PIC X(01) VALUE 'Y'.
      * Depositor schedule from SYSIN - M monthly, S semiweekly
       01 WS-SCHEDULE-CARD          PIC X(01) VALUE SPACE.
       01 WS-SCHEDULE               PIC X(01) VALUE 'M'.
           88 MONTHLY-DEPOSITOR               VALUE 'M'.
           88 SEMIWEEKLY-DEPOSITOR            VALUE 'S'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
       01 PC-DETAIL-REC.
           05  PC-NAME                PIC X(22).
           05  FILLER                 PIC X(02).
           05  PC-DATE                PIC X(10).
           05  FILLER                 PIC X(02).
           05  PC-HOURLY-RATE         PIC X(05).
           05  FILLER                 PIC X(02).
           05  PC-HOURS-WORKED        PIC X(02).
           05  FILLER                 PIC X(02).
           05  PC-CATEGORY            PIC X(1).
           05  FILLER                 PIC X(01).
           05  PC-GROSS-PAY           PIC X(09).
           05  PC-GROSS-PAY-NUM REDEFINES PC-GROSS-PAY PIC $$$$$$.99.
           05  FILLER                 PIC X(01).
           05  PC-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PC-EMP-ID              PIC X(08).
           05  PC-PAY-FREQ            PIC X(01).
           05  FILLER                 PIC X(05).
           05  PC-STATE               PIC X(02).
           05  PC-REC-TYPE            PIC X(1).
               88  PC-TYPE-DETAIL             VALUE 'D'.
               88  PC-TYPE-VOID               VALUE 'V'.
               88  PC-TYPE-CONTROL            VALUE 'C'.
       01 PC-CONTROL-REC.
           05 FILLER                PIC X(18).
           05 PCC-REC-COUNT         PIC 9(7).
           05 FILLER                PIC X(02).
           05 PCC-GROSS-TOTAL       PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(41).
       01 WS-GROSS-PAY-NUM          PIC 9(5)V99 VALUE ZEROS.
       01 WS-FEDERAL-TAX-RATE       PIC V999    VALUE .150.
       01 WS-FEDERAL-TAX-AMT        PIC 9(6)V99 VALUE ZEROS.
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
      * Federal tax prices through FEDWH from the W-4 master.
       01 FEDWH-PARMS.
           05  FW-EMP-ID              PIC X(08)   VALUE SPACES.
           05  FW-PAY-DATE            PIC X(10)   VALUE SPACES.
           05  FW-PAY-FREQ            PIC X(01)   VALUE SPACE.
           05  FW-GROSS               PIC 9(6)V99 VALUE ZEROS.
           05  FW-WITHHELD            PIC 9(6)V99 VALUE ZEROS.
           05  FW-FOUND               PIC X(01)   VALUE 'N'.
           05  FW-W4-TABLE-FULL       PIC X(01)   VALUE 'N'.
      * Social Security and Medicare through FICAWH, against the
      * year to date PAYROL02 started this cycle from.
       01 FICAWH-PARMS.
           05  FI-FUNCTION            PIC X(01)   VALUE 'C'.
           05  FI-USE-MASTER          PIC X(01)   VALUE 'Y'.
           05  FI-EMP-ID              PIC X(08)   VALUE SPACES.
           05  FI-PAY-DATE            PIC X(10)   VALUE SPACES.
           05  FI-GROSS               PIC 9(6)V99 VALUE ZEROS.
           05  FI-SS-WAGES            PIC 9(6)V99 VALUE ZEROS.
           05  FI-SS-EE               PIC 9(6)V99 VALUE ZEROS.
           05  FI-SS-ER               PIC 9(6)V99 VALUE ZEROS.
           05  FI-MED-WAGES           PIC 9(6)V99 VALUE ZEROS.
           05  FI-MED-EE              PIC 9(6)V99 VALUE ZEROS.
           05  FI-MED-ER              PIC 9(6)V99 VALUE ZEROS.
      * Liability by check date for this PAYCHECK dataset.  Voids
      * take their tax back off the date they carry.
       01 PAY-DATE-TABLE-AREA.
           05 PD-COUNT              PIC 9(4) COMP VALUE 0.
           05 PD-SUB                PIC 9(4) COMP VALUE 0.
           05 PAY-DATE-TABLE OCCURS 31 TIMES.
               10 PD-DATE           PIC X(08).
               10 PD-FED-WH         PIC S9(7)V99.
               10 PD-SS-TAX         PIC S9(7)V99.
               10 PD-MED-TAX        PIC S9(7)V99.
       01 PD-FOUND-SW               PIC X(01) VALUE 'N'.
           88 PD-ROW-FOUND                    VALUE 'Y'.
       01 WS-CHECK-YMD              PIC X(08) VALUE SPACES.
       01 WS-SIGN                   PIC S9(1) VALUE +1.
      * Deposit ledger held in core, rewritten at the end of the run
       01 LEDGER-TABLE-AREA.
           05 LT-COUNT              PIC 9(4) COMP VALUE 0.
           05 LT-SUB                PIC 9(4) COMP VALUE 0.
           05 LEDGER-TABLE OCCURS 2000 TIMES.
               10 LT-PAY-DATE       PIC X(08).
               10 LT-PERIOD-DUE     PIC X(08).
               10 LT-DUE-DATE       PIC X(08).
               10 LT-SCHEDULE       PIC X(01).
                   88 LT-NEXT-DAY          VALUE 'N'.
               10 LT-TAX-PERIOD     PIC X(06).
               10 LT-FED-WH         PIC 9(7)V99.
               10 LT-SS-TAX         PIC 9(7)V99.
               10 LT-MED-TAX        PIC 9(7)V99.
               10 LT-STATUS         PIC X(01).
                   88 LT-OPEN              VALUE 'O'.
                   88 LT-SENT              VALUE 'X'.
               10 LT-SETTLE-DATE    PIC X(08).
               10 LT-LATE-FLAG      PIC X(01).
                   88 LT-PAID-LATE         VALUE 'L'.
               10 LT-MOVE-FLAG      PIC X(01).
                   88 LT-MOVE-UP           VALUE 'M'.
               10 LT-SENT-NOW       PIC X(01).
                   88 LT-SENT-THIS-RUN     VALUE 'Y'.
       01 LEDGER-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 LEDGER-TABLE-IS-FULL            VALUE 'Y'.
       01 LT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 LT-ROW-FOUND                    VALUE 'Y'.
      * Deposit scheduling work
       77 WS-NEXT-DAY-LIMIT         PIC 9(7)V99 VALUE 100000.00.
       01 WS-DEPOSIT-WORK.
           05 WS-TODAY-YMD          PIC 9(8)  VALUE 0.
           05 WS-TODAY-X REDEFINES WS-TODAY-YMD PIC X(8).
           05 WS-KEEP-YEAR          PIC 9(4)  VALUE 0.
           05 WS-PAY-YMD            PIC 9(8)  VALUE 0.
           05 WS-PAY-YMD-X REDEFINES WS-PAY-YMD.
               10 WS-PAY-YEAR       PIC 9(4).
               10 WS-PAY-MONTH      PIC 9(2).
               10 WS-PAY-DAY        PIC 9(2).
           05 WS-DUE-YMD            PIC 9(8)  VALUE 0.
           05 WS-DUE-YMD-X REDEFINES WS-DUE-YMD.
               10 WS-DUE-YEAR       PIC 9(4).
               10 WS-DUE-MONTH      PIC 9(2).
               10 WS-DUE-DAY        PIC 9(2).
           05 WS-DAY-NUMBER         PIC 9(7)  VALUE 0.
           05 WS-DAY-OF-WEEK        PIC 9(1)  VALUE 0.
           05 WS-DAYS-TO-ADD        PIC 9(1)  VALUE 0.
           05 WS-ROLL-DATE          PIC X(08) VALUE SPACES.
           05 WS-PERIOD-DUE         PIC X(08) VALUE SPACES.
           05 WS-DUE-DATE           PIC X(08) VALUE SPACES.
           05 WS-ROW-SCHEDULE       PIC X(01) VALUE SPACE.
           05 WS-TAX-PERIOD         PIC X(06) VALUE SPACES.
           05 WS-QTR-NUMBER         PIC 9(1)  VALUE 0.
           05 WS-QTR-REMAINDER      PIC 9(1)  VALUE 0.
           05 WS-QTR-END-MONTH      PIC 9(2)  VALUE 0.
           05 WS-DATE-LIABILITY     PIC S9(9)V99 VALUE ZEROS.
           05 WS-PERIOD-ACCUM       PIC S9(9)V99 VALUE ZEROS.
           05 WS-ROW-TOTAL          PIC 9(9)V99  VALUE ZEROS.
           05 WS-SETTLE-ASAP        PIC X(08) VALUE SPACES.
      * Days from each check weekday to its semiweekly due date,
      * Sunday first (the MOD 7 of the integer date): Saturday to
      * Tuesday are due the following Friday, Wednesday to Friday
      * the following Wednesday.
       01 WS-SEMIWEEKLY-DAYS-X      PIC X(07) VALUE '5437656'.
       01 WS-SEMIWEEKLY-DAYS REDEFINES WS-SEMIWEEKLY-DAYS-X.
           05 WS-SW-DAYS            PIC 9(1) OCCURS 7 TIMES.
      * Settlement balancing - the liability must come from a
      * PAYCHECK dataset that ties to PAYROL02's control record.
       01 WS-BALANCE-CONTROLS.
           05 WS-DETAIL-COUNT       PIC 9(7)      VALUE ZEROS.
           05 WS-DETAIL-GROSS       PIC S9(9)V99  VALUE ZEROS.
       01 WS-CONTROL-SEEN           PIC X(01) VALUE 'N'.
           88 CONTROL-RECORD-SEEN             VALUE 'Y'.
       01 WS-OUT-OF-BALANCE-SW      PIC X(01) VALUE 'N'.
           88 INPUT-OUT-OF-BALANCE            VALUE 'Y'.
       01 WS-EXCEPTION-SW           PIC X(01) VALUE 'N'.
           88 DEPOSIT-EXCEPTION               VALUE 'Y'.
      *    EFTPS-STYLE TAX-PAYMENT RECORDS.  Tax type 94105 is the
      *    941 deposit; the period is the quarter-ending month and
      *    the amount is split into the Social Security, Medicare
      *    and withholding subcategories the way the bank wants it.
       01 TP-HEADER-REC.
           05 FILLER                PIC X(01) VALUE 'H'.
           05 TPH-EIN               PIC 9(09) VALUE 123456789.
           05 TPH-TAXPAYER-NAME     PIC X(30) VALUE
                  'ACME MANUFACTURING COMPANY'.
           05 TPH-CREATE-DATE       PIC X(08).
           05 FILLER                PIC X(32) VALUE SPACES.
       01 TP-DETAIL-REC.
           05 FILLER                PIC X(01) VALUE 'D'.
           05 TPD-EIN               PIC 9(09) VALUE 123456789.
           05 TPD-TAX-TYPE          PIC X(05) VALUE '94105'.
           05 TPD-TAX-PERIOD        PIC X(06).
           05 TPD-SETTLE-DATE       PIC X(08).
           05 TPD-AMOUNT            PIC 9(9)V99.
           05 TPD-SS-AMOUNT         PIC 9(8)V99.
           05 TPD-MED-AMOUNT        PIC 9(8)V99.
           05 TPD-WH-AMOUNT         PIC 9(8)V99.
           05 TPD-PAY-DATE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
       01 TP-TRAILER-REC.
           05 FILLER                PIC X(01) VALUE 'T'.
           05 TPT-PAYMENT-COUNT     PIC 9(07).
           05 TPT-PAYMENT-TOTAL     PIC 9(11)V99.
           05 FILLER                PIC X(59) VALUE SPACES.
       01 WS-EXTRACT-TOTALS.
           05 WS-PAYMENT-COUNT      PIC 9(7)      VALUE ZEROS.
           05 WS-PAYMENT-TOTAL      PIC S9(11)V99 VALUE ZEROS.
      *    DEPOSIT CALENDAR REPORT LINES
       01 CAL-HEADING-1.
           05 FILLER   PIC X(30) VALUE 'FEDERAL TAX DEPOSIT CALENDAR'.
           05 FILLER   PIC X(10) VALUE 'SCHEDULE: '.
           05 CH1-SCHEDULE          PIC X(10).
           05 FILLER   PIC X(06) VALUE ' RUN: '.
           05 CH1-RUN-DATE          PIC X(08).
           05 FILLER   PIC X(16) VALUE SPACES.
       01 CAL-HEADING-2.
           05 FILLER   PIC X(40) VALUE
                  'STATUS      CHECK     DUE       SETTLES '.
           05 FILLER   PIC X(40) VALUE
                  '  S     FED WH         FICA        TOTAL'.
       01 CAL-DETAIL-LINE.
           05 CDL-STATUS            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-PAY-DATE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-DUE-DATE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-SETTLE-DATE       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CDL-SCHEDULE          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-FED-WH            PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-FICA              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 CDL-TOTAL             PIC Z,ZZZ,ZZ9.99.
       01 CAL-TOTAL-LINE.
           05 FILLER   PIC X(10) VALUE 'UPCOMING: '.
           05 CTL-UPCOMING-COUNT    PIC ZZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 CTL-UPCOMING-AMT      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER   PIC X(10) VALUE '  MISSED: '.
           05 CTL-MISSED-COUNT      PIC ZZZ9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 CTL-MISSED-AMT        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER   PIC X(22) VALUE SPACES.
       01 WS-CALENDAR-TOTALS.
           05 WS-UPCOMING-COUNT     PIC 9(4)     VALUE ZEROS.
           05 WS-UPCOMING-AMT       PIC 9(9)V99  VALUE ZEROS.
           05 WS-MISSED-COUNT       PIC 9(4)     VALUE ZEROS.
           05 WS-MISSED-AMT         PIC 9(9)V99  VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT WS-SCHEDULE-CARD.
           PERFORM 000-Housekeeping.
           IF PAYCHECK-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PC-AT-EOF
               PERFORM 660-Balance-Input
           END-IF.
           IF  NOT INPUT-OUT-OF-BALANCE
               PERFORM 400-Post-One-Pay-Date
                   VARYING PD-SUB FROM 1 BY 1
                   UNTIL PD-SUB > PD-COUNT
               PERFORM 500-Write-Tax-Payments
           END-IF.
           PERFORM 550-Write-Deposit-Calendar.
      * A full table means rows past the limit never made it into
      * core - rewriting from the table would silently drop them,
      * so the ledger is left alone and the run fails loudly.
           IF  LEDGER-TABLE-IS-FULL
               DISPLAY 'TAXDEP01 - LEDGER TABLE FULL - LEDGER NOT '
                       'REWRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 880-Save-Ledger
           END-IF.
           IF  FW-W4-TABLE-FULL = 'Y'
               DISPLAY 'TAXDEP01 - W-4 TABLE FULL - FEDERAL TAX '
                       'INCOMPLETE - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF  DEPOSIT-EXCEPTION AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Ledger.
           PERFORM 170-Set-Depositor-Schedule.
           IF PAYCHECK-AVAILABLE = 'Y'
               PERFORM 410-Read-Paycheck
           END-IF.
       100-Main.
           MOVE PAYCHECK-REC TO PC-DETAIL-REC.
           EVALUATE TRUE
               WHEN PC-TYPE-DETAIL
                   ADD 1 TO WS-JOB-RECORD-COUNT
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY-NUM
                   ADD WS-GROSS-PAY-NUM TO WS-DETAIL-GROSS
                   MOVE 'C' TO FI-FUNCTION
                   MOVE +1  TO WS-SIGN
                   PERFORM 200-Price-One-Check
               WHEN PC-TYPE-VOID
                   ADD 1 TO WS-JOB-RECORD-COUNT
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY-NUM
                   SUBTRACT WS-GROSS-PAY-NUM FROM WS-DETAIL-GROSS
                   MOVE 'R' TO FI-FUNCTION
                   MOVE -1  TO WS-SIGN
                   PERFORM 200-Price-One-Check
               WHEN PC-TYPE-CONTROL
                   MOVE PAYCHECK-REC TO PC-CONTROL-REC
                   MOVE 'Y' TO WS-CONTROL-SEEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 410-Read-Paycheck.
      * Same federal and FICA pricing the stub printed for the check;
      * the employer's FICA half matches the employee's.
       200-Price-One-Check.
           MOVE PC-EMP-ID         TO FW-EMP-ID.
           MOVE PC-PAY-FREQ       TO FW-PAY-FREQ.
           MOVE PC-DATE           TO FW-PAY-DATE.
           MOVE WS-GROSS-PAY-NUM  TO FW-GROSS.
           CALL 'FEDWH' USING FEDWH-PARMS.
           IF  FW-FOUND = 'Y'
               MOVE FW-WITHHELD TO WS-FEDERAL-TAX-AMT
           ELSE
               COMPUTE WS-FEDERAL-TAX-AMT ROUNDED =
                   WS-GROSS-PAY-NUM * WS-FEDERAL-TAX-RATE
           END-IF.
           MOVE PC-EMP-ID         TO FI-EMP-ID.
           MOVE PC-DATE           TO FI-PAY-DATE.
           MOVE WS-GROSS-PAY-NUM  TO FI-GROSS.
           CALL 'FICAWH' USING FICAWH-PARMS.
           PERFORM 220-Find-Pay-Date.
           IF  PD-ROW-FOUND
               COMPUTE PD-FED-WH(PD-SUB) = PD-FED-WH(PD-SUB)
                   + WS-SIGN * WS-FEDERAL-TAX-AMT
               COMPUTE PD-SS-TAX(PD-SUB) = PD-SS-TAX(PD-SUB)
                   + WS-SIGN * (FI-SS-EE + FI-SS-ER)
               COMPUTE PD-MED-TAX(PD-SUB) = PD-MED-TAX(PD-SUB)
                   + WS-SIGN * (FI-MED-EE + FI-MED-ER)
           END-IF.
       220-Find-Pay-Date.
           MOVE SPACES TO WS-CHECK-YMD.
           STRING PC-DATE(1:4) PC-DATE(6:2) PC-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-CHECK-YMD.
           MOVE 'N' TO PD-FOUND-SW.
           MOVE 1   TO PD-SUB.
           PERFORM 225-Match-Pay-Date
               UNTIL PD-SUB > PD-COUNT OR PD-ROW-FOUND.
           IF  NOT PD-ROW-FOUND
               IF  PD-COUNT < 31
                   ADD 1 TO PD-COUNT
                   MOVE PD-COUNT     TO PD-SUB
                   MOVE WS-CHECK-YMD TO PD-DATE(PD-SUB)
                   MOVE ZEROS        TO PD-FED-WH(PD-SUB)
                                        PD-SS-TAX(PD-SUB)
                                        PD-MED-TAX(PD-SUB)
                   MOVE 'Y'          TO PD-FOUND-SW
               ELSE
                   DISPLAY 'TAXDEP01 - TOO MANY CHECK DATES - '
                           WS-CHECK-YMD ' NOT DEPOSITED'
                   MOVE 'Y' TO WS-EXCEPTION-SW
               END-IF
           END-IF.
       225-Match-Pay-Date.
           IF  PD-DATE(PD-SUB) = WS-CHECK-YMD
               MOVE 'Y' TO PD-FOUND-SW
           ELSE
               ADD 1 TO PD-SUB
           END-IF.
       300-Open-Files.
           OPEN INPUT PAYCHECK-FILE.
           OPEN OUTPUT TAX-PAYMENT-FILE.
           OPEN OUTPUT CALENDAR-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY-YMD.
           IF NOT PC-OK
               DISPLAY 'PAYCHECK FILE STATUS: ' PC-F-STATUS
               DISPLAY 'NO INPUT TODAY - PAYCHECK FILE NOT AVAILABLE'
               MOVE 'N' TO PAYCHECK-AVAILABLE
               MOVE 'Y' TO PC-EOF
           END-IF.
       150-Load-Ledger.
           OPEN INPUT DEPOSIT-LEDGER.
           IF  DL-OK
               PERFORM 155-Read-Ledger-Record
               PERFORM 160-Store-Ledger-Row UNTIL DL-AT-EOF
               CLOSE DEPOSIT-LEDGER
           ELSE
               DISPLAY 'DEPOSIT LEDGER STATUS: ' DL-F-STATUS
               DISPLAY 'NO DEPOSIT LEDGER - STARTING A NEW ONE'
           END-IF.
       155-Read-Ledger-Record.
           READ DEPOSIT-LEDGER
               AT END MOVE 'Y' TO DL-EOF
           END-READ.
       160-Store-Ledger-Row.
           IF  LT-COUNT < 2000
               ADD 1 TO LT-COUNT
               MOVE DL-PAY-DATE     TO LT-PAY-DATE(LT-COUNT)
               MOVE DL-PERIOD-DUE   TO LT-PERIOD-DUE(LT-COUNT)
               MOVE DL-DUE-DATE     TO LT-DUE-DATE(LT-COUNT)
               MOVE DL-SCHEDULE     TO LT-SCHEDULE(LT-COUNT)
               MOVE DL-TAX-PERIOD   TO LT-TAX-PERIOD(LT-COUNT)
               MOVE DL-FED-WH       TO LT-FED-WH(LT-COUNT)
               MOVE DL-SS-TAX       TO LT-SS-TAX(LT-COUNT)
               MOVE DL-MED-TAX      TO LT-MED-TAX(LT-COUNT)
               MOVE DL-STATUS       TO LT-STATUS(LT-COUNT)
               MOVE DL-SETTLE-DATE  TO LT-SETTLE-DATE(LT-COUNT)
               MOVE DL-LATE-FLAG    TO LT-LATE-FLAG(LT-COUNT)
               MOVE DL-MOVE-FLAG    TO LT-MOVE-FLAG(LT-COUNT)
               MOVE 'N'             TO LT-SENT-NOW(LT-COUNT)
           ELSE
               MOVE 'Y' TO LEDGER-TABLE-FULL
               DISPLAY 'LEDGER TABLE FULL - UNABLE TO ADD '
                       DL-PAY-DATE
           END-IF.
           PERFORM 155-Read-Ledger-Record.
      * The card names the schedule the lookback period gave us; a
      * next-day deposit this year or last overrides it.
       170-Set-Depositor-Schedule.
           IF  WS-SCHEDULE-CARD = 'S'
               MOVE 'S' TO WS-SCHEDULE
           ELSE
               MOVE 'M' TO WS-SCHEDULE
           END-IF.
           COMPUTE WS-KEEP-YEAR = WS-TODAY-YMD / 10000 - 1.
           PERFORM 175-Check-Next-Day-Row
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT.
       175-Check-Next-Day-Row.
           IF  LT-NEXT-DAY(LT-SUB)
           AND LT-PAY-DATE(LT-SUB)(1:4) NOT < WS-KEEP-YEAR
           AND MONTHLY-DEPOSITOR
               DISPLAY 'TAXDEP01 - NEXT-DAY DEPOSIT FOR '
                       LT-PAY-DATE(LT-SUB)
                       ' - SEMIWEEKLY DEPOSITOR'
               MOVE 'S' TO WS-SCHEDULE
           END-IF.
      * One check date's liability onto the ledger.  A date already
      * on the ledger means the PAYCHECK dataset has been through
      * here before and is not charged twice.
       400-Post-One-Pay-Date.
           COMPUTE WS-DATE-LIABILITY = PD-FED-WH(PD-SUB)
               + PD-SS-TAX(PD-SUB) + PD-MED-TAX(PD-SUB).
           MOVE 'N' TO LT-FOUND-SW.
           MOVE 1   TO LT-SUB.
           PERFORM 405-Match-Ledger-Date
               UNTIL LT-SUB > LT-COUNT OR LT-ROW-FOUND.
           EVALUATE TRUE
               WHEN LT-ROW-FOUND
                   DISPLAY 'TAXDEP01 - CHECK DATE ' PD-DATE(PD-SUB)
                           ' ALREADY ON THE DEPOSIT LEDGER - SKIPPED'
                   MOVE 'Y' TO WS-EXCEPTION-SW
               WHEN WS-DATE-LIABILITY NOT > ZERO
                   DISPLAY 'TAXDEP01 - NO LIABILITY FOR CHECK DATE '
                           PD-DATE(PD-SUB)
               WHEN LT-COUNT NOT < 2000
                   MOVE 'Y' TO LEDGER-TABLE-FULL
                   DISPLAY 'LEDGER TABLE FULL - UNABLE TO ADD '
                           PD-DATE(PD-SUB)
               WHEN OTHER
                   PERFORM 420-Schedule-Deposit
                   PERFORM 470-Add-Ledger-Row
           END-EVALUATE.
       405-Match-Ledger-Date.
           IF  LT-PAY-DATE(LT-SUB) = PD-DATE(PD-SUB)
               MOVE 'Y' TO LT-FOUND-SW
           ELSE
               ADD 1 TO LT-SUB
           END-IF.
      * Regular due date first, then the $100,000 test against
      * everything else already charged to the same deposit period.
       420-Schedule-Deposit.
           MOVE PD-DATE(PD-SUB) TO WS-PAY-YMD-X.
           IF  MONTHLY-DEPOSITOR
               PERFORM 430-Monthly-Due-Date
           ELSE
               PERFORM 435-Semiweekly-Due-Date
           END-IF.
           MOVE WS-DUE-YMD-X TO WS-ROLL-DATE.
           PERFORM 450-Roll-To-Business-Day.
           MOVE WS-ROLL-DATE  TO WS-PERIOD-DUE.
           MOVE WS-ROLL-DATE  TO WS-DUE-DATE.
           MOVE WS-SCHEDULE   TO WS-ROW-SCHEDULE.
           MOVE ZEROS         TO WS-PERIOD-ACCUM.
           PERFORM 440-Add-Period-Liability
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT.
           IF  WS-PERIOD-ACCUM + WS-DATE-LIABILITY
                   NOT < WS-NEXT-DAY-LIMIT
               PERFORM 460-Next-Day-Deposit
           END-IF.
           DIVIDE 3 INTO WS-PAY-MONTH GIVING WS-QTR-NUMBER
               REMAINDER WS-QTR-REMAINDER.
           IF  WS-QTR-REMAINDER NOT = ZERO
               ADD 1 TO WS-QTR-NUMBER
           END-IF.
           COMPUTE WS-QTR-END-MONTH = WS-QTR-NUMBER * 3.
           MOVE SPACES TO WS-TAX-PERIOD.
           STRING WS-PAY-YMD-X(1:4) WS-QTR-END-MONTH
                  DELIMITED BY SIZE INTO WS-TAX-PERIOD.
       430-Monthly-Due-Date.
           MOVE WS-PAY-YMD TO WS-DUE-YMD.
           IF  WS-DUE-MONTH = 12
               ADD 1 TO WS-DUE-YEAR
               MOVE 1 TO WS-DUE-MONTH
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF.
           MOVE 15 TO WS-DUE-DAY.
       435-Semiweekly-Due-Date.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-PAY-YMD).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DAY-NUMBER, 7).
           MOVE WS-SW-DAYS(WS-DAY-OF-WEEK + 1) TO WS-DAYS-TO-ADD.
           ADD WS-DAYS-TO-ADD TO WS-DAY-NUMBER.
           COMPUTE WS-DUE-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
      * Undeposited means not yet settled - sent rows still waiting
      * on their settlement date count as much as open ones.
       440-Add-Period-Liability.
           IF  LT-PERIOD-DUE(LT-SUB) = WS-PERIOD-DUE
           AND NOT LT-NEXT-DAY(LT-SUB)
           AND (LT-OPEN(LT-SUB)
                OR LT-SETTLE-DATE(LT-SUB) > WS-PAY-YMD-X)
               COMPUTE WS-PERIOD-ACCUM = WS-PERIOD-ACCUM
                   + LT-FED-WH(LT-SUB) + LT-SS-TAX(LT-SUB)
                   + LT-MED-TAX(LT-SUB)
           END-IF.
       450-Roll-To-Business-Day.
           MOVE SPACES       TO DV-DATE-IN.
           MOVE WS-ROLL-DATE TO DV-DATE-IN(1:8).
           MOVE 'Y'          TO DV-FORMAT.
           MOVE 'B'          TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y' AND DV-BUSINESS NOT = 'Y'
               MOVE 'A' TO DV-FUNCTION
               MOVE 1   TO DV-DAY-COUNT
               CALL 'DATEVAL' USING DATEVAL-PARMS
               MOVE DV-DATE-OUT TO WS-ROLL-DATE
           END-IF.
      * Next business day after the check date for this date and for
      * every open liability of the period; a period deposit that
      * already went to the bank has to be moved up by hand.  The
      * depositor is semiweekly from here on.
       460-Next-Day-Deposit.
           MOVE SPACES          TO DV-DATE-IN.
           MOVE WS-PAY-YMD-X    TO DV-DATE-IN(1:8).
           MOVE 'Y'             TO DV-FORMAT.
           MOVE 'A'             TO DV-FUNCTION.
           MOVE 1               TO DV-DAY-COUNT.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT     TO WS-DUE-DATE.
           MOVE 'N'             TO WS-ROW-SCHEDULE.
           PERFORM 465-Accelerate-Period-Row
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT.
           IF  MONTHLY-DEPOSITOR
               DISPLAY 'TAXDEP01 - $100,000 REACHED ON '
                       WS-PAY-YMD-X ' - SEMIWEEKLY DEPOSITOR'
               MOVE 'S' TO WS-SCHEDULE
           END-IF.
       465-Accelerate-Period-Row.
           IF  LT-PERIOD-DUE(LT-SUB) = WS-PERIOD-DUE
           AND NOT LT-NEXT-DAY(LT-SUB)
               MOVE WS-DUE-DATE TO LT-DUE-DATE(LT-SUB)
               IF  LT-SENT(LT-SUB)
               AND LT-SETTLE-DATE(LT-SUB) > WS-DUE-DATE
                   MOVE 'M' TO LT-MOVE-FLAG(LT-SUB)
                   MOVE 'Y' TO WS-EXCEPTION-SW
               END-IF
           END-IF.
       470-Add-Ledger-Row.
           ADD 1 TO LT-COUNT.
           MOVE PD-DATE(PD-SUB)    TO LT-PAY-DATE(LT-COUNT).
           MOVE WS-PERIOD-DUE      TO LT-PERIOD-DUE(LT-COUNT).
           MOVE WS-DUE-DATE        TO LT-DUE-DATE(LT-COUNT).
           MOVE WS-ROW-SCHEDULE    TO LT-SCHEDULE(LT-COUNT).
           MOVE WS-TAX-PERIOD      TO LT-TAX-PERIOD(LT-COUNT).
           MOVE PD-FED-WH(PD-SUB)  TO LT-FED-WH(LT-COUNT).
           MOVE PD-SS-TAX(PD-SUB)  TO LT-SS-TAX(LT-COUNT).
           MOVE PD-MED-TAX(PD-SUB) TO LT-MED-TAX(LT-COUNT).
           MOVE 'O'                TO LT-STATUS(LT-COUNT).
           MOVE SPACES             TO LT-SETTLE-DATE(LT-COUNT).
           MOVE SPACE              TO LT-LATE-FLAG(LT-COUNT).
           MOVE SPACE              TO LT-MOVE-FLAG(LT-COUNT).
           MOVE 'N'                TO LT-SENT-NOW(LT-COUNT).
       410-Read-Paycheck.
           READ PAYCHECK-FILE
               AT END MOVE 'Y' TO PC-EOF
           END-READ.
      * Every open liability goes to the bank - this run's, and any
      * an earlier run held back.  A due date that is today or gone
      * can no longer settle on time, so it settles the next
      * business day and is reported late.
       500-Write-Tax-Payments.
           MOVE WS-TODAY-X TO TPH-CREATE-DATE.
           WRITE TAX-PAYMENT-REC FROM TP-HEADER-REC.
           MOVE SPACES       TO DV-DATE-IN.
           MOVE WS-TODAY-X   TO DV-DATE-IN(1:8).
           MOVE 'Y'          TO DV-FORMAT.
           MOVE 'A'          TO DV-FUNCTION.
           MOVE 1            TO DV-DAY-COUNT.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT  TO WS-SETTLE-ASAP.
           PERFORM 510-Write-One-Payment
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT.
           MOVE WS-PAYMENT-COUNT TO TPT-PAYMENT-COUNT.
           MOVE WS-PAYMENT-TOTAL TO TPT-PAYMENT-TOTAL.
           WRITE TAX-PAYMENT-REC FROM TP-TRAILER-REC.
       510-Write-One-Payment.
           IF  LT-OPEN(LT-SUB)
               IF  LT-DUE-DATE(LT-SUB) > WS-TODAY-X
                   MOVE LT-DUE-DATE(LT-SUB) TO LT-SETTLE-DATE(LT-SUB)
               ELSE
                   MOVE WS-SETTLE-ASAP      TO LT-SETTLE-DATE(LT-SUB)
                   MOVE 'L'                 TO LT-LATE-FLAG(LT-SUB)
                   MOVE 'Y'                 TO WS-EXCEPTION-SW
               END-IF
               COMPUTE WS-ROW-TOTAL = LT-FED-WH(LT-SUB)
                   + LT-SS-TAX(LT-SUB) + LT-MED-TAX(LT-SUB)
               MOVE LT-TAX-PERIOD(LT-SUB)  TO TPD-TAX-PERIOD
               MOVE LT-SETTLE-DATE(LT-SUB) TO TPD-SETTLE-DATE
               MOVE WS-ROW-TOTAL           TO TPD-AMOUNT
               MOVE LT-SS-TAX(LT-SUB)      TO TPD-SS-AMOUNT
               MOVE LT-MED-TAX(LT-SUB)     TO TPD-MED-AMOUNT
               MOVE LT-FED-WH(LT-SUB)      TO TPD-WH-AMOUNT
               MOVE LT-PAY-DATE(LT-SUB)    TO TPD-PAY-DATE
               WRITE TAX-PAYMENT-REC FROM TP-DETAIL-REC
               ADD 1            TO WS-PAYMENT-COUNT
               ADD WS-ROW-TOTAL TO WS-PAYMENT-TOTAL
               MOVE 'X' TO LT-STATUS(LT-SUB)
               MOVE 'Y' TO LT-SENT-NOW(LT-SUB)
           END-IF.
      * Upcoming is anything not yet settled; missed is a liability
      * still open past its due date, or one sent late this run.
       550-Write-Deposit-Calendar.
           IF  MONTHLY-DEPOSITOR
               MOVE 'MONTHLY'    TO CH1-SCHEDULE
           ELSE
               MOVE 'SEMIWEEKLY' TO CH1-SCHEDULE
           END-IF.
           MOVE WS-TODAY-X TO CH1-RUN-DATE.
           WRITE CALENDAR-REPORT-REC FROM CAL-HEADING-1.
           WRITE CALENDAR-REPORT-REC FROM CAL-HEADING-2
               AFTER ADVANCING 2.
           PERFORM 560-Write-One-Calendar-Line
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT.
           MOVE WS-UPCOMING-COUNT TO CTL-UPCOMING-COUNT.
           MOVE WS-UPCOMING-AMT   TO CTL-UPCOMING-AMT.
           MOVE WS-MISSED-COUNT   TO CTL-MISSED-COUNT.
           MOVE WS-MISSED-AMT     TO CTL-MISSED-AMT.
           WRITE CALENDAR-REPORT-REC FROM CAL-TOTAL-LINE
               AFTER ADVANCING 2.
       560-Write-One-Calendar-Line.
           COMPUTE WS-ROW-TOTAL = LT-FED-WH(LT-SUB)
               + LT-SS-TAX(LT-SUB) + LT-MED-TAX(LT-SUB).
           MOVE SPACES TO CDL-STATUS.
           EVALUATE TRUE
               WHEN LT-OPEN(LT-SUB)
                AND LT-DUE-DATE(LT-SUB) NOT > WS-TODAY-X
                   MOVE 'MISSED'     TO CDL-STATUS
                   MOVE 'Y'          TO WS-EXCEPTION-SW
               WHEN LT-SENT-THIS-RUN(LT-SUB)
                AND LT-PAID-LATE(LT-SUB)
                   MOVE 'SENT LATE'  TO CDL-STATUS
               WHEN LT-SENT(LT-SUB) AND LT-MOVE-UP(LT-SUB)
                AND LT-SETTLE-DATE(LT-SUB) > WS-TODAY-X
                   MOVE 'MOVE UP'    TO CDL-STATUS
               WHEN LT-OPEN(LT-SUB)
                   MOVE 'NOT SENT'   TO CDL-STATUS
               WHEN LT-SETTLE-DATE(LT-SUB) > WS-TODAY-X
                   MOVE 'UPCOMING'   TO CDL-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  CDL-STATUS NOT = SPACES
               IF  CDL-STATUS = 'MISSED' OR CDL-STATUS = 'SENT LATE'
                   ADD 1            TO WS-MISSED-COUNT
                   ADD WS-ROW-TOTAL TO WS-MISSED-AMT
               ELSE
                   ADD 1            TO WS-UPCOMING-COUNT
                   ADD WS-ROW-TOTAL TO WS-UPCOMING-AMT
               END-IF
               MOVE LT-PAY-DATE(LT-SUB)    TO CDL-PAY-DATE
               MOVE LT-DUE-DATE(LT-SUB)    TO CDL-DUE-DATE
               MOVE LT-SETTLE-DATE(LT-SUB) TO CDL-SETTLE-DATE
               MOVE LT-SCHEDULE(LT-SUB)    TO CDL-SCHEDULE
               MOVE LT-FED-WH(LT-SUB)      TO CDL-FED-WH
               COMPUTE CDL-FICA = LT-SS-TAX(LT-SUB)
                   + LT-MED-TAX(LT-SUB)
               MOVE WS-ROW-TOTAL           TO CDL-TOTAL
               WRITE CALENDAR-REPORT-REC FROM CAL-DETAIL-LINE
           END-IF.
      * Settled rows older than last year have no more use for the
      * schedule test and drop off the new generation.
       880-Save-Ledger.
           OPEN OUTPUT DEPOSIT-LEDGER-NEW.
           PERFORM 885-Write-One-Ledger-Row
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > LT-COUNT.
           CLOSE DEPOSIT-LEDGER-NEW.
       885-Write-One-Ledger-Row.
           IF  LT-OPEN(LT-SUB)
           OR  LT-PAY-DATE(LT-SUB)(1:4) NOT < WS-KEEP-YEAR
               MOVE SPACES                 TO DEPOSIT-LEDGER-NEW-REC
               MOVE LT-PAY-DATE(LT-SUB)    TO DN-PAY-DATE
               MOVE LT-PERIOD-DUE(LT-SUB)  TO DN-PERIOD-DUE
               MOVE LT-DUE-DATE(LT-SUB)    TO DN-DUE-DATE
               MOVE LT-SCHEDULE(LT-SUB)    TO DN-SCHEDULE
               MOVE LT-TAX-PERIOD(LT-SUB)  TO DN-TAX-PERIOD
               MOVE LT-FED-WH(LT-SUB)      TO DN-FED-WH
               MOVE LT-SS-TAX(LT-SUB)      TO DN-SS-TAX
               MOVE LT-MED-TAX(LT-SUB)     TO DN-MED-TAX
               MOVE LT-STATUS(LT-SUB)      TO DN-STATUS
               MOVE LT-SETTLE-DATE(LT-SUB) TO DN-SETTLE-DATE
               MOVE LT-LATE-FLAG(LT-SUB)   TO DN-LATE-FLAG
               MOVE LT-MOVE-FLAG(LT-SUB)   TO DN-MOVE-FLAG
               WRITE DEPOSIT-LEDGER-NEW-REC
           END-IF.
      * Prove the input before any money moves: the detail read must
      * tie to PAYROL02's control record, or nothing new is charged
      * and the run ends CC 8.
       660-Balance-Input.
           IF  NOT CONTROL-RECORD-SEEN
               DISPLAY 'TAXDEP01 - NO PAYCHECK CONTROL RECORD - '
                       'NO DEPOSITS SCHEDULED'
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
           ELSE
               IF  WS-DETAIL-COUNT NOT = PCC-REC-COUNT
                       OR WS-DETAIL-GROSS NOT = PCC-GROSS-TOTAL
                   DISPLAY 'TAXDEP01 - PAYCHECK FILE DOES NOT TIE '
                           'TO ITS CONTROL RECORD - READ '
                           WS-DETAIL-COUNT ' / ' WS-DETAIL-GROSS
                           ' CONTROL ' PCC-REC-COUNT ' / '
                           PCC-GROSS-TOTAL
                   MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               END-IF
           END-IF.
           IF  INPUT-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
       600-Close-Files.
           IF PAYCHECK-AVAILABLE = 'Y'
               CLOSE PAYCHECK-FILE
           END-IF.
           CLOSE TAX-PAYMENT-FILE.
           IF  NOT INPUT-OUT-OF-BALANCE
               PERFORM 680-Register-Transmission
           END-IF.
           CLOSE CALENDAR-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       680-Register-Transmission.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE 'TAXPMT  '        TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME TO XM-CREATED.
           MOVE WS-PAYMENT-COUNT  TO XM-RECORD-COUNT.
           MOVE WS-PAYMENT-TOTAL  TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
       700-Write-Job-Audit-Record.
           MOVE 'TAXDEP01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
