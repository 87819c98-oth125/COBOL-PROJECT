       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC1.
      ***** Operating-account bank reconciliation.  Reads the bank's
      ***** BAI2-style statement file (BANKSTMT) for the account and
      ***** everything the books say went through it:
      *****     CHKMAST   checks issued (CHKISSU1, APPAY01, ROYPAY01)
      *****     ACHOUT    payroll direct deposit batch (DDEPOS01)
      *****     APACH     vendor ACH batch (APPAY01)
      *****     ROYACH    royalty ACH batch (ROYPAY01)
      *****     TAXPMT    EFTPS tax deposits (TAXDEP01)
      *****     ACCTPSTD  customer payments and returned payments
      *****               posted by ACCTPOST
      *****     ARCASH    FAVS cash receipts (ARCASH1)
      *****     CASHRCPT  tuition cash receipts (TUITCASH)
      ***** Any of the book files may be missing for a period.
      ***** Each bank transaction is matched to its source: a paid
      ***** check by check number; anything else by amount within
      ***** the date window, the reference deciding between equal
      ***** amounts and the nearest date otherwise; and what is left
      ***** against one source's items for one day added together,
      ***** the way a lockbox or an ACH settlement posts as one
      ***** lump.  The report lists the bank items not on the books
      ***** and the book items not yet through the bank, and proves
      ***** the statement closing balance plus deposits in transit
      ***** less outstanding checks and debits to the book balance
      ***** adjusted for the bank-only items.
      ***** Book items not yet cleared, book items dated after the
      ***** statement, the book balance and the date reconciled
      ***** through carry forward on BNKOUTS (old generation in, new
      ***** generation out under BNKOUTN).  The first reconciliation
      ***** takes the book balance from the statement opening
      ***** balance.  A check STALECHK has since reversed (status S
      ***** or E on CHKMAST) comes off the outstanding list and back
      ***** into the book balance.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     ACCT=000123456789 WINDOW=5 FROM=2026-09-01
      ***** ACCT is the operating account on the statement (the
      ***** first account on the file when not keyed); WINDOW the
      ***** days either side of the bank date a book item may match
      ***** (5 when not keyed); FROM the first book date taken on the
      ***** first reconciliation (the statement start when not
      ***** keyed) - later runs take book items dated after the
      ***** date the last one reconciled through.
      ***** A bad option, a statement that is missing, overlaps the
      ***** last reconciliation or does not foot, a table overflow,
      ***** or a reconciliation out of balance ends the run with CC 8
      ***** and no new carry-forward generation.  Bank items not on
      ***** the books, a check paid for other than its issue amount
      ***** or a book row that cannot be read end it with CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT ASSIGN TO BANKSTMT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BS-F-STATUS.
           SELECT CARRY-FORWARD ASSIGN TO BNKOUTS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CF-F-STATUS.
           SELECT CARRY-FORWARD-NEW ASSIGN TO BNKOUTN.
           SELECT CHECK-REGISTER ASSIGN TO CHKMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CK-F-STATUS.
           SELECT PAYROLL-ACH ASSIGN TO ACHOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PA-F-STATUS.
           SELECT VENDOR-ACH ASSIGN TO APACH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VA-F-STATUS.
           SELECT ROYALTY-ACH ASSIGN TO ROYACH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RA-F-STATUS.
           SELECT TAX-PAYMENT-FILE ASSIGN TO TAXPMT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TP-F-STATUS.
           SELECT POSTED-FILE ASSIGN TO ACCTPSTD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PS-F-STATUS.
           SELECT FAVS-CASH ASSIGN TO ARCASH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FC-F-STATUS.
           SELECT TUITION-CASH ASSIGN TO CASHRCPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TC-F-STATUS.
           SELECT RECON-REPORT ASSIGN TO BANKRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * BAI2 records are comma-delimited and end with a slash
       FD  BANK-STATEMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANK-STATEMENT-REC.
       01  BANK-STATEMENT-REC     PIC X(80).
      * One 'B' balance record - the book balance and the date it
      * was reconciled through - then one 'I' record per item still
      * open: O outstanding at the last statement, F dated after it.
       FD  CARRY-FORWARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRY-FORWARD-REC.
       01  CARRY-FORWARD-REC.
           05  CF-REC-TYPE        PIC X(1).
               88  CF-BALANCE-REC         VALUE 'B'.
               88  CF-ITEM-REC            VALUE 'I'.
           05  CF-SOURCE          PIC X(8).
           05  CF-REFERENCE       PIC X(20).
           05  CF-BOOK-DATE       PIC X(8).
           05  CF-DIRECTION       PIC X(1).
           05  CF-AMOUNT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  CF-STATUS          PIC X(1).
           05  CF-ACCOUNT         PIC X(17).
           05  FILLER             PIC X(10).
       FD  CARRY-FORWARD-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRY-FORWARD-NEW-REC.
       01  CARRY-FORWARD-NEW-REC.
           05  CN-REC-TYPE        PIC X(1).
               88  CN-BALANCE-REC         VALUE 'B'.
               88  CN-ITEM-REC            VALUE 'I'.
           05  CN-SOURCE          PIC X(8).
           05  CN-REFERENCE       PIC X(20).
           05  CN-BOOK-DATE       PIC X(8).
           05  CN-DIRECTION       PIC X(1).
           05  CN-AMOUNT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  CN-STATUS          PIC X(1).
           05  CN-ACCOUNT         PIC X(17).
           05  FILLER             PIC X(10).
      * The CHKISSU1 check register
       FD  CHECK-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REGISTER-REC.
       01  CHECK-REGISTER-REC.
           05  CK-CHECK-NBR       PIC 9(8).
           05  CK-CHECK-NBR-X REDEFINES CK-CHECK-NBR PIC X(8).
           05  CK-EMP-ID          PIC X(8).
           05  CK-ISSUE-DATE      PIC X(10).
           05  CK-AMOUNT          PIC 9(7)V99.
           05  CK-AMOUNT-X REDEFINES CK-AMOUNT PIC X(9).
           05  CK-STATUS          PIC X(1).
               88  CK-REVERSED            VALUE 'S' 'E'.
           05  CK-STATE           PIC X(2).
           05  CK-NAME            PIC X(21).
           05  FILLER             PIC X(21).
      * The three ACH credit extracts share one batch layout - see
      * WS-ACH-RECORD
       FD  PAYROLL-ACH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYROLL-ACH-REC.
       01  PAYROLL-ACH-REC        PIC X(80).
       FD  VENDOR-ACH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VENDOR-ACH-REC.
       01  VENDOR-ACH-REC         PIC X(80).
       FD  ROYALTY-ACH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROYALTY-ACH-REC.
       01  ROYALTY-ACH-REC        PIC X(80).
      * TAXDEP01's EFTPS extract - each 'D' detail settles on its
      * own date
       FD  TAX-PAYMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-PAYMENT-REC.
       01  TAX-PAYMENT-REC.
           05  TP-REC-TYPE        PIC X(1).
               88  TP-DETAIL              VALUE 'D'.
           05  TP-EIN             PIC 9(9).
           05  TP-TAX-TYPE        PIC X(5).
           05  TP-TAX-PERIOD      PIC X(6).
           05  TP-SETTLE-DATE     PIC X(8).
           05  TP-AMOUNT          PIC 9(9)V99.
           05  TP-AMOUNT-X REDEFINES TP-AMOUNT PIC X(11).
           05  FILLER             PIC X(40).
      * ACCTPOST's posted-transaction file - the ACCTTRAN layout
       FD  POSTED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTED-REC.
       01  POSTED-REC.
           05  PS-ACCT-NO         PIC X(8).
           05  PS-DR-CR           PIC X(1).
               88  PS-PAYMENT             VALUE 'C'.
               88  PS-RETURNED-PAYMENT    VALUE 'R'.
           05  PS-AMOUNT          PIC 9(7)V99.
           05  PS-AMOUNT-X REDEFINES PS-AMOUNT PIC X(9).
           05  PS-TRAN-DATE       PIC X(10).
           05  FILLER             PIC X(52).
      * ARCASH1's cash-receipts file
       FD  FAVS-CASH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAVS-CASH-REC.
       01  FAVS-CASH-REC.
           05  FC-INVOICE-NBR     PIC X(6).
           05  FC-AMOUNT          PIC 9(9)V99.
           05  FC-AMOUNT-X REDEFINES FC-AMOUNT PIC X(11).
           05  FC-RECEIPT-DATE    PIC X(8).
           05  FILLER             PIC X(55).
      * TUITCASH's cash-receipts file
       FD  TUITION-CASH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TUITION-CASH-REC.
       01  TUITION-CASH-REC.
           05  TC-STUDENT-NAME    PIC X(19).
           05  TC-AMOUNT          PIC 9(7)V99.
           05  TC-AMOUNT-X REDEFINES TC-AMOUNT PIC X(9).
           05  TC-RECEIPT-DATE    PIC X(8).
           05  FILLER             PIC X(44).
       FD  RECON-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(132).
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
       77 BS-F-STATUS               PIC X(02) VALUE SPACES.
           88 BS-OK                           VALUE '00'.
       77 CF-F-STATUS               PIC X(02) VALUE SPACES.
           88 CF-OK                           VALUE '00'.
       77 CK-F-STATUS               PIC X(02) VALUE SPACES.
           88 CK-OK                           VALUE '00'.
       77 PA-F-STATUS               PIC X(02) VALUE SPACES.
           88 PA-OK                           VALUE '00'.
       77 VA-F-STATUS               PIC X(02) VALUE SPACES.
           88 VA-OK                           VALUE '00'.
       77 RA-F-STATUS               PIC X(02) VALUE SPACES.
           88 RA-OK                           VALUE '00'.
       77 TP-F-STATUS               PIC X(02) VALUE SPACES.
           88 TP-OK                           VALUE '00'.
       77 PS-F-STATUS               PIC X(02) VALUE SPACES.
           88 PS-OK                           VALUE '00'.
       77 FC-F-STATUS               PIC X(02) VALUE SPACES.
           88 FC-OK                           VALUE '00'.
       77 TC-F-STATUS               PIC X(02) VALUE SPACES.
           88 TC-OK                           VALUE '00'.
       77 BS-EOF                    PIC X(01) VALUE 'N'.
           88 BS-AT-EOF                       VALUE 'Y'.
       77 CF-EOF                    PIC X(01) VALUE 'N'.
           88 CF-AT-EOF                       VALUE 'Y'.
       77 BOOK-EOF                  PIC X(01) VALUE 'N'.
           88 BOOK-AT-EOF                     VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-FAILED-SW              PIC X(01) VALUE 'N'.
           88 RECONCILIATION-FAILED           VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RECONCILIATION-WARNING          VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
       77 WS-CARRY-BALANCE-SW       PIC X(01) VALUE 'N'.
           88 CARRY-BALANCE-FOUND             VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. ACCT=000123456789
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(24).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(17) VALUE SPACES.
       77 WS-OPT-LENGTH             PIC 9(2)  VALUE 0.
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
      * The account and the statement period
       01 WS-STATEMENT-CONTROL.
           05 WS-ACCOUNT            PIC X(17) VALUE SPACES.
           05 WS-CARRY-ACCOUNT      PIC X(17) VALUE SPACES.
           05 WS-WINDOW-DAYS        PIC 9(3)  VALUE 5.
           05 WS-FROM-OPTION        PIC X(08) VALUE SPACES.
           05 WS-THROUGH-DATE       PIC X(08) VALUE SPACES.
           05 WS-STMT-FROM-DATE     PIC X(08) VALUE SPACES.
           05 WS-STMT-DATE          PIC X(08) VALUE SPACES.
           05 WS-STMT-DAY           PIC 9(07) VALUE 0.
           05 WS-PERIOD-START       PIC X(08) VALUE SPACES.
           05 WS-GROUP-DATE         PIC X(08) VALUE SPACES.
           05 WS-GROUP-DAY          PIC 9(07) VALUE 0.
           05 WS-IN-ACCOUNT-SW      PIC X(01) VALUE 'N'.
               88 IN-OUR-ACCOUNT              VALUE 'Y'.
           05 WS-ACCOUNT-SEEN-SW    PIC X(01) VALUE 'N'.
               88 ACCOUNT-SEEN                VALUE 'Y'.
           05 WS-OPENING-SEEN-SW    PIC X(01) VALUE 'N'.
               88 OPENING-SEEN                VALUE 'Y'.
           05 WS-CLOSING-SEEN-SW    PIC X(01) VALUE 'N'.
               88 CLOSING-SEEN                VALUE 'Y'.
       01 WS-DATE-WORK.
           05 WS-DATE-YMD           PIC 9(08) VALUE 0.
           05 WS-DATE-YMD-X REDEFINES WS-DATE-YMD PIC X(08).
           05 WS-DAY-NUMBER         PIC 9(07) VALUE 0.
           05 WS-DAY-GAP            PIC S9(7) VALUE 0.
      * One BAI2 record split at its commas
       01 WS-BAI-FIELDS.
           05 BF-FIELD OCCURS 14 TIMES PIC X(20).
       77 BF-SUB                    PIC 9(2) COMP VALUE 0.
       77 BF-OFFSET                 PIC 9(2) COMP VALUE 0.
       01 WS-BAI-WORK.
           05 WS-BAI-AMOUNT         PIC S9(11)V99 VALUE 0.
           05 WS-BAI-TYPE           PIC X(03) VALUE SPACES.
           05 WS-BAI-TYPE-9 REDEFINES WS-BAI-TYPE PIC 9(03).
           05 WS-UNKNOWN-RECORDS    PIC 9(5)  VALUE 0.
           05 WS-OTHER-ACCT-ITEMS   PIC 9(5)  VALUE 0.
      * One ACH extract record - batch header, entry or trailer
       01 WS-ACH-RECORD.
           05 WA-REC-TYPE           PIC X(01).
               88 WA-BATCH-HEADER             VALUE '1'.
               88 WA-BATCH-TRAILER            VALUE '8'.
           05 FILLER                PIC X(79).
       01 WS-ACH-HEADER REDEFINES WS-ACH-RECORD.
           05 FILLER                PIC X(01).
           05 WA-BATCH-LABEL        PIC X(16).
           05 WA-CREATE-DATE        PIC X(08).
           05 FILLER                PIC X(55).
       01 WS-ACH-TRAILER REDEFINES WS-ACH-RECORD.
           05 FILLER                PIC X(01).
           05 WA-ENTRY-COUNT        PIC 9(06).
           05 WA-DEBIT-TOTAL        PIC 9(10)V99.
           05 WA-CREDIT-TOTAL       PIC 9(10)V99.
           05 WA-CREDIT-TOTAL-X REDEFINES WA-CREDIT-TOTAL PIC X(12).
           05 FILLER                PIC X(49).
       01 WS-ACH-BATCH-LABEL        PIC X(16) VALUE SPACES.
       01 WS-ACH-BATCH-DATE         PIC X(08) VALUE SPACES.
      * The book sources, in the order the report lists them
       01 SOURCE-NAME-VALUES.
           05 FILLER                PIC X(08) VALUE 'CHKMAST '.
           05 FILLER                PIC X(08) VALUE 'ACHOUT  '.
           05 FILLER                PIC X(08) VALUE 'APACH   '.
           05 FILLER                PIC X(08) VALUE 'ROYACH  '.
           05 FILLER                PIC X(08) VALUE 'TAXPMT  '.
           05 FILLER                PIC X(08) VALUE 'ACCTPSTD'.
           05 FILLER                PIC X(08) VALUE 'ARCASH  '.
           05 FILLER                PIC X(08) VALUE 'CASHRCPT'.
       01 SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05 SN-SOURCE OCCURS 8 TIMES PIC X(08).
       01 SOURCE-COUNT-AREA.
           05 SR-SUB                PIC 9(4) COMP VALUE 0.
           05 SOURCE-COUNTS OCCURS 8 TIMES.
               10 SC-NEW            PIC 9(5).
               10 SC-NEW-TOTAL      PIC 9(11)V99.
               10 SC-MATCHED        PIC 9(5).
               10 SC-MATCHED-TOTAL  PIC 9(11)V99.
               10 SC-OPEN           PIC 9(5).
               10 SC-OPEN-TOTAL     PIC 9(11)V99.
      * The book item being taken on
       01 WS-NEW-BOOK-ITEM.
           05 NB-REFERENCE          PIC X(20) VALUE SPACES.
           05 NB-DATE               PIC X(08) VALUE SPACES.
           05 NB-DIRECTION          PIC X(01) VALUE SPACE.
           05 NB-AMOUNT             PIC 9(9)V99 VALUE 0.
       01 WS-BOOK-DATE-ISO          PIC X(10) VALUE SPACES.
      * Book items in play - carried open, new this period, or
      * dated after the statement
       01 BOOK-TABLE-AREA.
           05 BK-COUNT              PIC 9(4) COMP VALUE 0.
           05 BK-SUB                PIC 9(4) COMP VALUE 0.
           05 BOOK-TABLE OCCURS 5000 TIMES.
               10 BK-SOURCE-SUB     PIC 9(4) COMP.
               10 BK-REFERENCE      PIC X(20).
               10 BK-DATE           PIC X(08).
               10 BK-DAY            PIC 9(07).
               10 BK-DIRECTION      PIC X(01).
                   88 BK-RECEIPT              VALUE 'C'.
                   88 BK-DISBURSEMENT         VALUE 'D'.
               10 BK-AMOUNT         PIC 9(9)V99.
               10 BK-ORIGIN         PIC X(01).
                   88 BK-CARRIED              VALUE 'C'.
                   88 BK-NEW                  VALUE 'N'.
                   88 BK-AFTER-STATEMENT      VALUE 'F'.
                   88 BK-STALE-REVERSED       VALUE 'R'.
                   88 BK-DROPPED              VALUE 'X'.
                   88 BK-IN-PLAY              VALUE 'C' 'N'.
               10 BK-MATCH          PIC X(01).
                   88 BK-MATCHED              VALUE 'M'.
       01 BK-FOUND-SW               PIC X(01) VALUE 'N'.
           88 BOOK-ITEM-FOUND                 VALUE 'Y'.
       77 WS-CARRIED-COUNT          PIC 9(4) COMP VALUE 0.
       77 WS-CHECK-NBR              PIC 9(08) VALUE 0.
       77 WS-CHECK-REF              PIC X(20) VALUE SPACES.
      * Statement transactions for the account
       01 BANK-TABLE-AREA.
           05 BI-COUNT              PIC 9(4) COMP VALUE 0.
           05 BI-SUB                PIC 9(4) COMP VALUE 0.
           05 BANK-TABLE OCCURS 3000 TIMES.
               10 BI-DATE           PIC X(08).
               10 BI-DAY            PIC 9(07).
               10 BI-TYPE-CODE      PIC X(03).
               10 BI-DIRECTION      PIC X(01).
                   88 BI-CREDIT               VALUE 'C'.
                   88 BI-DEBIT                VALUE 'D'.
               10 BI-AMOUNT         PIC 9(9)V99.
               10 BI-BANK-REF       PIC X(16).
               10 BI-CUST-REF       PIC X(20).
               10 BI-TEXT           PIC X(20).
               10 BI-MATCH          PIC X(01).
                   88 BI-MATCHED              VALUE 'M'.
               10 BI-NOTE           PIC X(30).
      * Best candidate for the bank item being matched by amount
       01 WS-MATCH-WORK.
           05 WS-BEST-SUB           PIC 9(4) COMP VALUE 0.
           05 WS-BEST-GAP           PIC 9(7)  VALUE 0.
           05 WS-REF-HIT-SW         PIC X(01) VALUE 'N'.
               88 REFERENCE-HIT               VALUE 'Y'.
      * One source's unmatched items for one day, added together
       01 GROUP-TABLE-AREA.
           05 GT-COUNT              PIC 9(4) COMP VALUE 0.
           05 GT-SUB                PIC 9(4) COMP VALUE 0.
           05 GROUP-TABLE OCCURS 1000 TIMES.
               10 GT-SOURCE-SUB     PIC 9(4) COMP.
               10 GT-DATE           PIC X(08).
               10 GT-DAY            PIC 9(07).
               10 GT-DIRECTION      PIC X(01).
               10 GT-ITEMS          PIC 9(5).
               10 GT-TOTAL          PIC 9(11)V99.
               10 GT-USED           PIC X(01).
       01 GT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 GROUP-FOUND                     VALUE 'Y'.
      * Both sides of the proof
       01 RECON-TOTALS.
           05 WS-BANK-OPENING       PIC S9(11)V99 VALUE 0.
           05 WS-BANK-CLOSING       PIC S9(11)V99 VALUE 0.
           05 WS-BANK-CREDITS       PIC S9(11)V99 VALUE 0.
           05 WS-BANK-DEBITS        PIC S9(11)V99 VALUE 0.
           05 WS-BANK-FOOTED        PIC S9(11)V99 VALUE 0.
           05 WS-IN-TRANSIT         PIC S9(11)V99 VALUE 0.
           05 WS-OUTSTANDING        PIC S9(11)V99 VALUE 0.
           05 WS-ADJUSTED-BANK      PIC S9(11)V99 VALUE 0.
           05 WS-BOOK-FORWARD       PIC S9(11)V99 VALUE 0.
           05 WS-BOOK-RECEIPTS      PIC S9(11)V99 VALUE 0.
           05 WS-BOOK-PAYMENTS      PIC S9(11)V99 VALUE 0.
           05 WS-STALE-REVERSED     PIC S9(11)V99 VALUE 0.
           05 WS-BOOK-BALANCE       PIC S9(11)V99 VALUE 0.
           05 WS-BANK-ONLY-CREDITS  PIC S9(11)V99 VALUE 0.
           05 WS-BANK-ONLY-DEBITS   PIC S9(11)V99 VALUE 0.
           05 WS-ADJUSTED-BOOK      PIC S9(11)V99 VALUE 0.
           05 WS-DIFFERENCE         PIC S9(11)V99 VALUE 0.
       01 RECON-COUNTERS.
           05 CTR-BANK-ITEMS        PIC 9(5) VALUE 0.
           05 CTR-BANK-MATCHED      PIC 9(5) VALUE 0.
           05 CTR-BANK-ONLY         PIC 9(5) VALUE 0.
           05 CTR-AMOUNT-DIFFERS    PIC 9(5) VALUE 0.
           05 CTR-BOOK-OPEN         PIC 9(5) VALUE 0.
           05 CTR-AFTER-STATEMENT   PIC 9(5) VALUE 0.
           05 WS-AFTER-STMT-TOTAL   PIC S9(11)V99 VALUE 0.
           05 CTR-STALE-REVERSED    PIC 9(5) VALUE 0.
           05 CTR-BEFORE-PERIOD     PIC 9(5) VALUE 0.
           05 CTR-ALREADY-CARRIED   PIC 9(5) VALUE 0.
           05 CTR-UNREADABLE        PIC 9(5) VALUE 0.
           05 CTR-CARRIED-OUT       PIC 9(5) VALUE 0.
      *    RECONCILIATION REPORT LINES
       01 REPORT-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'BANK STATEMENT RECONCILIATION'.
           05 RH-RUN-TIME           PIC X(15).
       01 REPORT-OPTION-LINE.
           05 FILLER  PIC X(09) VALUE 'ACCOUNT: '.
           05 ROL-ACCOUNT           PIC X(17).
           05 FILLER  PIC X(13) VALUE '  STATEMENT: '.
           05 ROL-STMT-FROM         PIC X(08).
           05 FILLER  PIC X(06) VALUE ' THRU '.
           05 ROL-STMT-DATE         PIC X(08).
           05 FILLER  PIC X(19) VALUE '  BOOK ITEMS FROM: '.
           05 ROL-PERIOD-START      PIC X(08).
           05 FILLER  PIC X(16) VALUE '  DATE WINDOW: '.
           05 ROL-WINDOW            PIC ZZ9.
           05 FILLER  PIC X(05) VALUE ' DAYS'.
       01 REPORT-SECTION-LINE.
           05 RSL-TITLE             PIC X(60).
       01 REPORT-NOTE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RNL-NOTE              PIC X(100).
       01 BANK-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'DATE'.
           05 FILLER  PIC X(06) VALUE 'TYPE'.
           05 FILLER  PIC X(06) VALUE 'DR/CR'.
           05 FILLER  PIC X(16) VALUE '        AMOUNT'.
           05 FILLER  PIC X(18) VALUE 'BANK REFERENCE'.
           05 FILLER  PIC X(22) VALUE 'CUSTOMER REFERENCE'.
           05 FILLER  PIC X(22) VALUE 'TEXT'.
           05 FILLER  PIC X(30) VALUE 'NOTE'.
       01 BANK-DETAIL-LINE.
           05 BDL-DATE              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BDL-TYPE-CODE         PIC X(03).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 BDL-DR-CR             PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 BDL-AMOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BDL-BANK-REF          PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BDL-CUST-REF          PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BDL-TEXT              PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BDL-NOTE              PIC X(30).
       01 BOOK-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'SOURCE'.
           05 FILLER  PIC X(22) VALUE 'REFERENCE'.
           05 FILLER  PIC X(10) VALUE 'DATE'.
           05 FILLER  PIC X(06) VALUE 'DR/CR'.
           05 FILLER  PIC X(16) VALUE '        AMOUNT'.
           05 FILLER  PIC X(07) VALUE '  DAYS'.
           05 FILLER  PIC X(30) VALUE 'NOTE'.
       01 BOOK-DETAIL-LINE.
           05 BKL-SOURCE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BKL-REFERENCE         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BKL-DATE              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BKL-DR-CR             PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 BKL-AMOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BKL-DAYS              PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BKL-NOTE              PIC X(30).
       01 SOURCE-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'SOURCE'.
           05 FILLER  PIC X(27) VALUE
                  '  NEW              AMOUNT  '.
           05 FILLER  PIC X(27) VALUE
                  'MATCH              AMOUNT  '.
           05 FILLER  PIC X(25) VALUE
                  ' OPEN              AMOUNT'.
       01 SOURCE-SUMMARY-LINE.
           05 SSL-SOURCE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SSL-NEW               PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SSL-NEW-TOTAL         PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SSL-MATCHED           PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SSL-MATCHED-TOTAL     PIC $$$,$$$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SSL-OPEN              PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SSL-OPEN-TOTAL        PIC $$$,$$$,$$$,$$9.99.
       01 PROOF-LINE.
           05 PRL-LABEL             PIC X(44).
           05 PRL-AMOUNT            PIC $$$,$$$,$$$,$$9.99-.
       01 COUNT-LINE-1.
           05 FILLER  PIC X(16) VALUE 'BANK ITEMS:     '.
           05 CL1-BANK-ITEMS        PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '   MATCHED: '.
           05 CL1-MATCHED           PIC ZZZZ9.
           05 FILLER  PIC X(20) VALUE '   NOT ON BOOKS:    '.
           05 CL1-BANK-ONLY         PIC ZZZZ9.
       01 COUNT-LINE-2.
           05 FILLER  PIC X(16) VALUE 'BOOK ITEMS OPEN:'.
           05 CL2-OPEN              PIC ZZZZ9.
           05 FILLER  PIC X(24) VALUE '   DATED AFTER STMT:    '.
           05 CL2-AFTER             PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 CL2-AFTER-TOTAL       PIC $$$,$$$,$$$,$$9.99.
       01 COUNT-LINE-3.
           05 FILLER  PIC X(16) VALUE 'STALE REVERSED: '.
           05 CL3-STALE             PIC ZZZZ9.
           05 FILLER  PIC X(24) VALUE '   BEFORE BOOK PERIOD:  '.
           05 CL3-BEFORE            PIC ZZZZ9.
           05 FILLER  PIC X(19) VALUE '   UNREADABLE:    '.
           05 CL3-UNREADABLE        PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 310-Match-Checks
                   VARYING BI-SUB FROM 1 BY 1 UNTIL BI-SUB > BI-COUNT
               PERFORM 320-Match-By-Amount
                   VARYING BI-SUB FROM 1 BY 1 UNTIL BI-SUB > BI-COUNT
               PERFORM 340-Build-Day-Groups
                   VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > BK-COUNT
               PERFORM 350-Match-By-Day-Total
                   VARYING BI-SUB FROM 1 BY 1 UNTIL BI-SUB > BI-COUNT
               PERFORM 400-Write-Report
               IF  NOT RECONCILIATION-FAILED
                   PERFORM 880-Save-Carry-Forward
               ELSE
                   DISPLAY 'BANKREC1 - OUT OF BALANCE - NO NEW '
                           'CARRY-FORWARD GENERATION WRITTEN'
               END-IF
           END-IF.
           IF  RUN-REFUSED OR RECONCILIATION-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RECONCILIATION-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           INITIALIZE SOURCE-COUNT-AREA.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Carry-Forward
               PERFORM 150-Load-Statement
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 180-Set-Book-Period
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 200-Load-Checks
               PERFORM 220-Load-Payroll-ACH
               PERFORM 225-Load-Vendor-ACH
               PERFORM 230-Load-Royalty-ACH
               PERFORM 240-Load-Tax-Payments
               PERFORM 250-Load-Posted-Payments
               PERFORM 260-Load-FAVS-Cash
               PERFORM 270-Load-Tuition-Cash
           END-IF.
      * Every open item has to be in core - the carry-forward is
      * rewritten from the table.
           IF  A-TABLE-IS-FULL
               DISPLAY 'BANKREC1 - TABLE FULL - NOTHING RECONCILED - '
                       'RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING RECONCILED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'ACCT'
                       IF  WS-OPT-VALUE = SPACES
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-VALUE TO WS-ACCOUNT
                       END-IF
                   WHEN 'WINDOW'
                       PERFORM 014-Window-Option
                   WHEN 'FROM'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-FROM-OPTION
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       014-Window-Option.
           MOVE ZERO TO WS-OPT-LENGTH.
           INSPECT WS-OPT-VALUE TALLYING WS-OPT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-OPT-LENGTH > 0 AND WS-OPT-LENGTH < 4
               IF  WS-OPT-VALUE(1:WS-OPT-LENGTH) IS NUMERIC
                   COMPUTE WS-WINDOW-DAYS =
                       FUNCTION NUMVAL(WS-OPT-VALUE(1:WS-OPT-LENGTH))
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       015-Date-Option.
           MOVE WS-OPT-VALUE TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'BANKREC1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * The last reconciliation's balance record and open items.
      * None at all is the first reconciliation.
       100-Load-Carry-Forward.
           OPEN INPUT CARRY-FORWARD.
           IF  CF-OK
               PERFORM 105-Read-Carry-Forward
               PERFORM 110-Store-Carry-Forward UNTIL CF-AT-EOF
               CLOSE CARRY-FORWARD
           ELSE
               DISPLAY 'BNKOUTS FILE STATUS: ' CF-F-STATUS
               DISPLAY 'NO CARRY-FORWARD - FIRST RECONCILIATION'
           END-IF.
       105-Read-Carry-Forward.
           READ CARRY-FORWARD
               AT END MOVE 'Y' TO CF-EOF
           END-READ.
       110-Store-Carry-Forward.
           EVALUATE TRUE
               WHEN CF-BALANCE-REC
                   MOVE 'Y'          TO WS-CARRY-BALANCE-SW
                   MOVE CF-BOOK-DATE TO WS-THROUGH-DATE
                   MOVE CF-AMOUNT    TO WS-BOOK-FORWARD
                   MOVE CF-ACCOUNT   TO WS-CARRY-ACCOUNT
               WHEN CF-ITEM-REC
                   PERFORM 115-Store-Carried-Item
           END-EVALUATE.
           PERFORM 105-Read-Carry-Forward.
       115-Store-Carried-Item.
           MOVE 1 TO SR-SUB.
           PERFORM 117-Find-Source-Name
               UNTIL SR-SUB > 8 OR SN-SOURCE(SR-SUB) = CF-SOURCE.
           IF  SR-SUB > 8
               DISPLAY 'BNKOUTS ITEM FROM UNKNOWN SOURCE ' CF-SOURCE
                       ' ' CF-REFERENCE ' DROPPED'
               ADD 1 TO CTR-UNREADABLE
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               IF  BK-COUNT < 5000
                   ADD 1 TO BK-COUNT
                   MOVE BK-COUNT     TO BK-SUB
                   MOVE SR-SUB       TO BK-SOURCE-SUB(BK-SUB)
                   MOVE CF-REFERENCE TO BK-REFERENCE(BK-SUB)
                   MOVE CF-BOOK-DATE TO BK-DATE(BK-SUB)
                   MOVE CF-BOOK-DATE TO WS-DATE-YMD-X
                   COMPUTE BK-DAY(BK-SUB) =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
                   MOVE CF-DIRECTION TO BK-DIRECTION(BK-SUB)
                   MOVE CF-AMOUNT    TO BK-AMOUNT(BK-SUB)
                   MOVE CF-STATUS    TO BK-ORIGIN(BK-SUB)
                   IF  CF-STATUS = 'O'
                       MOVE 'C' TO BK-ORIGIN(BK-SUB)
                   END-IF
                   MOVE SPACE        TO BK-MATCH(BK-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
       117-Find-Source-Name.
           ADD 1 TO SR-SUB.
      * The statement: 02 group headers carry the as-of date, 03
      * account records the opening (010) and closing (015) ledger
      * balances, 16 records the transactions.  Only the account
      * being reconciled is taken.
       150-Load-Statement.
           OPEN INPUT BANK-STATEMENT.
           IF  BS-OK
               PERFORM 155-Read-Statement
               PERFORM 160-Take-Statement-Record UNTIL BS-AT-EOF
               CLOSE BANK-STATEMENT
           ELSE
               DISPLAY 'BANKSTMT FILE STATUS: ' BS-F-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN NOT ACCOUNT-SEEN
                   DISPLAY 'BANKREC1 - ACCOUNT ' WS-ACCOUNT
                           ' NOT ON THE STATEMENT - NOTHING '
                           'RECONCILED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               WHEN NOT OPENING-SEEN OR NOT CLOSING-SEEN
                   DISPLAY 'BANKREC1 - NO OPENING OR CLOSING LEDGER '
                           'BALANCE ON THE STATEMENT - NOTHING '
                           'RECONCILED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-EVALUATE.
           IF  WS-UNKNOWN-RECORDS > ZERO
               DISPLAY 'BANKREC1 - ' WS-UNKNOWN-RECORDS
                       ' STATEMENT RECORDS NOT RECOGNIZED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       155-Read-Statement.
           READ BANK-STATEMENT
               AT END MOVE 'Y' TO BS-EOF
           END-READ.
       160-Take-Statement-Record.
           MOVE SPACES TO WS-BAI-FIELDS.
           UNSTRING BANK-STATEMENT-REC DELIMITED BY ',' OR '/'
               INTO BF-FIELD(1)  BF-FIELD(2)  BF-FIELD(3)
                    BF-FIELD(4)  BF-FIELD(5)  BF-FIELD(6)
                    BF-FIELD(7)  BF-FIELD(8)  BF-FIELD(9)
                    BF-FIELD(10) BF-FIELD(11) BF-FIELD(12)
                    BF-FIELD(13) BF-FIELD(14).
           EVALUATE BF-FIELD(1)
               WHEN '02'
                   PERFORM 165-Take-Group-Header
               WHEN '03'
                   PERFORM 170-Take-Account-Record
               WHEN '16'
                   IF  IN-OUR-ACCOUNT
                       PERFORM 175-Take-Transaction
                   ELSE
                       ADD 1 TO WS-OTHER-ACCT-ITEMS
                   END-IF
               WHEN '01'
               WHEN '49'
               WHEN '88'
               WHEN '98'
               WHEN '99'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-RECORDS
           END-EVALUATE.
           PERFORM 155-Read-Statement.
      * As-of date is YYMMDD
       165-Take-Group-Header.
           MOVE SPACES TO DV-DATE-IN.
           STRING '20' BF-FIELD(5)(1:6) DELIMITED BY SIZE
               INTO DV-DATE-IN.
           MOVE 'Y'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
               MOVE DV-DATE-OUT TO WS-GROUP-DATE
               MOVE DV-DATE-OUT TO WS-DATE-YMD-X
               COMPUTE WS-GROUP-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
               IF  WS-STMT-FROM-DATE = SPACES
                   MOVE WS-GROUP-DATE TO WS-STMT-FROM-DATE
               END-IF
               IF  WS-GROUP-DATE > WS-STMT-DATE
               OR  WS-STMT-DATE = SPACES
                   MOVE WS-GROUP-DATE TO WS-STMT-DATE
                   MOVE WS-GROUP-DAY  TO WS-STMT-DAY
               END-IF
           ELSE
               DISPLAY 'BANKREC1 - BAD AS-OF DATE ON STATEMENT '
                       'GROUP: ' BF-FIELD(5)
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      * Summaries follow the account in fours - type code, amount,
      * item count, funds type.  The first group's opening balance
      * and the last group's closing balance bound the statement.
       170-Take-Account-Record.
           IF  WS-ACCOUNT = SPACES
               MOVE BF-FIELD(2) TO WS-ACCOUNT
           END-IF.
           IF  BF-FIELD(2) = WS-ACCOUNT
               MOVE 'Y' TO WS-IN-ACCOUNT-SW
               MOVE 'Y' TO WS-ACCOUNT-SEEN-SW
               PERFORM 172-Take-Summary
                   VARYING BF-SUB FROM 4 BY 4 UNTIL BF-SUB > 12
           ELSE
               MOVE 'N' TO WS-IN-ACCOUNT-SW
           END-IF.
       172-Take-Summary.
           COMPUTE WS-BAI-AMOUNT =
               FUNCTION NUMVAL(BF-FIELD(BF-SUB + 1)) / 100.
           EVALUATE BF-FIELD(BF-SUB)
               WHEN '010'
                   IF  NOT OPENING-SEEN
                       MOVE WS-BAI-AMOUNT TO WS-BANK-OPENING
                       MOVE 'Y' TO WS-OPENING-SEEN-SW
                   END-IF
               WHEN '015'
                   MOVE WS-BAI-AMOUNT TO WS-BANK-CLOSING
                   MOVE 'Y' TO WS-CLOSING-SEEN-SW
           END-EVALUATE.
      * Detail type codes 100-399 are credits, 400-699 debits;
      * anything else is information only.  Funds type V carries a
      * value date and time, S three availability amounts, ahead of
      * the references.
       175-Take-Transaction.
           MOVE BF-FIELD(2) TO WS-BAI-TYPE.
           IF  WS-BAI-TYPE IS NUMERIC
           AND WS-BAI-TYPE-9 NOT < 100 AND WS-BAI-TYPE-9 NOT > 699
               EVALUATE BF-FIELD(4)
                   WHEN 'V'
                       MOVE 2 TO BF-OFFSET
                   WHEN 'S'
                       MOVE 3 TO BF-OFFSET
                   WHEN OTHER
                       MOVE 0 TO BF-OFFSET
               END-EVALUATE
               COMPUTE WS-BAI-AMOUNT =
                   FUNCTION NUMVAL(BF-FIELD(3)) / 100
               IF  BI-COUNT < 3000
                   ADD 1 TO BI-COUNT
                   ADD 1 TO CTR-BANK-ITEMS
                   ADD 1 TO WS-JOB-RECORD-COUNT
                   MOVE BI-COUNT      TO BI-SUB
                   MOVE WS-GROUP-DATE TO BI-DATE(BI-SUB)
                   MOVE WS-GROUP-DAY  TO BI-DAY(BI-SUB)
                   MOVE WS-BAI-TYPE   TO BI-TYPE-CODE(BI-SUB)
                   MOVE WS-BAI-AMOUNT TO BI-AMOUNT(BI-SUB)
                   MOVE BF-FIELD(5 + BF-OFFSET)
                       TO BI-BANK-REF(BI-SUB)
                   MOVE BF-FIELD(6 + BF-OFFSET)
                       TO BI-CUST-REF(BI-SUB)
                   MOVE BF-FIELD(7 + BF-OFFSET)
                       TO BI-TEXT(BI-SUB)
                   MOVE SPACE         TO BI-MATCH(BI-SUB)
                   MOVE SPACES        TO BI-NOTE(BI-SUB)
                   IF  WS-BAI-TYPE-9 < 400
                       MOVE 'C' TO BI-DIRECTION(BI-SUB)
                       ADD WS-BAI-AMOUNT TO WS-BANK-CREDITS
                   ELSE
                       MOVE 'D' TO BI-DIRECTION(BI-SUB)
                       ADD WS-BAI-AMOUNT TO WS-BANK-DEBITS
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
      * Book items are taken from the day after the last
      * reconciliation; the first one starts at FROM, or at the
      * statement start.  A statement that does not start after
      * the last reconciliation has been reconciled already.
       180-Set-Book-Period.
           IF  CARRY-BALANCE-FOUND
               IF  WS-CARRY-ACCOUNT NOT = WS-ACCOUNT
                   DISPLAY 'BANKREC1 - STATEMENT ACCOUNT ' WS-ACCOUNT
                           ' IS NOT THE CARRIED ACCOUNT '
                           WS-CARRY-ACCOUNT
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
               IF  WS-STMT-FROM-DATE NOT > WS-THROUGH-DATE
                   DISPLAY 'BANKREC1 - STATEMENT FROM '
                           WS-STMT-FROM-DATE
                           ' OVERLAPS THE LAST RECONCILIATION THRU '
                           WS-THROUGH-DATE
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
               MOVE WS-THROUGH-DATE TO WS-DATE-YMD-X
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YMD) + 1
               COMPUTE WS-DATE-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE WS-DATE-YMD-X TO WS-PERIOD-START
           ELSE
               MOVE WS-BANK-OPENING TO WS-BOOK-FORWARD
               IF  WS-FROM-OPTION NOT = SPACES
                   MOVE WS-FROM-OPTION    TO WS-PERIOD-START
               ELSE
                   MOVE WS-STMT-FROM-DATE TO WS-PERIOD-START
               END-IF
           END-IF.
           MOVE BK-COUNT TO WS-CARRIED-COUNT.
           PERFORM 185-Settle-Carried-Item
               VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > BK-COUNT.
      * An item carried as dated after the last statement is in
      * this period's books once this statement reaches its date.
       185-Settle-Carried-Item.
           IF  BK-AFTER-STATEMENT(BK-SUB)
           AND BK-DATE(BK-SUB) NOT > WS-STMT-DATE
               MOVE 'N' TO BK-ORIGIN(BK-SUB)
               MOVE BK-SOURCE-SUB(BK-SUB) TO SR-SUB
               PERFORM 525-Count-New-Item
           END-IF.
      * Checks issued.  A check STALECHK reversed comes off the
      * outstanding list and back into the book balance; one that
      * never reached a reconciled balance simply drops.
       200-Load-Checks.
           OPEN INPUT CHECK-REGISTER.
           IF  CK-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 205-Read-Check
               PERFORM 210-Take-Check UNTIL BOOK-AT-EOF
               CLOSE CHECK-REGISTER
           ELSE
               DISPLAY 'CHKMAST NOT AVAILABLE - NO CHECKS TAKEN'
           END-IF.
       205-Read-Check.
           READ CHECK-REGISTER
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       210-Take-Check.
           MOVE 1 TO SR-SUB.
           IF  CK-AMOUNT-X IS NOT NUMERIC
           OR  CK-CHECK-NBR-X IS NOT NUMERIC
               PERFORM 590-Unreadable-Book-Row
           ELSE
               IF  CK-REVERSED
                   PERFORM 215-Reverse-Stale-Check
               ELSE
                   MOVE CK-CHECK-NBR TO WS-CHECK-NBR
                   MOVE SPACES       TO NB-REFERENCE
                   MOVE WS-CHECK-NBR TO NB-REFERENCE(1:8)
                   MOVE CK-ISSUE-DATE TO WS-BOOK-DATE-ISO
                   PERFORM 280-ISO-To-Book-Date
                   MOVE 'D'          TO NB-DIRECTION
                   MOVE CK-AMOUNT    TO NB-AMOUNT
                   PERFORM 500-Take-Book-Item
               END-IF
           END-IF.
           PERFORM 205-Read-Check.
       215-Reverse-Stale-Check.
           MOVE SPACES       TO WS-CHECK-REF.
           MOVE CK-CHECK-NBR TO WS-CHECK-NBR.
           MOVE WS-CHECK-NBR TO WS-CHECK-REF(1:8).
           PERFORM 315-Find-Check.
           IF  BOOK-ITEM-FOUND
               EVALUATE TRUE
                   WHEN BK-CARRIED(BK-SUB)
                       MOVE 'R' TO BK-ORIGIN(BK-SUB)
                       ADD 1 TO CTR-STALE-REVERSED
                       ADD BK-AMOUNT(BK-SUB) TO WS-STALE-REVERSED
                   WHEN BK-NEW(BK-SUB)
                       MOVE 'X' TO BK-ORIGIN(BK-SUB)
                       MOVE BK-SOURCE-SUB(BK-SUB) TO SR-SUB
                       SUBTRACT 1 FROM SC-NEW(SR-SUB)
                       SUBTRACT BK-AMOUNT(BK-SUB)
                           FROM SC-NEW-TOTAL(SR-SUB)
                       SUBTRACT BK-AMOUNT(BK-SUB) FROM WS-BOOK-PAYMENTS
                   WHEN BK-AFTER-STATEMENT(BK-SUB)
                       MOVE 'X' TO BK-ORIGIN(BK-SUB)
               END-EVALUATE
           END-IF.
      * One debit per ACH batch - the credits to the payees leave
      * the account as the batch total on the settlement.
       220-Load-Payroll-ACH.
           MOVE 2 TO SR-SUB.
           OPEN INPUT PAYROLL-ACH.
           IF  PA-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 222-Read-Payroll-ACH
               PERFORM 223-Take-Payroll-ACH UNTIL BOOK-AT-EOF
               CLOSE PAYROLL-ACH
           ELSE
               DISPLAY 'ACHOUT NOT AVAILABLE - NO PAYROLL ACH TAKEN'
           END-IF.
       222-Read-Payroll-ACH.
           READ PAYROLL-ACH INTO WS-ACH-RECORD
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       223-Take-Payroll-ACH.
           PERFORM 235-Take-ACH-Record.
           PERFORM 222-Read-Payroll-ACH.
       225-Load-Vendor-ACH.
           MOVE 3 TO SR-SUB.
           OPEN INPUT VENDOR-ACH.
           IF  VA-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 227-Read-Vendor-ACH
               PERFORM 228-Take-Vendor-ACH UNTIL BOOK-AT-EOF
               CLOSE VENDOR-ACH
           ELSE
               DISPLAY 'APACH NOT AVAILABLE - NO VENDOR ACH TAKEN'
           END-IF.
       227-Read-Vendor-ACH.
           READ VENDOR-ACH INTO WS-ACH-RECORD
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       228-Take-Vendor-ACH.
           PERFORM 235-Take-ACH-Record.
           PERFORM 227-Read-Vendor-ACH.
       230-Load-Royalty-ACH.
           MOVE 4 TO SR-SUB.
           OPEN INPUT ROYALTY-ACH.
           IF  RA-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 232-Read-Royalty-ACH
               PERFORM 233-Take-Royalty-ACH UNTIL BOOK-AT-EOF
               CLOSE ROYALTY-ACH
           ELSE
               DISPLAY 'ROYACH NOT AVAILABLE - NO ROYALTY ACH TAKEN'
           END-IF.
       232-Read-Royalty-ACH.
           READ ROYALTY-ACH INTO WS-ACH-RECORD
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       233-Take-Royalty-ACH.
           PERFORM 235-Take-ACH-Record.
           PERFORM 232-Read-Royalty-ACH.
       235-Take-ACH-Record.
           EVALUATE TRUE
               WHEN WA-BATCH-HEADER
                   MOVE WA-BATCH-LABEL TO WS-ACH-BATCH-LABEL
                   MOVE WA-CREATE-DATE TO WS-ACH-BATCH-DATE
               WHEN WA-BATCH-TRAILER
                   IF  WA-CREDIT-TOTAL-X IS NOT NUMERIC
                       PERFORM 590-Unreadable-Book-Row
                   ELSE
                       MOVE SPACES             TO NB-REFERENCE
                       MOVE WS-ACH-BATCH-LABEL TO NB-REFERENCE
                       MOVE WS-ACH-BATCH-DATE  TO NB-DATE
                       MOVE 'D'                TO NB-DIRECTION
                       MOVE WA-CREDIT-TOTAL    TO NB-AMOUNT
                       PERFORM 500-Take-Book-Item
                   END-IF
           END-EVALUATE.
      * EFTPS deposits - each detail debits on its settlement date
       240-Load-Tax-Payments.
           MOVE 5 TO SR-SUB.
           OPEN INPUT TAX-PAYMENT-FILE.
           IF  TP-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 242-Read-Tax-Payment
               PERFORM 245-Take-Tax-Payment UNTIL BOOK-AT-EOF
               CLOSE TAX-PAYMENT-FILE
           ELSE
               DISPLAY 'TAXPMT NOT AVAILABLE - NO TAX DEPOSITS TAKEN'
           END-IF.
       242-Read-Tax-Payment.
           READ TAX-PAYMENT-FILE
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       245-Take-Tax-Payment.
           IF  TP-DETAIL
               IF  TP-AMOUNT-X IS NOT NUMERIC
                   PERFORM 590-Unreadable-Book-Row
               ELSE
                   MOVE SPACES TO NB-REFERENCE
                   STRING 'EFTPS ' TP-TAX-TYPE ' ' TP-TAX-PERIOD
                       DELIMITED BY SIZE INTO NB-REFERENCE
                   MOVE TP-SETTLE-DATE TO NB-DATE
                   MOVE 'D'            TO NB-DIRECTION
                   MOVE TP-AMOUNT      TO NB-AMOUNT
                   PERFORM 500-Take-Book-Item
               END-IF
           END-IF.
           PERFORM 242-Read-Tax-Payment.
      * Customer payments posted, and the returned payments NSFRET1
      * put back - the bank charged those back to the account
       250-Load-Posted-Payments.
           MOVE 6 TO SR-SUB.
           OPEN INPUT POSTED-FILE.
           IF  PS-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 252-Read-Posted
               PERFORM 255-Take-Posted UNTIL BOOK-AT-EOF
               CLOSE POSTED-FILE
           ELSE
               DISPLAY 'ACCTPSTD NOT AVAILABLE - NO CUSTOMER '
                       'PAYMENTS TAKEN'
           END-IF.
       252-Read-Posted.
           READ POSTED-FILE
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       255-Take-Posted.
           IF  PS-PAYMENT OR PS-RETURNED-PAYMENT
               IF  PS-AMOUNT-X IS NOT NUMERIC
                   PERFORM 590-Unreadable-Book-Row
               ELSE
                   MOVE SPACES       TO NB-REFERENCE
                   MOVE PS-ACCT-NO   TO NB-REFERENCE
                   MOVE PS-TRAN-DATE TO WS-BOOK-DATE-ISO
                   PERFORM 280-ISO-To-Book-Date
                   IF  PS-PAYMENT
                       MOVE 'C' TO NB-DIRECTION
                   ELSE
                       MOVE 'D' TO NB-DIRECTION
                   END-IF
                   MOVE PS-AMOUNT    TO NB-AMOUNT
                   PERFORM 500-Take-Book-Item
               END-IF
           END-IF.
           PERFORM 252-Read-Posted.
       260-Load-FAVS-Cash.
           MOVE 7 TO SR-SUB.
           OPEN INPUT FAVS-CASH.
           IF  FC-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 262-Read-FAVS-Cash
               PERFORM 265-Take-FAVS-Cash UNTIL BOOK-AT-EOF
               CLOSE FAVS-CASH
           ELSE
               DISPLAY 'ARCASH NOT AVAILABLE - NO FAVS CASH TAKEN'
           END-IF.
       262-Read-FAVS-Cash.
           READ FAVS-CASH
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       265-Take-FAVS-Cash.
           IF  FC-AMOUNT-X IS NOT NUMERIC
               PERFORM 590-Unreadable-Book-Row
           ELSE
               MOVE SPACES TO NB-REFERENCE
               STRING 'INVOICE ' FC-INVOICE-NBR
                   DELIMITED BY SIZE INTO NB-REFERENCE
               MOVE FC-RECEIPT-DATE TO NB-DATE
               MOVE 'C'             TO NB-DIRECTION
               MOVE FC-AMOUNT       TO NB-AMOUNT
               PERFORM 500-Take-Book-Item
           END-IF.
           PERFORM 262-Read-FAVS-Cash.
       270-Load-Tuition-Cash.
           MOVE 8 TO SR-SUB.
           OPEN INPUT TUITION-CASH.
           IF  TC-OK
               MOVE 'N' TO BOOK-EOF
               PERFORM 272-Read-Tuition-Cash
               PERFORM 275-Take-Tuition-Cash UNTIL BOOK-AT-EOF
               CLOSE TUITION-CASH
           ELSE
               DISPLAY 'CASHRCPT NOT AVAILABLE - NO TUITION CASH '
                       'TAKEN'
           END-IF.
       272-Read-Tuition-Cash.
           READ TUITION-CASH
               AT END MOVE 'Y' TO BOOK-EOF
           END-READ.
       275-Take-Tuition-Cash.
           IF  TC-AMOUNT-X IS NOT NUMERIC
               PERFORM 590-Unreadable-Book-Row
           ELSE
               MOVE SPACES          TO NB-REFERENCE
               MOVE TC-STUDENT-NAME TO NB-REFERENCE
               MOVE TC-RECEIPT-DATE TO NB-DATE
               MOVE 'C'             TO NB-DIRECTION
               MOVE TC-AMOUNT       TO NB-AMOUNT
               PERFORM 500-Take-Book-Item
           END-IF.
           PERFORM 272-Read-Tuition-Cash.
      * CHKMAST and ACCTPSTD keep their dates as YYYY-MM-DD
       280-ISO-To-Book-Date.
           MOVE SPACES TO NB-DATE.
           STRING WS-BOOK-DATE-ISO(1:4) WS-BOOK-DATE-ISO(6:2)
                  WS-BOOK-DATE-ISO(9:2)
                  DELIMITED BY SIZE INTO NB-DATE.
      * Paid checks first, by check number - a paid amount that
      * is not the issue amount is left for someone to look at.
       310-Match-Checks.
           IF  BI-DEBIT(BI-SUB) AND BI-TYPE-CODE(BI-SUB) = '475'
           AND BI-CUST-REF(BI-SUB) NOT = SPACES
               COMPUTE WS-CHECK-NBR =
                   FUNCTION NUMVAL(BI-CUST-REF(BI-SUB))
               MOVE SPACES       TO WS-CHECK-REF
               MOVE WS-CHECK-NBR TO WS-CHECK-REF(1:8)
               PERFORM 315-Find-Check
               IF  BOOK-ITEM-FOUND
                   IF  BK-IN-PLAY(BK-SUB)
                   AND NOT BK-MATCHED(BK-SUB)
                       IF  BK-AMOUNT(BK-SUB) = BI-AMOUNT(BI-SUB)
                           MOVE 'CHECK NUMBER' TO BI-NOTE(BI-SUB)
                           PERFORM 390-Mark-Matched
                       ELSE
                           MOVE 'PAID AMOUNT NOT ISSUE AMOUNT'
                               TO BI-NOTE(BI-SUB)
                           ADD 1 TO CTR-AMOUNT-DIFFERS
                           MOVE 'Y' TO WS-WARNING-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.
       315-Find-Check.
           MOVE 'N' TO BK-FOUND-SW.
           MOVE 1   TO BK-SUB.
           PERFORM 317-Match-Check
               UNTIL BK-SUB > BK-COUNT OR BOOK-ITEM-FOUND.
       317-Match-Check.
           IF  BK-SOURCE-SUB(BK-SUB) = 1
           AND BK-REFERENCE(BK-SUB) = WS-CHECK-REF
               MOVE 'Y' TO BK-FOUND-SW
           ELSE
               ADD 1 TO BK-SUB
           END-IF.
      * One bank item to one book item of the same amount and
      * direction inside the window - the reference decides first,
      * the nearest date after that.
       320-Match-By-Amount.
           IF  NOT BI-MATCHED(BI-SUB) AND BI-NOTE(BI-SUB) = SPACES
               MOVE ZERO    TO WS-BEST-SUB
               MOVE 9999999 TO WS-BEST-GAP
               MOVE 'N'     TO WS-REF-HIT-SW
               PERFORM 325-Try-Book-Item
                   VARYING BK-SUB FROM 1 BY 1
                   UNTIL BK-SUB > BK-COUNT OR REFERENCE-HIT
               IF  WS-BEST-SUB > ZERO
                   MOVE WS-BEST-SUB TO BK-SUB
                   IF  REFERENCE-HIT
                       MOVE 'AMOUNT AND REFERENCE' TO BI-NOTE(BI-SUB)
                   ELSE
                       MOVE 'AMOUNT AND DATE'      TO BI-NOTE(BI-SUB)
                   END-IF
                   PERFORM 390-Mark-Matched
               END-IF
           END-IF.
       325-Try-Book-Item.
           IF  BK-IN-PLAY(BK-SUB) AND NOT BK-MATCHED(BK-SUB)
           AND BK-DIRECTION(BK-SUB) = BI-DIRECTION(BI-SUB)
           AND BK-AMOUNT(BK-SUB)    = BI-AMOUNT(BI-SUB)
               COMPUTE WS-DAY-GAP = BI-DAY(BI-SUB) - BK-DAY(BK-SUB)
               IF  WS-DAY-GAP < ZERO
                   COMPUTE WS-DAY-GAP = ZERO - WS-DAY-GAP
               END-IF
               IF  WS-DAY-GAP NOT > WS-WINDOW-DAYS
                   IF  BI-CUST-REF(BI-SUB) NOT = SPACES
                   AND BI-CUST-REF(BI-SUB) = BK-REFERENCE(BK-SUB)
                       MOVE BK-SUB TO WS-BEST-SUB
                       MOVE 'Y'    TO WS-REF-HIT-SW
                   ELSE
                       IF  WS-DAY-GAP < WS-BEST-GAP
                           MOVE BK-SUB     TO WS-BEST-SUB
                           MOVE WS-DAY-GAP TO WS-BEST-GAP
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * What is still unmatched, added up by source and day
       340-Build-Day-Groups.
           IF  BK-IN-PLAY(BK-SUB) AND NOT BK-MATCHED(BK-SUB)
               MOVE 'N' TO GT-FOUND-SW
               MOVE 1   TO GT-SUB
               PERFORM 345-Match-Group
                   UNTIL GT-SUB > GT-COUNT OR GROUP-FOUND
               IF  NOT GROUP-FOUND AND GT-COUNT < 1000
                   ADD 1 TO GT-COUNT
                   MOVE GT-COUNT TO GT-SUB
                   MOVE BK-SOURCE-SUB(BK-SUB) TO GT-SOURCE-SUB(GT-SUB)
                   MOVE BK-DATE(BK-SUB)       TO GT-DATE(GT-SUB)
                   MOVE BK-DAY(BK-SUB)        TO GT-DAY(GT-SUB)
                   MOVE BK-DIRECTION(BK-SUB)  TO GT-DIRECTION(GT-SUB)
                   MOVE ZEROS                 TO GT-ITEMS(GT-SUB)
                   MOVE ZEROS                 TO GT-TOTAL(GT-SUB)
                   MOVE 'N'                   TO GT-USED(GT-SUB)
                   MOVE 'Y' TO GT-FOUND-SW
               END-IF
               IF  GROUP-FOUND
                   ADD 1                 TO GT-ITEMS(GT-SUB)
                   ADD BK-AMOUNT(BK-SUB) TO GT-TOTAL(GT-SUB)
               END-IF
           END-IF.
       345-Match-Group.
           IF  GT-SOURCE-SUB(GT-SUB) = BK-SOURCE-SUB(BK-SUB)
           AND GT-DATE(GT-SUB)       = BK-DATE(BK-SUB)
           AND GT-DIRECTION(GT-SUB)  = BK-DIRECTION(BK-SUB)
               MOVE 'Y' TO GT-FOUND-SW
           ELSE
               ADD 1 TO GT-SUB
           END-IF.
      * A lump on the statement that is exactly one source's day
       350-Match-By-Day-Total.
           IF  NOT BI-MATCHED(BI-SUB) AND BI-NOTE(BI-SUB) = SPACES
               MOVE 'N' TO GT-FOUND-SW
               MOVE 1   TO GT-SUB
               PERFORM 355-Try-Group
                   UNTIL GT-SUB > GT-COUNT OR GROUP-FOUND
               IF  GROUP-FOUND
                   MOVE 'Y' TO GT-USED(GT-SUB)
                   MOVE SPACES TO BI-NOTE(BI-SUB)
                   STRING 'DAY TOTAL ' SN-SOURCE(GT-SOURCE-SUB(GT-SUB))
                       DELIMITED BY SIZE INTO BI-NOTE(BI-SUB)
                   PERFORM 358-Mark-Group-Item
                       VARYING BK-SUB FROM 1 BY 1
                       UNTIL BK-SUB > BK-COUNT
                   MOVE 'M' TO BI-MATCH(BI-SUB)
                   ADD 1    TO CTR-BANK-MATCHED
               END-IF
           END-IF.
       355-Try-Group.
           COMPUTE WS-DAY-GAP = BI-DAY(BI-SUB) - GT-DAY(GT-SUB).
           IF  WS-DAY-GAP < ZERO
               COMPUTE WS-DAY-GAP = ZERO - WS-DAY-GAP
           END-IF.
           IF  GT-USED(GT-SUB) = 'N' AND GT-ITEMS(GT-SUB) > 1
           AND GT-DIRECTION(GT-SUB) = BI-DIRECTION(BI-SUB)
           AND GT-TOTAL(GT-SUB)     = BI-AMOUNT(BI-SUB)
           AND WS-DAY-GAP NOT > WS-WINDOW-DAYS
               MOVE 'Y' TO GT-FOUND-SW
           ELSE
               ADD 1 TO GT-SUB
           END-IF.
       358-Mark-Group-Item.
           IF  BK-IN-PLAY(BK-SUB) AND NOT BK-MATCHED(BK-SUB)
           AND BK-SOURCE-SUB(BK-SUB) = GT-SOURCE-SUB(GT-SUB)
           AND BK-DATE(BK-SUB)       = GT-DATE(GT-SUB)
           AND BK-DIRECTION(BK-SUB)  = GT-DIRECTION(GT-SUB)
               MOVE 'M' TO BK-MATCH(BK-SUB)
               MOVE BK-SOURCE-SUB(BK-SUB) TO SR-SUB
               ADD 1                 TO SC-MATCHED(SR-SUB)
               ADD BK-AMOUNT(BK-SUB) TO SC-MATCHED-TOTAL(SR-SUB)
           END-IF.
       390-Mark-Matched.
           MOVE 'M' TO BI-MATCH(BI-SUB).
           MOVE 'M' TO BK-MATCH(BK-SUB).
           ADD 1    TO CTR-BANK-MATCHED.
           MOVE BK-SOURCE-SUB(BK-SUB) TO SR-SUB.
           ADD 1                 TO SC-MATCHED(SR-SUB).
           ADD BK-AMOUNT(BK-SUB) TO SC-MATCHED-TOTAL(SR-SUB).
       400-Write-Report.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING-LINE.
           MOVE WS-ACCOUNT        TO ROL-ACCOUNT.
           MOVE WS-STMT-FROM-DATE TO ROL-STMT-FROM.
           MOVE WS-STMT-DATE      TO ROL-STMT-DATE.
           MOVE WS-PERIOD-START   TO ROL-PERIOD-START.
           MOVE WS-WINDOW-DAYS    TO ROL-WINDOW.
           WRITE REPORT-LINE-OUT FROM REPORT-OPTION-LINE
               AFTER ADVANCING 1.
           IF  NOT CARRY-BALANCE-FOUND
               MOVE SPACES TO RNL-NOTE
               STRING 'FIRST RECONCILIATION - BOOK BALANCE BROUGHT '
                      'FORWARD TAKEN FROM THE STATEMENT OPENING '
                      'BALANCE'
                   DELIMITED BY SIZE INTO RNL-NOTE
               WRITE REPORT-LINE-OUT FROM REPORT-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
           MOVE 'BANK ITEMS NOT ON THE BOOKS' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 3.
           WRITE REPORT-LINE-OUT FROM BANK-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 410-List-Bank-Item
               VARYING BI-SUB FROM 1 BY 1 UNTIL BI-SUB > BI-COUNT.
           MOVE 'BOOK ITEMS NOT YET THROUGH THE BANK' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 3.
           WRITE REPORT-LINE-OUT FROM BOOK-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 420-List-Book-Item
               VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > BK-COUNT.
           IF  CTR-STALE-REVERSED > ZERO
               MOVE 'OUTSTANDING CHECKS REVERSED AS STALE-DATED'
                   TO RSL-TITLE
               WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
                   AFTER ADVANCING 3
               WRITE REPORT-LINE-OUT FROM BOOK-COLUMN-LINE
                   AFTER ADVANCING 2
               PERFORM 425-List-Stale-Item
                   VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > BK-COUNT
           END-IF.
           MOVE 'BOOK ITEMS BY SOURCE' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 3.
           WRITE REPORT-LINE-OUT FROM SOURCE-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 430-Write-Source-Line
               VARYING SR-SUB FROM 1 BY 1 UNTIL SR-SUB > 8.
           PERFORM 450-Write-Proof.
           MOVE CTR-BANK-ITEMS      TO CL1-BANK-ITEMS.
           MOVE CTR-BANK-MATCHED    TO CL1-MATCHED.
           MOVE CTR-BANK-ONLY       TO CL1-BANK-ONLY.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE-1
               AFTER ADVANCING 3.
           MOVE CTR-BOOK-OPEN       TO CL2-OPEN.
           MOVE CTR-AFTER-STATEMENT TO CL2-AFTER.
           MOVE WS-AFTER-STMT-TOTAL TO CL2-AFTER-TOTAL.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE-2
               AFTER ADVANCING 1.
           MOVE CTR-STALE-REVERSED  TO CL3-STALE.
           MOVE CTR-BEFORE-PERIOD   TO CL3-BEFORE.
           MOVE CTR-UNREADABLE      TO CL3-UNREADABLE.
           WRITE REPORT-LINE-OUT FROM COUNT-LINE-3
               AFTER ADVANCING 1.
      * A bank item nobody booked - fees, interest, a deposit the
      * books never saw - is a book adjustment.
       410-List-Bank-Item.
           IF  NOT BI-MATCHED(BI-SUB)
               ADD 1 TO CTR-BANK-ONLY
               MOVE 'Y' TO WS-WARNING-SW
               IF  BI-CREDIT(BI-SUB)
                   ADD BI-AMOUNT(BI-SUB) TO WS-BANK-ONLY-CREDITS
                   MOVE 'CR' TO BDL-DR-CR
               ELSE
                   ADD BI-AMOUNT(BI-SUB) TO WS-BANK-ONLY-DEBITS
                   MOVE 'DR' TO BDL-DR-CR
               END-IF
               MOVE BI-DATE(BI-SUB)      TO BDL-DATE
               MOVE BI-TYPE-CODE(BI-SUB) TO BDL-TYPE-CODE
               MOVE BI-AMOUNT(BI-SUB)    TO BDL-AMOUNT
               MOVE BI-BANK-REF(BI-SUB)  TO BDL-BANK-REF
               MOVE BI-CUST-REF(BI-SUB)  TO BDL-CUST-REF
               MOVE BI-TEXT(BI-SUB)      TO BDL-TEXT
               MOVE BI-NOTE(BI-SUB)      TO BDL-NOTE
               WRITE REPORT-LINE-OUT FROM BANK-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
      * Deposits in transit and outstanding checks and debits, aged
      * from the book date to the statement date
       420-List-Book-Item.
           IF  BK-IN-PLAY(BK-SUB) AND NOT BK-MATCHED(BK-SUB)
               ADD 1 TO CTR-BOOK-OPEN
               MOVE BK-SOURCE-SUB(BK-SUB) TO SR-SUB
               ADD 1                 TO SC-OPEN(SR-SUB)
               ADD BK-AMOUNT(BK-SUB) TO SC-OPEN-TOTAL(SR-SUB)
               IF  BK-RECEIPT(BK-SUB)
                   ADD BK-AMOUNT(BK-SUB) TO WS-IN-TRANSIT
               ELSE
                   ADD BK-AMOUNT(BK-SUB) TO WS-OUTSTANDING
               END-IF
               IF  BK-CARRIED(BK-SUB)
                   MOVE 'CARRIED FROM LAST STATEMENT' TO BKL-NOTE
               ELSE
                   MOVE SPACES TO BKL-NOTE
               END-IF
               PERFORM 428-Write-Book-Line
           END-IF.
           IF  BK-AFTER-STATEMENT(BK-SUB)
               ADD 1                 TO CTR-AFTER-STATEMENT
               ADD BK-AMOUNT(BK-SUB) TO WS-AFTER-STMT-TOTAL
           END-IF.
       425-List-Stale-Item.
           IF  BK-STALE-REVERSED(BK-SUB)
               MOVE 'REVERSED BY STALECHK' TO BKL-NOTE
               PERFORM 428-Write-Book-Line
           END-IF.
       428-Write-Book-Line.
           MOVE SN-SOURCE(BK-SOURCE-SUB(BK-SUB)) TO BKL-SOURCE.
           MOVE BK-REFERENCE(BK-SUB) TO BKL-REFERENCE.
           MOVE BK-DATE(BK-SUB)      TO BKL-DATE.
           IF  BK-RECEIPT(BK-SUB)
               MOVE 'CR' TO BKL-DR-CR
           ELSE
               MOVE 'DR' TO BKL-DR-CR
           END-IF.
           MOVE BK-AMOUNT(BK-SUB)    TO BKL-AMOUNT.
           IF  WS-STMT-DAY > BK-DAY(BK-SUB)
               COMPUTE BKL-DAYS = WS-STMT-DAY - BK-DAY(BK-SUB)
           ELSE
               MOVE ZERO TO BKL-DAYS
           END-IF.
           WRITE REPORT-LINE-OUT FROM BOOK-DETAIL-LINE
               AFTER ADVANCING 1.
       430-Write-Source-Line.
           MOVE SN-SOURCE(SR-SUB)        TO SSL-SOURCE.
           MOVE SC-NEW(SR-SUB)           TO SSL-NEW.
           MOVE SC-NEW-TOTAL(SR-SUB)     TO SSL-NEW-TOTAL.
           MOVE SC-MATCHED(SR-SUB)       TO SSL-MATCHED.
           MOVE SC-MATCHED-TOTAL(SR-SUB) TO SSL-MATCHED-TOTAL.
           MOVE SC-OPEN(SR-SUB)          TO SSL-OPEN.
           MOVE SC-OPEN-TOTAL(SR-SUB)    TO SSL-OPEN-TOTAL.
           WRITE REPORT-LINE-OUT FROM SOURCE-SUMMARY-LINE
               AFTER ADVANCING 1.
      * The statement has to foot on its own; then the bank side,
      * brought to the books by what is in transit, has to equal
      * the book side brought to the bank by what only the bank
      * has seen.
       450-Write-Proof.
           MOVE 'RECONCILIATION' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 3.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
           COMPUTE WS-BANK-FOOTED = WS-BANK-OPENING
               + WS-BANK-CREDITS - WS-BANK-DEBITS.
           MOVE 'STATEMENT OPENING BALANCE'        TO PRL-LABEL.
           MOVE WS-BANK-OPENING                    TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  PLUS CREDITS ON THE STATEMENT'  TO PRL-LABEL.
           MOVE WS-BANK-CREDITS                    TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  LESS DEBITS ON THE STATEMENT'   TO PRL-LABEL.
           MOVE WS-BANK-DEBITS                     TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE 'STATEMENT CLOSING BALANCE'        TO PRL-LABEL.
           MOVE WS-BANK-CLOSING                    TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           IF  WS-BANK-FOOTED NOT = WS-BANK-CLOSING
               MOVE '*** STATEMENT DOES NOT FOOT - ITEMS ADD TO'
                   TO PRL-LABEL
               MOVE WS-BANK-FOOTED TO PRL-AMOUNT
               PERFORM 460-Write-Proof-Line
               MOVE 'Y' TO WS-FAILED-SW
           END-IF.
           COMPUTE WS-ADJUSTED-BANK = WS-BANK-CLOSING
               + WS-IN-TRANSIT - WS-OUTSTANDING.
           MOVE '  PLUS DEPOSITS IN TRANSIT'       TO PRL-LABEL.
           MOVE WS-IN-TRANSIT                      TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  LESS OUTSTANDING CHECKS AND DEBITS'
                                                   TO PRL-LABEL.
           MOVE WS-OUTSTANDING                     TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE 'ADJUSTED BANK BALANCE'            TO PRL-LABEL.
           MOVE WS-ADJUSTED-BANK                   TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
           COMPUTE WS-BOOK-BALANCE = WS-BOOK-FORWARD
               + WS-BOOK-RECEIPTS - WS-BOOK-PAYMENTS
               + WS-STALE-REVERSED.
           COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE
               + WS-BANK-ONLY-CREDITS - WS-BANK-ONLY-DEBITS.
           MOVE 'BOOK BALANCE BROUGHT FORWARD'     TO PRL-LABEL.
           MOVE WS-BOOK-FORWARD                    TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  PLUS RECEIPTS BOOKED'           TO PRL-LABEL.
           MOVE WS-BOOK-RECEIPTS                   TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  LESS PAYMENTS BOOKED'           TO PRL-LABEL.
           MOVE WS-BOOK-PAYMENTS                   TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  PLUS STALE CHECKS REVERSED'     TO PRL-LABEL.
           MOVE WS-STALE-REVERSED                  TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE 'BOOK BALANCE'                     TO PRL-LABEL.
           MOVE WS-BOOK-BALANCE                    TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  PLUS BANK CREDITS NOT ON THE BOOKS'
                                                   TO PRL-LABEL.
           MOVE WS-BANK-ONLY-CREDITS               TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE '  LESS BANK DEBITS NOT ON THE BOOKS'
                                                   TO PRL-LABEL.
           MOVE WS-BANK-ONLY-DEBITS                TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE 'ADJUSTED BOOK BALANCE'            TO PRL-LABEL.
           MOVE WS-ADJUSTED-BOOK                   TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK.
           IF  WS-DIFFERENCE = ZERO
               MOVE 'RECONCILED - DIFFERENCE'      TO PRL-LABEL
           ELSE
               MOVE '*** OUT OF BALANCE - DIFFERENCE'
                                                   TO PRL-LABEL
               MOVE 'Y' TO WS-FAILED-SW
           END-IF.
           MOVE WS-DIFFERENCE                      TO PRL-AMOUNT.
           PERFORM 460-Write-Proof-Line.
       460-Write-Proof-Line.
           WRITE REPORT-LINE-OUT FROM PROOF-LINE
               AFTER ADVANCING 1.
      * A book item is taken once: not before the book period,
      * not again when it is already carried, and into this
      * period's books only up to the statement date.
       500-Take-Book-Item.
           MOVE SPACES  TO DV-DATE-IN.
           MOVE NB-DATE TO DV-DATE-IN(1:8).
           MOVE 'Y'     TO DV-FORMAT.
           MOVE SPACE   TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           EVALUATE TRUE
               WHEN DV-VALID NOT = 'Y'
                   PERFORM 590-Unreadable-Book-Row
               WHEN NB-AMOUNT = ZERO
                   CONTINUE
               WHEN NB-DATE < WS-PERIOD-START
                   ADD 1 TO CTR-BEFORE-PERIOD
               WHEN OTHER
                   PERFORM 510-Find-Carried-Item
                   IF  BOOK-ITEM-FOUND
                       ADD 1 TO CTR-ALREADY-CARRIED
                   ELSE
                       PERFORM 520-Add-Book-Item
                   END-IF
           END-EVALUATE.
       510-Find-Carried-Item.
           MOVE 'N' TO BK-FOUND-SW.
           MOVE 1   TO BK-SUB.
           PERFORM 515-Match-Carried-Item
               UNTIL BK-SUB > WS-CARRIED-COUNT OR BOOK-ITEM-FOUND.
       515-Match-Carried-Item.
           IF  BK-SOURCE-SUB(BK-SUB) = SR-SUB
           AND BK-REFERENCE(BK-SUB)  = NB-REFERENCE
           AND BK-DATE(BK-SUB)       = NB-DATE
           AND BK-DIRECTION(BK-SUB)  = NB-DIRECTION
           AND BK-AMOUNT(BK-SUB)     = NB-AMOUNT
               MOVE 'Y' TO BK-FOUND-SW
           ELSE
               ADD 1 TO BK-SUB
           END-IF.
       520-Add-Book-Item.
           IF  BK-COUNT < 5000
               ADD 1 TO BK-COUNT
               MOVE BK-COUNT     TO BK-SUB
               MOVE SR-SUB       TO BK-SOURCE-SUB(BK-SUB)
               MOVE NB-REFERENCE TO BK-REFERENCE(BK-SUB)
               MOVE NB-DATE      TO BK-DATE(BK-SUB)
               MOVE NB-DATE      TO WS-DATE-YMD-X
               COMPUTE BK-DAY(BK-SUB) =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
               MOVE NB-DIRECTION TO BK-DIRECTION(BK-SUB)
               MOVE NB-AMOUNT    TO BK-AMOUNT(BK-SUB)
               MOVE SPACE        TO BK-MATCH(BK-SUB)
               ADD 1 TO WS-JOB-RECORD-COUNT
               IF  NB-DATE > WS-STMT-DATE
                   MOVE 'F' TO BK-ORIGIN(BK-SUB)
               ELSE
                   MOVE 'N' TO BK-ORIGIN(BK-SUB)
                   PERFORM 525-Count-New-Item
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
       525-Count-New-Item.
           ADD 1                 TO SC-NEW(SR-SUB).
           ADD BK-AMOUNT(BK-SUB) TO SC-NEW-TOTAL(SR-SUB).
           IF  BK-RECEIPT(BK-SUB)
               ADD BK-AMOUNT(BK-SUB) TO WS-BOOK-RECEIPTS
           ELSE
               ADD BK-AMOUNT(BK-SUB) TO WS-BOOK-PAYMENTS
           END-IF.
       590-Unreadable-Book-Row.
           DISPLAY 'BANKREC1 - ' SN-SOURCE(SR-SUB)
                   ' ROW NOT READABLE - NOT TAKEN'.
           ADD 1 TO CTR-UNREADABLE.
           MOVE 'Y' TO WS-WARNING-SW.
       300-Open-Files.
           OPEN OUTPUT RECON-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
      * The next generation: the balance reconciled through the
      * statement date, with the bank-only items booked, then the
      * items still open and the ones dated after the statement
       880-Save-Carry-Forward.
           OPEN OUTPUT CARRY-FORWARD-NEW.
           MOVE SPACES           TO CARRY-FORWARD-NEW-REC.
           MOVE 'B'              TO CN-REC-TYPE.
           MOVE WS-STMT-DATE     TO CN-BOOK-DATE.
           MOVE WS-ADJUSTED-BOOK TO CN-AMOUNT.
           MOVE WS-ACCOUNT       TO CN-ACCOUNT.
           WRITE CARRY-FORWARD-NEW-REC.
           PERFORM 885-Write-Carried-Item
               VARYING BK-SUB FROM 1 BY 1 UNTIL BK-SUB > BK-COUNT.
           CLOSE CARRY-FORWARD-NEW.
       885-Write-Carried-Item.
           IF  (BK-IN-PLAY(BK-SUB) AND NOT BK-MATCHED(BK-SUB))
           OR  BK-AFTER-STATEMENT(BK-SUB)
               MOVE SPACES                TO CARRY-FORWARD-NEW-REC
               MOVE 'I'                   TO CN-REC-TYPE
               MOVE SN-SOURCE(BK-SOURCE-SUB(BK-SUB)) TO CN-SOURCE
               MOVE BK-REFERENCE(BK-SUB)  TO CN-REFERENCE
               MOVE BK-DATE(BK-SUB)       TO CN-BOOK-DATE
               MOVE BK-DIRECTION(BK-SUB)  TO CN-DIRECTION
               MOVE BK-AMOUNT(BK-SUB)     TO CN-AMOUNT
               IF  BK-AFTER-STATEMENT(BK-SUB)
                   MOVE 'F' TO CN-STATUS
               ELSE
                   MOVE 'O' TO CN-STATUS
               END-IF
               WRITE CARRY-FORWARD-NEW-REC
               ADD 1 TO CTR-CARRIED-OUT
           END-IF.
       600-Close-Files.
           CLOSE RECON-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'BANKREC1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
