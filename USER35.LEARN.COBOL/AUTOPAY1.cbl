      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AUTOPAY1.
       AUTHOR.        CUSTOMER AUTOPAY DRAFTING.
      * Drafts customer payments from their own banks by ACH on the
      * statement due date.  The APAYMAST enrollment master carries,
      * per ACCT-NO, the customer's routing and bank account and
      * what to draft - the full balance, the minimum due, or a
      * fixed amount (never less than the minimum due).  Each run:
      *   - applies the bank's returns and NOCs (APAYRTN, BANKRTN1's
      *     layout keyed by ACCT-NO).  A return turns autopay off;
      *     when it is against a draft it also goes to NSFRET1 as a
      *     returned payment (APAYRET, the RETPAY layout), so the
      *     credit is reversed and the fee assessed there.  A NOC
      *     corrects the routing or account;
      *   - applies the enrollment deck (APAYENR).  A new or changed
      *     bank account goes to prenote - a zero-dollar entry the
      *     bank verifies - and drafts start once ten business days
      *     pass with no return, the way DDEPOS01 ages its prenotes;
      *   - drafts every live enrollment whose statement due date
      *     (DELQMAST) has come and not yet been drafted.  The debit
      *     goes on APAYACH in DDEPOS01's batch format and the
      *     matching credit on APAYTRAN for ACCTPOST.
      * The batch trailer must equal the credits written or the
      * file is refused with CC 8.  The file registers on XMITMANF
      * and the credits on CYCCTL, where ACCTPOST's count of what
      * posted has to meet them.  The run date is today unless a
      * YYYYMMDD date is keyed on SYSIN.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTREC
                  FILE STATUS IS ACCT-F-STATUS.
           SELECT APAY-MASTER ASSIGN TO APAYMAST
                  FILE STATUS IS AP-F-STATUS.
           SELECT APAY-NEW   ASSIGN TO APAYNEW.
           SELECT DELQ-MASTER ASSIGN TO DELQMAST
                  FILE STATUS IS DELQ-F-STATUS.
           SELECT ENROLL-FILE ASSIGN TO APAYENR
                  FILE STATUS IS EN-F-STATUS.
           SELECT BANK-RETURN-FILE ASSIGN TO APAYRTN
                  FILE STATUS IS RT-F-STATUS.
           SELECT RETURNED-PAY-FILE ASSIGN TO APAYRET.
           SELECT ACH-EXTRACT ASSIGN TO APAYACH.
           SELECT APAY-TRAN  ASSIGN TO APAYTRAN.
           SELECT APAY-REPORT ASSIGN TO APAYRPT.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
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
           05  FILLER             PIC X(116).
           05  ACCT-STATUS        PIC X(1).
       FD  APAY-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APAY-MASTER-REC.
       01  APAY-MASTER-REC        PIC X(80).
       FD  APAY-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APAY-NEW-REC.
       01  APAY-NEW-REC           PIC X(80).
       FD  DELQ-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DELQ-MASTER-REC.
      * DELQAGE1's master - the latest statement's due date and what
      * is left of its minimum
       01  DELQ-MASTER-REC.
           05  DQ-ACCT-NO         PIC X(8).
           05  DQ-STMT-DATE       PIC 9(8).
           05  DQ-DUE-DATE        PIC 9(8).
           05  DQ-CURRENT-DUE     PIC 9(7)V99.
           05  DQ-PAST-DUE        PIC 9(7)V99.
           05  FILLER             PIC X(38).
       FD  ENROLL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ENROLL-REC.
      * E enrolls, C changes the bank account or the amount (blank
      * or zero fields keep what is there), X cancels
       01  ENROLL-REC.
           05  EN-ACTION          PIC X(1).
               88  EN-ENROLL              VALUE 'E'.
               88  EN-CHANGE              VALUE 'C'.
               88  EN-CANCEL              VALUE 'X'.
           05  EN-ACCT-NO         PIC X(8).
           05  EN-ROUTING         PIC 9(9).
           05  EN-ROUTING-X REDEFINES EN-ROUTING PIC X(9).
           05  EN-BANK-ACCOUNT    PIC X(17).
           05  EN-PAY-OPTION      PIC X(1).
           05  EN-FIXED-AMT       PIC 9(7)V99.
           05  EN-FIXED-AMT-X REDEFINES EN-FIXED-AMT PIC X(9).
           05  FILLER             PIC X(35).
       FD  BANK-RETURN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANK-RETURN-REC.
       01  BANK-RETURN-REC.
           05  RT-ENTRY-TYPE      PIC X(01).
               88  RT-IS-RETURN           VALUE 'R'.
               88  RT-IS-NOC              VALUE 'N'.
           05  RT-REASON-CODE     PIC X(03).
           05  RT-ACCT-NO         PIC X(08).
           05  RT-ROUTING         PIC 9(09).
           05  RT-ACCOUNT         PIC X(17).
           05  RT-CORR-ROUTING    PIC 9(09).
           05  RT-CORR-ACCOUNT    PIC X(17).
           05  FILLER             PIC X(16).
       FD  RETURNED-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETURNED-PAY-REC.
      * NSFRET1's returned-payment card
       01  RETURNED-PAY-REC.
           05  RP-ACCT-NO         PIC X(8).
           05  RP-PAY-DATE        PIC X(10).
           05  RP-AMOUNT          PIC 9(7)V99.
           05  RP-REASON          PIC X(3).
           05  RP-REASON-TEXT     PIC X(25).
           05  FILLER             PIC X(25).
       FD  ACH-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACH-REC.
       01  ACH-REC  PIC X(80).
       FD  APAY-TRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APAY-TRAN-REC.
      * ACCTPOST's transaction layout
       01  APAY-TRAN-REC.
           05  AT-TR-ACCT-NO      PIC X(8).
           05  AT-TR-DR-CR        PIC X(1).
           05  AT-TR-AMOUNT       PIC 9(7)V99.
           05  AT-TR-TRAN-DATE    PIC X(10).
           05  FILLER             PIC X(13).
           05  AT-TR-SOURCE       PIC X(8).
           05  FILLER             PIC X(31).
       FD  APAY-REPORT RECORDING MODE F.
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
       01 AP-F-STATUS             PIC XX VALUE SPACES.
          88 AP-OPEN-OK                 VALUE '00'.
       01 DELQ-F-STATUS           PIC XX VALUE SPACES.
          88 DELQ-OPEN-OK               VALUE '00'.
       01 EN-F-STATUS             PIC XX VALUE SPACES.
          88 EN-OPEN-OK                 VALUE '00'.
       01 RT-F-STATUS             PIC XX VALUE SPACES.
          88 RT-OPEN-OK                 VALUE '00'.
       01 FLAGS.
          05 ACCT-LASTREC         PIC X VALUE SPACE.
          05 AP-LASTREC           PIC X VALUE SPACE.
          05 DELQ-LASTREC         PIC X VALUE SPACE.
          05 EN-LASTREC           PIC X VALUE SPACE.
          05 RT-LASTREC           PIC X VALUE SPACE.
          05 WS-MASTER-AVAILABLE  PIC X VALUE 'Y'.
      * Prenote aging - live after ten business days with no return
       77 WS-PRENOTE-WAIT-DAYS    PIC 9(3)  VALUE 10.
      * Run date - today, or the YYYYMMDD keyed on SYSIN
       01 WS-RUN-DATE-CARD        PIC X(8)  VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY          PIC 9(4).
          05 WS-RUN-MM            PIC 9(2).
          05 WS-RUN-DD            PIC 9(2).
       01 WS-RUN-DATE-ISO         PIC X(10) VALUE SPACES.
       01 WS-GO-LIVE-YMD          PIC 9(8)  VALUE ZERO.
       01 WS-DATE-WORK            PIC 9(8)  VALUE ZERO.
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
          05 WS-DW-YYYY           PIC 9(4).
          05 WS-DW-MM             PIC 9(2).
          05 WS-DW-DD             PIC 9(2).
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
      * Balance, name and status of every account
       01 ACCT-TABLE-AREA.
          05 AC-COUNT             PIC 9(4) COMP VALUE 0.
          05 AC-SUB               PIC 9(4) COMP VALUE 0.
          05 ACCT-TABLE OCCURS 1000 TIMES.
             10 AC-ACCT-NO        PIC X(8).
             10 AC-BALANCE        PIC S9(7)V99 COMP-3.
             10 AC-NAME           PIC X(22).
             10 AC-STATUS         PIC X(1).
                88 AC-CLOSED            VALUE 'C'.
       01 ACCT-FOUND-SW           PIC X VALUE 'N'.
          88 ACCT-ENTRY-FOUND           VALUE 'Y'.
      * The statement due dates, from DELQAGE1
       01 DUE-TABLE-AREA.
          05 DU-COUNT             PIC 9(4) COMP VALUE 0.
          05 DU-SUB               PIC 9(4) COMP VALUE 0.
          05 DUE-TABLE OCCURS 1000 TIMES.
             10 DU-ACCT-NO        PIC X(8).
             10 DU-DUE-DATE       PIC 9(8).
             10 DU-CURRENT-DUE    PIC 9(7)V99.
       01 DUE-FOUND-SW            PIC X VALUE 'N'.
          88 DUE-ENTRY-FOUND            VALUE 'Y'.
      * The enrollment master in core
       01 APAY-TABLE-AREA.
          05 AP-COUNT             PIC 9(4) COMP VALUE 0.
          05 AP-SUB               PIC 9(4) COMP VALUE 0.
          05 APAY-TABLE OCCURS 1000 TIMES.
             10 AP-RECORD         PIC X(80).
             10 AP-RECORD-RDF REDEFINES AP-RECORD.
                15 AP-ACCT-NO       PIC X(8).
                15 AP-ROUTING       PIC 9(9).
                15 AP-BANK-ACCOUNT  PIC X(17).
      * F = full balance, M = minimum due, X = fixed amount
                15 AP-PAY-OPTION    PIC X(1).
                   88 AP-PAY-FULL          VALUE 'F'.
                   88 AP-PAY-MINIMUM       VALUE 'M'.
                   88 AP-PAY-FIXED         VALUE 'X'.
                15 AP-FIXED-AMT     PIC 9(7)V99.
      * A = live, P = prenote, I = stopped by a bank return,
      * C = cancelled by the customer
                15 AP-STATUS        PIC X(1).
                   88 AP-LIVE              VALUE 'A'.
                   88 AP-PRENOTE           VALUE 'P'.
                   88 AP-STOPPED           VALUE 'I'.
                   88 AP-CANCELLED         VALUE 'C'.
                15 AP-PRENOTE-DATE  PIC 9(8).
      * The due date last drafted, and the draft itself - what a
      * bank return against it reverses
                15 AP-LAST-DUE-DATE PIC 9(8).
                15 AP-LAST-DRAFT-DATE PIC 9(8).
                15 AP-LAST-DRAFT-AMT  PIC 9(7)V99.
                15 FILLER           PIC X(2).
       01 APAY-TABLE-FULL         PIC X VALUE 'N'.
          88 APAY-TABLE-IS-FULL         VALUE 'Y'.
       01 APAY-FOUND-SW           PIC X VALUE 'N'.
          88 APAY-ENTRY-FOUND           VALUE 'Y'.
       01 WS-SEARCH-KEY           PIC X(8)  VALUE SPACES.
       01 WS-DRAFT-AMT            PIC 9(7)V99 VALUE ZERO.
      * ABA routing check digit - weights 3 7 1 across the nine
      * digits must sum to a multiple of ten
       01 WS-ROUTING-CHECK.
          05 WS-RC-ROUTING        PIC 9(9).
          05 WS-RC-DIGITS REDEFINES WS-RC-ROUTING.
             10 WS-RC-DIGIT       PIC 9 OCCURS 9 TIMES.
          05 WS-RC-SUM            PIC 9(4).
          05 WS-RC-QUOTIENT       PIC 9(4).
          05 WS-RC-REMAINDER      PIC 9(2).
       01 ROUTING-VALID-SW        PIC X VALUE 'N'.
          88 ROUTING-IS-VALID           VALUE 'Y'.
      *    ACH batch records - DDEPOS01's layout.  Every entry here
      *    is a debit, so the trailer's credit total stays zero.
       01 ACH-BATCH-HEADER.
          05 FILLER                PIC X(01) VALUE '1'.
          05 FILLER                PIC X(16) VALUE 'AUTOPAY DEBIT   '.
          05 ABH-CREATE-DATE       PIC X(08).
          05 FILLER                PIC X(55) VALUE SPACES.
       01 ACH-ENTRY-REC.
          05 FILLER                PIC X(01) VALUE '6'.
          05 AE-ROUTING            PIC 9(09).
          05 AE-ACCOUNT            PIC X(17).
          05 AE-AMOUNT             PIC 9(8)V99.
          05 AE-ACCT-NO            PIC X(08).
          05 AE-NAME               PIC X(22).
          05 FILLER                PIC X(13) VALUE SPACES.
       01 ACH-BATCH-TRAILER.
          05 FILLER                PIC X(01) VALUE '8'.
          05 ABT-ENTRY-COUNT       PIC 9(06).
          05 ABT-DEBIT-TOTAL       PIC 9(10)V99.
          05 ABT-CREDIT-TOTAL      PIC 9(10)V99.
          05 ABT-ROUTING-HASH      PIC 9(10).
          05 FILLER                PIC X(39) VALUE SPACES.
       01 WS-BATCH-CONTROLS.
          05 WS-ENTRY-COUNT        PIC 9(06)    VALUE ZEROS.
          05 WS-DEBIT-TOTAL        PIC 9(10)V99 VALUE ZEROS.
          05 WS-ROUTING-HASH       PIC 9(10)    VALUE ZEROS.
          05 WS-CREDIT-COUNT       PIC 9(07)    VALUE ZEROS.
          05 WS-CREDIT-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       01 WS-APAY-COUNTS.
          05 CTR-DRAFTED           PIC 9(5) VALUE ZERO.
          05 CTR-PRENOTES          PIC 9(5) VALUE ZERO.
          05 CTR-ENROLL-APPLIED    PIC 9(5) VALUE ZERO.
          05 CTR-ENROLL-REJECTED   PIC 9(5) VALUE ZERO.
          05 CTR-RETURNS           PIC 9(5) VALUE ZERO.
          05 CTR-NOCS              PIC 9(5) VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 REPORT-HEADING.
          05 FILLER   PIC X(30) VALUE
                'AUTOPAY DRAFT REPORT  RUN DATE'.
          05 FILLER   PIC X(02) VALUE ': '.
          05 RH-RUN-DATE PIC X(10).
       01 REPORT-DETAIL-LINE.
          05 RDL-ACCT-NO          PIC X(8).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-KIND             PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 RDL-AMOUNT           PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 RDL-TEXT             PIC X(49).
       01 REPORT-TOTAL-LINE-1.
          05 FILLER   PIC X(09) VALUE 'DRAFTED: '.
          05 RT1-DRAFTED          PIC ZZZZ9.
          05 FILLER   PIC X(12) VALUE '  PRENOTES: '.
          05 RT1-PRENOTES         PIC ZZZZ9.
          05 FILLER   PIC X(11) VALUE '  RETURNS: '.
          05 RT1-RETURNS          PIC ZZZZ9.
          05 FILLER   PIC X(08) VALUE '  NOCS: '.
          05 RT1-NOCS             PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-2.
          05 FILLER   PIC X(20) VALUE 'ENROLLMENTS APPLIED:'.
          05 RT2-APPLIED          PIC ZZZZ9.
          05 FILLER   PIC X(12) VALUE '  REJECTED: '.
          05 RT2-REJECTED         PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-3.
          05 FILLER   PIC X(15) VALUE 'TRAILER DEBITS '.
          05 RT3-DEBITS           PIC $$$,$$$,$$9.99.
          05 FILLER   PIC X(17) VALUE '  CREDITS POSTED '.
          05 RT3-CREDITS          PIC $$$,$$$,$$9.99.
          05 FILLER   PIC X(01) VALUE SPACE.
          05 RT3-PROOF            PIC X(11).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
           PERFORM 000-OPEN-FILES.
           PERFORM 100-LOAD-ACCOUNTS UNTIL ACCT-LASTREC = 'Y'.
           PERFORM 120-LOAD-APAY-MASTER.
           PERFORM 130-LOAD-DUE-DATES.
           PERFORM 200-APPLY-BANK-RETURNS.
           PERFORM 300-APPLY-ENROLLMENTS.
           PERFORM 400-DRAFT-ONE-ENROLLMENT
               VARYING AP-SUB FROM 1 BY 1 UNTIL AP-SUB > AP-COUNT.
           PERFORM 500-WRITE-BATCH-TRAILER.
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
                   DISPLAY 'AUTOPAY1 - BAD RUN DATE: '
                           WS-RUN-DATE-CARD
                   MOVE 'N' TO WS-MASTER-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
           OPEN OUTPUT APAY-REPORT.
           MOVE WS-RUN-DATE-ISO TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
           OPEN OUTPUT ACH-EXTRACT.
           MOVE WS-RUN-DATE TO ABH-CREATE-DATE.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
           OPEN OUTPUT APAY-TRAN.
           OPEN OUTPUT RETURNED-PAY-FILE.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT ACCT-REC
               IF NOT ACCT-OPEN-OK
                   DISPLAY 'ACCTREC FILE STATUS: ' ACCT-F-STATUS
                   MOVE 'N' TO WS-MASTER-AVAILABLE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF  WS-MASTER-AVAILABLE = 'Y'
               PERFORM 150-READ-ACCOUNT
           ELSE
               MOVE 'Y' TO ACCT-LASTREC
           END-IF.
       100-LOAD-ACCOUNTS.
           IF  AC-COUNT < 1000
               ADD 1 TO AC-COUNT
               MOVE ACCT-NO      TO AC-ACCT-NO(AC-COUNT)
               MOVE ACCT-BALANCE TO AC-BALANCE(AC-COUNT)
               MOVE ACCT-STATUS  TO AC-STATUS(AC-COUNT)
               MOVE SPACES       TO AC-NAME(AC-COUNT)
               STRING FIRST-NAME DELIMITED BY SPACE
                      ' '        DELIMITED BY SIZE
                      LAST-NAME  DELIMITED BY SPACE
                   INTO AC-NAME(AC-COUNT)
           ELSE
               DISPLAY 'ACCOUNT TABLE FULL - ' ACCT-NO
                       ' CANNOT DRAFT'
           END-IF.
           PERFORM 150-READ-ACCOUNT.
      * No master yet is the first run - the table starts empty.
       120-LOAD-APAY-MASTER.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT APAY-MASTER
               IF  AP-OPEN-OK
                   PERFORM 125-READ-APAY
                   PERFORM 127-STORE-APAY UNTIL AP-LASTREC = 'Y'
                   CLOSE APAY-MASTER
               ELSE
                   DISPLAY 'APAYMAST FILE STATUS: ' AP-F-STATUS
                   DISPLAY 'AUTOPAY MASTER STARTS EMPTY THIS RUN'
               END-IF
           END-IF.
       125-READ-APAY.
           READ APAY-MASTER
               AT END MOVE 'Y' TO AP-LASTREC
           END-READ.
       127-STORE-APAY.
           IF  AP-COUNT < 1000
               ADD 1 TO AP-COUNT
               MOVE APAY-MASTER-REC TO AP-RECORD(AP-COUNT)
           ELSE
               MOVE 'Y' TO APAY-TABLE-FULL
               DISPLAY 'AUTOPAY TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 125-READ-APAY.
      * No delinquency master means no statement has come due yet.
       130-LOAD-DUE-DATES.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT DELQ-MASTER
               IF  DELQ-OPEN-OK
                   PERFORM 135-READ-DELQ
                   PERFORM 137-STORE-DUE UNTIL DELQ-LASTREC = 'Y'
                   CLOSE DELQ-MASTER
               ELSE
                   DISPLAY 'DELQMAST FILE STATUS: ' DELQ-F-STATUS
                   DISPLAY 'NO STATEMENTS DUE - NOTHING DRAFTS'
               END-IF
           END-IF.
       135-READ-DELQ.
           READ DELQ-MASTER
               AT END MOVE 'Y' TO DELQ-LASTREC
           END-READ.
       137-STORE-DUE.
           IF  DU-COUNT < 1000
               ADD 1 TO DU-COUNT
               MOVE DQ-ACCT-NO     TO DU-ACCT-NO(DU-COUNT)
               MOVE DQ-DUE-DATE    TO DU-DUE-DATE(DU-COUNT)
               MOVE DQ-CURRENT-DUE TO DU-CURRENT-DUE(DU-COUNT)
           ELSE
               DISPLAY 'DUE-DATE TABLE FULL - ' DQ-ACCT-NO
                       ' CANNOT DRAFT'
           END-IF.
           PERFORM 135-READ-DELQ.
       150-READ-ACCOUNT.
           READ ACCT-REC
               AT END MOVE 'Y' TO ACCT-LASTREC
           END-READ.
       160-FIND-APAY.
           MOVE 'N' TO APAY-FOUND-SW.
           MOVE 1   TO AP-SUB.
           PERFORM 165-MATCH-APAY
               UNTIL AP-SUB > AP-COUNT OR APAY-ENTRY-FOUND.
       165-MATCH-APAY.
           IF  AP-ACCT-NO(AP-SUB) = WS-SEARCH-KEY
               MOVE 'Y' TO APAY-FOUND-SW
           ELSE
               ADD 1 TO AP-SUB
           END-IF.
       170-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND-SW.
           MOVE 1   TO AC-SUB.
           PERFORM 175-MATCH-ACCOUNT
               UNTIL AC-SUB > AC-COUNT OR ACCT-ENTRY-FOUND.
       175-MATCH-ACCOUNT.
           IF  AC-ACCT-NO(AC-SUB) = WS-SEARCH-KEY
               MOVE 'Y' TO ACCT-FOUND-SW
           ELSE
               ADD 1 TO AC-SUB
           END-IF.
       180-FIND-DUE.
           MOVE 'N' TO DUE-FOUND-SW.
           MOVE 1   TO DU-SUB.
           PERFORM 185-MATCH-DUE
               UNTIL DU-SUB > DU-COUNT OR DUE-ENTRY-FOUND.
       185-MATCH-DUE.
           IF  DU-ACCT-NO(DU-SUB) = WS-SEARCH-KEY
               MOVE 'Y' TO DUE-FOUND-SW
           ELSE
               ADD 1 TO DU-SUB
           END-IF.
       190-CHECK-ROUTING.
           MOVE 'N' TO ROUTING-VALID-SW.
           IF  WS-RC-ROUTING NOT = ZERO
               COMPUTE WS-RC-SUM =
                   3 * (WS-RC-DIGIT(1) + WS-RC-DIGIT(4)
                        + WS-RC-DIGIT(7))
               COMPUTE WS-RC-SUM = WS-RC-SUM +
                   7 * (WS-RC-DIGIT(2) + WS-RC-DIGIT(5)
                        + WS-RC-DIGIT(8))
               COMPUTE WS-RC-SUM = WS-RC-SUM +
                   WS-RC-DIGIT(3) + WS-RC-DIGIT(6) + WS-RC-DIGIT(9)
               DIVIDE WS-RC-SUM BY 10 GIVING WS-RC-QUOTIENT
                   REMAINDER WS-RC-REMAINDER
               IF  WS-RC-REMAINDER = ZERO
                   MOVE 'Y' TO ROUTING-VALID-SW
               END-IF
           END-IF.
      * The bank's returns and NOCs, BANKRTN1-style: a return stops
      * autopay, a NOC corrects the account on file.  A return of a
      * draft (not a prenote) goes on to NSFRET1 to reverse the
      * credit the draft posted.
       200-APPLY-BANK-RETURNS.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT BANK-RETURN-FILE
               IF  RT-OPEN-OK
                   PERFORM 210-READ-BANK-RETURN
                   PERFORM 220-APPLY-ONE-RETURN
                       UNTIL RT-LASTREC = 'Y'
                   CLOSE BANK-RETURN-FILE
               ELSE
                   DISPLAY 'APAYRTN FILE STATUS: ' RT-F-STATUS
                   DISPLAY 'NO AUTOPAY RETURNS TODAY'
               END-IF
           END-IF.
       210-READ-BANK-RETURN.
           READ BANK-RETURN-FILE
               AT END MOVE 'Y' TO RT-LASTREC
           END-READ.
       220-APPLY-ONE-RETURN.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE RT-ACCT-NO TO WS-SEARCH-KEY RDL-ACCT-NO.
           PERFORM 160-FIND-APAY.
           MOVE ZERO TO RDL-AMOUNT.
           IF  APAY-ENTRY-FOUND
           AND AP-ROUTING(AP-SUB) = RT-ROUTING
           AND AP-BANK-ACCOUNT(AP-SUB) = RT-ACCOUNT
               EVALUATE TRUE
                   WHEN RT-IS-RETURN
                       PERFORM 230-STOP-ON-RETURN
                   WHEN RT-IS-NOC
                       ADD 1 TO CTR-NOCS
                       MOVE 'NOC'     TO RDL-KIND
                       IF  RT-CORR-ROUTING NOT = ZEROS
                           MOVE RT-CORR-ROUTING TO AP-ROUTING(AP-SUB)
                       END-IF
                       IF  RT-CORR-ACCOUNT NOT = SPACES
                           MOVE RT-CORR-ACCOUNT
                               TO AP-BANK-ACCOUNT(AP-SUB)
                       END-IF
                       MOVE 'ROUTING/ACCOUNT CORRECTED PER BANK NOC'
                           TO RDL-TEXT
                   WHEN OTHER
                       MOVE '?'       TO RDL-KIND
                       MOVE 'UNKNOWN ENTRY TYPE - NOT APPLIED'
                           TO RDL-TEXT
               END-EVALUATE
           ELSE
               MOVE 'RETURN?'  TO RDL-KIND
               MOVE 'NO MATCHING ENROLLMENT - NOT APPLIED'
                   TO RDL-TEXT
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 210-READ-BANK-RETURN.
       230-STOP-ON-RETURN.
           ADD 1 TO CTR-RETURNS.
           MOVE 'RETURN'  TO RDL-KIND.
           MOVE 'I'       TO AP-STATUS(AP-SUB).
           IF  AP-LAST-DRAFT-AMT(AP-SUB) > ZERO
               MOVE AP-LAST-DRAFT-AMT(AP-SUB) TO RDL-AMOUNT
               MOVE SPACES TO RETURNED-PAY-REC
               MOVE AP-ACCT-NO(AP-SUB) TO RP-ACCT-NO
               MOVE AP-LAST-DRAFT-DATE(AP-SUB) TO WS-DATE-WORK
               STRING WS-DW-YYYY '-' WS-DW-MM '-' WS-DW-DD
                   DELIMITED BY SIZE INTO RP-PAY-DATE
               MOVE AP-LAST-DRAFT-AMT(AP-SUB) TO RP-AMOUNT
               MOVE RT-REASON-CODE TO RP-REASON
               MOVE 'AUTOPAY DEBIT RETURNED' TO RP-REASON-TEXT
               WRITE RETURNED-PAY-REC
               MOVE ZERO TO AP-LAST-DRAFT-AMT(AP-SUB)
               MOVE 'AUTOPAY STOPPED - DRAFT TO NSFRET1 FOR REVERSAL'
                   TO RDL-TEXT
           ELSE
               MOVE 'AUTOPAY STOPPED - PRENOTE OR NO DRAFT RETURNED'
                   TO RDL-TEXT
           END-IF.
      * Enrollment deck.  Every card reports, applied or not.
       300-APPLY-ENROLLMENTS.
           IF  WS-MASTER-AVAILABLE = 'Y'
               OPEN INPUT ENROLL-FILE
               IF  EN-OPEN-OK
                   PERFORM 310-READ-ENROLLMENT
                   PERFORM 320-APPLY-ONE-ENROLLMENT
                       UNTIL EN-LASTREC = 'Y'
                   CLOSE ENROLL-FILE
               ELSE
                   DISPLAY 'APAYENR FILE STATUS: ' EN-F-STATUS
                   DISPLAY 'NO AUTOPAY ENROLLMENTS TODAY'
               END-IF
           END-IF.
       310-READ-ENROLLMENT.
           READ ENROLL-FILE
               AT END MOVE 'Y' TO EN-LASTREC
           END-READ.
       320-APPLY-ONE-ENROLLMENT.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE EN-ACCT-NO TO WS-SEARCH-KEY RDL-ACCT-NO.
           MOVE ZERO       TO RDL-AMOUNT.
           MOVE SPACES     TO RDL-TEXT.
           PERFORM 170-FIND-ACCOUNT.
           PERFORM 160-FIND-APAY.
           EVALUATE TRUE
               WHEN EN-ENROLL
                   MOVE 'ENROLL'  TO RDL-KIND
                   PERFORM 330-ENROLL
               WHEN EN-CHANGE
                   MOVE 'CHANGE'  TO RDL-KIND
                   PERFORM 340-CHANGE
               WHEN EN-CANCEL
                   MOVE 'CANCEL'  TO RDL-KIND
                   PERFORM 350-CANCEL
               WHEN OTHER
                   MOVE EN-ACTION TO RDL-KIND
                   MOVE 'UNKNOWN ACTION - CARD REJECTED' TO RDL-TEXT
           END-EVALUATE.
           IF  RDL-TEXT(1:8) = 'REJECTED' OR RDL-TEXT(1:7) = 'UNKNOWN'
               ADD 1 TO CTR-ENROLL-REJECTED
           ELSE
               ADD 1 TO CTR-ENROLL-APPLIED
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 310-READ-ENROLLMENT.
       330-ENROLL.
           MOVE EN-ROUTING TO WS-RC-ROUTING.
           IF  EN-ROUTING-X IS NUMERIC
               PERFORM 190-CHECK-ROUTING
           ELSE
               MOVE 'N' TO ROUTING-VALID-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT ACCT-ENTRY-FOUND
                   MOVE 'REJECTED - ACCOUNT NOT ON MASTER' TO RDL-TEXT
               WHEN AC-CLOSED(AC-SUB)
                   MOVE 'REJECTED - ACCOUNT IS CLOSED' TO RDL-TEXT
               WHEN APAY-ENTRY-FOUND
               AND (AP-LIVE(AP-SUB) OR AP-PRENOTE(AP-SUB))
                   MOVE 'REJECTED - ALREADY ENROLLED - USE A C CARD'
                       TO RDL-TEXT
               WHEN NOT ROUTING-IS-VALID
                   MOVE 'REJECTED - ROUTING NUMBER FAILS CHECK DIGIT'
                       TO RDL-TEXT
               WHEN EN-BANK-ACCOUNT = SPACES
                   MOVE 'REJECTED - NO BANK ACCOUNT NUMBER' TO RDL-TEXT
               WHEN EN-PAY-OPTION NOT = 'F' AND NOT = 'M'
                                    AND NOT = 'X'
                   MOVE 'REJECTED - PAY OPTION MUST BE F, M OR X'
                       TO RDL-TEXT
               WHEN EN-PAY-OPTION = 'X'
               AND (EN-FIXED-AMT-X IS NOT NUMERIC
                    OR EN-FIXED-AMT = ZERO)
                   MOVE 'REJECTED - FIXED AMOUNT MISSING' TO RDL-TEXT
               WHEN OTHER
                   PERFORM 335-ADD-ENROLLMENT
           END-EVALUATE.
      * A re-enrollment after a stop or cancel reuses the row and
      * keeps the last statement drafted, so it is not drafted twice.
       335-ADD-ENROLLMENT.
           IF  NOT APAY-ENTRY-FOUND
               IF  AP-COUNT < 1000
                   ADD 1 TO AP-COUNT
                   MOVE AP-COUNT TO AP-SUB
                   MOVE 'Y' TO APAY-FOUND-SW
               ELSE
                   MOVE 'Y' TO APAY-TABLE-FULL
                   MOVE 'REJECTED - AUTOPAY TABLE FULL' TO RDL-TEXT
               END-IF
           END-IF.
           IF  APAY-ENTRY-FOUND
               MOVE AP-LAST-DUE-DATE(AP-SUB) TO WS-DATE-WORK
               IF  WS-DATE-WORK IS NOT NUMERIC
                   MOVE ZERO TO WS-DATE-WORK
               END-IF
               MOVE SPACES          TO AP-RECORD(AP-SUB)
               MOVE EN-ACCT-NO      TO AP-ACCT-NO(AP-SUB)
               MOVE EN-ROUTING      TO AP-ROUTING(AP-SUB)
               MOVE EN-BANK-ACCOUNT TO AP-BANK-ACCOUNT(AP-SUB)
               MOVE EN-PAY-OPTION   TO AP-PAY-OPTION(AP-SUB)
               IF  EN-FIXED-AMT-X IS NUMERIC
                   MOVE EN-FIXED-AMT TO AP-FIXED-AMT(AP-SUB)
               ELSE
                   MOVE ZERO         TO AP-FIXED-AMT(AP-SUB)
               END-IF
               MOVE WS-DATE-WORK TO AP-LAST-DUE-DATE(AP-SUB)
               MOVE ZERO TO AP-LAST-DRAFT-DATE(AP-SUB)
                            AP-LAST-DRAFT-AMT(AP-SUB)
               PERFORM 360-START-PRENOTE
           END-IF.
      * A new bank account prenotes again; a new amount or option
      * alone takes effect with the next draft.
       340-CHANGE.
           IF  EN-ROUTING-X IS NUMERIC AND EN-ROUTING NOT = ZERO
               MOVE EN-ROUTING TO WS-RC-ROUTING
               PERFORM 190-CHECK-ROUTING
           ELSE
               MOVE 'Y' TO ROUTING-VALID-SW
           END-IF.
           EVALUATE TRUE
               WHEN NOT APAY-ENTRY-FOUND
                   MOVE 'REJECTED - NOT ENROLLED' TO RDL-TEXT
               WHEN AP-CANCELLED(AP-SUB)
                   MOVE 'REJECTED - CANCELLED - USE AN E CARD'
                       TO RDL-TEXT
               WHEN NOT ROUTING-IS-VALID
                   MOVE 'REJECTED - ROUTING NUMBER FAILS CHECK DIGIT'
                       TO RDL-TEXT
               WHEN EN-PAY-OPTION NOT = SPACE AND NOT = 'F'
                    AND NOT = 'M' AND NOT = 'X'
                   MOVE 'REJECTED - PAY OPTION MUST BE F, M OR X'
                       TO RDL-TEXT
               WHEN OTHER
                   PERFORM 345-APPLY-CHANGE
           END-EVALUATE.
       345-APPLY-CHANGE.
           IF  EN-PAY-OPTION NOT = SPACE
               MOVE EN-PAY-OPTION TO AP-PAY-OPTION(AP-SUB)
           END-IF.
           IF  EN-FIXED-AMT-X IS NUMERIC AND EN-FIXED-AMT > ZERO
               MOVE EN-FIXED-AMT TO AP-FIXED-AMT(AP-SUB)
           END-IF.
           IF  (EN-ROUTING-X IS NUMERIC AND EN-ROUTING NOT = ZERO)
           OR  EN-BANK-ACCOUNT NOT = SPACES
               IF  EN-ROUTING-X IS NUMERIC AND EN-ROUTING NOT = ZERO
                   MOVE EN-ROUTING TO AP-ROUTING(AP-SUB)
               END-IF
               IF  EN-BANK-ACCOUNT NOT = SPACES
                   MOVE EN-BANK-ACCOUNT TO AP-BANK-ACCOUNT(AP-SUB)
               END-IF
               PERFORM 360-START-PRENOTE
           ELSE
               IF  AP-PAY-FIXED(AP-SUB)
               AND AP-FIXED-AMT(AP-SUB) = ZERO
                   MOVE 'M' TO AP-PAY-OPTION(AP-SUB)
                   MOVE 'CHANGED - NO FIXED AMOUNT, DRAFTS MINIMUM'
                       TO RDL-TEXT
               ELSE
                   MOVE 'CHANGED - TAKES EFFECT WITH THE NEXT DRAFT'
                       TO RDL-TEXT
               END-IF
           END-IF.
       350-CANCEL.
           IF  APAY-ENTRY-FOUND
               MOVE 'C' TO AP-STATUS(AP-SUB)
               MOVE 'CANCELLED - NO FURTHER DRAFTS' TO RDL-TEXT
           ELSE
               MOVE 'REJECTED - NOT ENROLLED' TO RDL-TEXT
           END-IF.
      * DDEPOS01's prenote - a zero-dollar entry to the new account.
       360-START-PRENOTE.
           MOVE 'P'         TO AP-STATUS(AP-SUB).
           MOVE WS-RUN-DATE TO AP-PRENOTE-DATE(AP-SUB).
           MOVE AP-ROUTING(AP-SUB)      TO AE-ROUTING.
           MOVE AP-BANK-ACCOUNT(AP-SUB) TO AE-ACCOUNT.
           MOVE ZERO                    TO AE-AMOUNT.
           MOVE AP-ACCT-NO(AP-SUB)      TO AE-ACCT-NO.
           IF  ACCT-ENTRY-FOUND
               MOVE AC-NAME(AC-SUB)     TO AE-NAME
           ELSE
               MOVE SPACES              TO AE-NAME
           END-IF.
           WRITE ACH-REC FROM ACH-ENTRY-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO CTR-PRENOTES.
           COMPUTE WS-ROUTING-HASH =
               FUNCTION MOD(WS-ROUTING-HASH + AP-ROUTING(AP-SUB),
                            10000000000).
           MOVE 'PRENOTE SENT - DRAFTS START WHEN IT CLEARS'
               TO RDL-TEXT.
      * Prenotes age first; then a live enrollment drafts once per
      * statement, on or after its due date.
       400-DRAFT-ONE-ENROLLMENT.
           IF  AP-PRENOTE(AP-SUB)
           AND AP-PRENOTE-DATE(AP-SUB) < WS-RUN-DATE
               PERFORM 410-CHECK-PRENOTE-AGE
           END-IF.
           IF  AP-LIVE(AP-SUB)
               MOVE AP-ACCT-NO(AP-SUB) TO WS-SEARCH-KEY
               PERFORM 180-FIND-DUE
               IF  DUE-ENTRY-FOUND
                   IF  DU-DUE-DATE(DU-SUB) > AP-LAST-DUE-DATE(AP-SUB)
                   AND DU-DUE-DATE(DU-SUB) NOT > WS-RUN-DATE
                       PERFORM 170-FIND-ACCOUNT
                       PERFORM 420-DRAFT-STATEMENT
                   END-IF
               END-IF
           END-IF.
       410-CHECK-PRENOTE-AGE.
           MOVE SPACES TO DV-DATE-IN.
           MOVE AP-PRENOTE-DATE(AP-SUB) TO DV-DATE-IN(1:8).
           MOVE 'Y'                  TO DV-FORMAT.
           MOVE 'A'                  TO DV-FUNCTION.
           MOVE WS-PRENOTE-WAIT-DAYS TO DV-DAY-COUNT.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE SPACE                TO DV-FUNCTION.
           IF  DV-VALID = 'Y'
               COMPUTE WS-GO-LIVE-YMD = FUNCTION NUMVAL(DV-DATE-OUT)
               IF  WS-RUN-DATE NOT < WS-GO-LIVE-YMD
                   MOVE 'A' TO AP-STATUS(AP-SUB)
                   MOVE AP-ACCT-NO(AP-SUB) TO RDL-ACCT-NO
                   MOVE 'LIVE'    TO RDL-KIND
                   MOVE ZERO      TO RDL-AMOUNT
                   MOVE 'PRENOTE CLEARED - AUTOPAY NOW LIVE'
                       TO RDL-TEXT
                   WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.
      * Full balance drafts what the account owes today; the minimum
      * drafts what is left of the minimum; a fixed amount is raised
      * to the minimum so autopay never leaves the account late.
       420-DRAFT-STATEMENT.
           MOVE AP-ACCT-NO(AP-SUB) TO RDL-ACCT-NO.
           MOVE 'DRAFT'            TO RDL-KIND.
           MOVE DU-DUE-DATE(DU-SUB) TO AP-LAST-DUE-DATE(AP-SUB).
           EVALUATE TRUE
               WHEN NOT ACCT-ENTRY-FOUND
                   MOVE ZERO TO WS-DRAFT-AMT
               WHEN AC-CLOSED(AC-SUB)
                   MOVE ZERO TO WS-DRAFT-AMT
               WHEN AP-PAY-FULL(AP-SUB)
                   IF  AC-BALANCE(AC-SUB) > ZERO
                       MOVE AC-BALANCE(AC-SUB) TO WS-DRAFT-AMT
                   ELSE
                       MOVE ZERO TO WS-DRAFT-AMT
                   END-IF
               WHEN AP-PAY-FIXED(AP-SUB)
                   MOVE AP-FIXED-AMT(AP-SUB) TO WS-DRAFT-AMT
                   IF  WS-DRAFT-AMT < DU-CURRENT-DUE(DU-SUB)
                       MOVE DU-CURRENT-DUE(DU-SUB) TO WS-DRAFT-AMT
                   END-IF
                   IF  AC-BALANCE(AC-SUB) < WS-DRAFT-AMT
                       IF  AC-BALANCE(AC-SUB) > ZERO
                           MOVE AC-BALANCE(AC-SUB) TO WS-DRAFT-AMT
                       ELSE
                           MOVE ZERO TO WS-DRAFT-AMT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE DU-CURRENT-DUE(DU-SUB) TO WS-DRAFT-AMT
           END-EVALUATE.
           MOVE WS-DRAFT-AMT TO RDL-AMOUNT.
           IF  WS-DRAFT-AMT > ZERO
               PERFORM 430-WRITE-DRAFT
               MOVE 'DRAFTED - CREDIT TO ACCTPOST' TO RDL-TEXT
           ELSE
               IF  ACCT-ENTRY-FOUND AND NOT AC-CLOSED(AC-SUB)
                   MOVE 'NOTHING OWED THIS STATEMENT - NO DRAFT'
                       TO RDL-TEXT
               ELSE
                   MOVE 'ACCOUNT CLOSED OR MISSING - NO DRAFT'
                       TO RDL-TEXT
               END-IF
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
       430-WRITE-DRAFT.
           ADD 1 TO CTR-DRAFTED.
           MOVE AP-ROUTING(AP-SUB)      TO AE-ROUTING.
           MOVE AP-BANK-ACCOUNT(AP-SUB) TO AE-ACCOUNT.
           MOVE WS-DRAFT-AMT            TO AE-AMOUNT.
           MOVE AP-ACCT-NO(AP-SUB)      TO AE-ACCT-NO.
           MOVE AC-NAME(AC-SUB)         TO AE-NAME.
           WRITE ACH-REC FROM ACH-ENTRY-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD WS-DRAFT-AMT TO WS-DEBIT-TOTAL.
           COMPUTE WS-ROUTING-HASH =
               FUNCTION MOD(WS-ROUTING-HASH + AP-ROUTING(AP-SUB),
                            10000000000).
           MOVE SPACES              TO APAY-TRAN-REC.
           MOVE AP-ACCT-NO(AP-SUB)  TO AT-TR-ACCT-NO.
           MOVE 'C'                 TO AT-TR-DR-CR.
           MOVE WS-DRAFT-AMT        TO AT-TR-AMOUNT.
           MOVE WS-RUN-DATE-ISO     TO AT-TR-TRAN-DATE.
           MOVE 'AUTOPAY '          TO AT-TR-SOURCE.
           WRITE APAY-TRAN-REC.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-DRAFT-AMT TO WS-CREDIT-TOTAL.
           MOVE WS-RUN-DATE  TO AP-LAST-DRAFT-DATE(AP-SUB).
           MOVE WS-DRAFT-AMT TO AP-LAST-DRAFT-AMT(AP-SUB).
      * The trailer must prove against the credits written for
      * ACCTPOST - a difference refuses the file with CC 8 so the
      * transmit step never sends debits that will not post.
       500-WRITE-BATCH-TRAILER.
           MOVE WS-ENTRY-COUNT  TO ABT-ENTRY-COUNT.
           MOVE WS-DEBIT-TOTAL  TO ABT-DEBIT-TOTAL.
           MOVE ZEROS           TO ABT-CREDIT-TOTAL.
           MOVE WS-ROUTING-HASH TO ABT-ROUTING-HASH.
           WRITE ACH-REC FROM ACH-BATCH-TRAILER.
           MOVE CTR-DRAFTED   TO RT1-DRAFTED.
           MOVE CTR-PRENOTES  TO RT1-PRENOTES.
           MOVE CTR-RETURNS   TO RT1-RETURNS.
           MOVE CTR-NOCS      TO RT1-NOCS.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-ENROLL-APPLIED  TO RT2-APPLIED.
           MOVE CTR-ENROLL-REJECTED TO RT2-REJECTED.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE ABT-DEBIT-TOTAL TO RT3-DEBITS.
           MOVE WS-CREDIT-TOTAL TO RT3-CREDITS.
           IF  ABT-DEBIT-TOTAL = WS-CREDIT-TOTAL
           AND CTR-DRAFTED = WS-CREDIT-COUNT
               MOVE 'IN BALANCE' TO RT3-PROOF
           ELSE
               MOVE 'OUT OF BAL' TO RT3-PROOF
               DISPLAY 'AUTOPAY1 - TRAILER DEBITS ' ABT-DEBIT-TOTAL
                       ' DO NOT EQUAL CREDITS ' WS-CREDIT-TOTAL
                       ' - DO NOT TRANSMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-3
               AFTER ADVANCING 1.
      * A FULL TABLE WOULD DROP ENROLLMENTS FROM THE NEW GENERATION -
      * THE OLD MASTER STANDS AND THE RUN FAILS LOUDLY.
       600-WRITE-NEW-MASTER.
           IF  APAY-TABLE-IS-FULL
               DISPLAY 'AUTOPAY1 - AUTOPAY TABLE FULL - APAYNEW '
                       'NOT WRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WS-MASTER-AVAILABLE = 'Y'
                   OPEN OUTPUT APAY-NEW
                   PERFORM 650-WRITE-ONE-APAY
                       VARYING AP-SUB FROM 1 BY 1
                       UNTIL AP-SUB > AP-COUNT
                   CLOSE APAY-NEW
               END-IF
           END-IF.
       650-WRITE-ONE-APAY.
           WRITE APAY-NEW-REC FROM AP-RECORD(AP-SUB).
       900-CLOSE-FILES.
           IF WS-MASTER-AVAILABLE = 'Y'
               CLOSE ACCT-REC
           END-IF.
           CLOSE ACH-EXTRACT.
           CLOSE APAY-TRAN.
           CLOSE RETURNED-PAY-FILE.
           CLOSE APAY-REPORT.
           PERFORM 920-REGISTER-TRANSMISSION.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
      * The ACH file on the transmission manifest and the credits on
      * the cycle control file, where ACCTPOST's count must meet them.
       920-REGISTER-TRANSMISSION.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE 'APAYACH '        TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME TO XM-CREATED.
           MOVE WS-ENTRY-COUNT    TO XM-RECORD-COUNT.
           MOVE WS-DEBIT-TOTAL    TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
           OPEN EXTEND CYCLE-CONTROL.
           MOVE 'APAYTRAN'        TO CC-INTERFACE.
           MOVE 'P'               TO CC-ROLE.
           MOVE 'AUTOPAY1'        TO CC-JOB.
           MOVE WS-JOB-START-TIME TO CC-STAMP.
           MOVE WS-CREDIT-COUNT   TO CC-COUNT.
           MOVE WS-CREDIT-TOTAL   TO CC-AMOUNT.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'AUTOPAY1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
