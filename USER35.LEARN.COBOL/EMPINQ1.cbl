       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ1.
      ***** Consolidated employee inquiry.  Answering "what do we
      ***** have on this employee" used to mean a PAYRPRT1 run, an
      ***** ACCTINQ1 run, EMPASOF1, OVPRPT1 and four more masters
      ***** read by hand.  This takes a card file of employee IDs
      ***** (EMPCRDS, ID in columns 1-8) and prints one profile per
      ***** employee on EMPIRPT from every master keyed on the ID:
      *****   - the EMPFILE row and the department on DEPTMAST with
      *****     its manager;
      *****   - year-to-date gross and hours off the YTD master (the
      *****     YTD generation still keys on first/last name, so the
      *****     EMPFILE name is split the way ONBOARD1 splits it);
      *****   - vacation and sick balances on ACCRMAST;
      *****   - years of service and tier from SENIORTY's SENTIERS;
      *****   - every BANKMAST row with its status, the account shown
      *****     only by its last four digits (BANKCHG1's masking);
      *****   - the deduction elections on ELECMAST;
      *****   - open garnishment orders on GARNMAST (PAYROL0A keys
      *****     them on last/first name, matched the same way) and
      *****     the unrecovered balance of each OVPLEDG overpayment;
      *****   - outstanding checks on CHKMAST;
      *****   - customer accounts on ACCTREC carrying the employee ID;
      *****   - the PASSFILE user (the user ID is the employee ID, as
      *****     ONBOARD1 sets it up) with role and status.
      ***** A master that cannot be opened is noted in its section
      ***** and the rest of the profile still prints.
      *****
      ***** The requester must hold EMPINQ (see AUTHCHK) or nothing
      ***** is printed and the run ends CC 8.  Every card answered -
      ***** found or not - leaves an EMP INQ row on the AUDITLOG
      ***** under the requester, chained through AUDCHAIN.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     USER=JSMITH
      ***** USER is required.  A bad option or no EMPFILE ends the
      ***** run CC 8; an employee ID not on EMPFILE prints a NOT ON
      ***** FILE line and ends the run CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CARDS ASSIGN TO EMPCRDS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IC-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EM-F-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DP-F-STATUS.
           SELECT YTD-MASTER ASSIGN TO YTDFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS YT-F-STATUS.
           SELECT ACCRUAL-MASTER ASSIGN TO ACCRMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AC-F-STATUS.
           SELECT TIER-FILE ASSIGN TO SENTIERS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TS-F-STATUS.
           SELECT BANK-MASTER ASSIGN TO BANKMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BM-F-STATUS.
           SELECT ELECTION-MASTER ASSIGN TO ELECMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EL-F-STATUS.
           SELECT GARNISH-MASTER ASSIGN TO GARNMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GM-F-STATUS.
           SELECT OVERPAY-LEDGER ASSIGN TO OVPLEDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS OV-F-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CK-F-STATUS.
           SELECT ACCT-REC ASSIGN TO ACCTREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ACCT-F-STATUS.
           SELECT PASS-REC ASSIGN TO PASSFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PF-F-STATUS.
           SELECT AUDIT-REC ASSIGN TO AUDITLOG.
           SELECT INQUIRY-REPORT ASSIGN TO EMPIRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * One employee ID per card
       FD  INQUIRY-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQUIRY-CARD.
       01  INQUIRY-CARD.
           05  IC-EMP-ID          PIC X(08).
           05  FILLER             PIC X(72).
       FD  EMPLOYEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-NAME           PIC X(20).
           05  EMPLOYEE-PHONE-TAB OCCURS 3 TIMES.
                   10  PHONE           PIC X(13).
           05  EMP-ID                  PIC X(08).
           05  EMP-DEPT                PIC X(04).
           05  EMP-HIRE-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
       FD  DEPT-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-MASTER-REC.
       01  DEPT-MASTER-REC.
           05  DP-DEPT-CODE       PIC X(04).
           05  DP-DEPT-NAME       PIC X(20).
           05  DP-MANAGER-EMP-ID  PIC X(08).
           05  DP-PARENT-DEPT     PIC X(04).
           05  FILLER             PIC X(44).
       FD  YTD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTD-REC.
       01  YTD-REC.
           05  YTD-NAME.
               10  YTD-FIRST-NAME PIC X(10).
               10  YTD-LAST-NAME  PIC X(10).
           05  YTD-GROSS-PAY      PIC 9(7)V99.
           05  YTD-HOURS          PIC 9(7).
       FD  ACCRUAL-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCRUAL-REC.
       01  ACCRUAL-REC.
           05  ACR-EMP-ID            PIC X(08).
           05  ACR-NAME              PIC X(20).
           05  ACR-VAC-BALANCE       PIC S9(3)V99
                                     SIGN LEADING SEPARATE.
           05  ACR-SICK-BALANCE      PIC S9(3)V99
                                     SIGN LEADING SEPARATE.
      * SENIORTY's monthly tier file
       FD  TIER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIER-REC.
       01  TIER-REC.
           05  TS-EMP-ID          PIC X(08).
           05  TS-YEARS           PIC 9(02).
           05  TS-TIER            PIC X(01).
           05  FILLER             PIC X(69).
       FD  BANK-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BANK-MASTER-REC.
       01  BANK-MASTER-REC.
           05  BM-EMP-ID          PIC X(08).
           05  BM-ROUTING         PIC 9(09).
           05  BM-ACCOUNT         PIC X(17).
           05  BM-SPLIT-PCT       PIC 9(03).
           05  BM-STATUS          PIC X(01).
               88  BM-ACTIVE              VALUE 'A' ' '.
               88  BM-INACTIVE            VALUE 'I'.
               88  BM-PRENOTE             VALUE 'P'.
           05  BM-PRENOTE-DATE    PIC X(08).
           05  FILLER             PIC X(14).
      * Deduction elections - the ELECDED master
       FD  ELECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ELECTION-REC.
       01  ELECTION-REC.
           05  EL-EMP-ID          PIC X(08).
           05  EL-PLAN-CODE       PIC X(04).
           05  EL-EE-RATE         PIC V999.
           05  EL-EE-FLAT         PIC 9(4)V99.
           05  EL-ER-MATCH-RATE   PIC V999.
           05  EL-EFFECTIVE       PIC X(08).
           05  FILLER             PIC X(48).
      * Garnishment orders - PAYROL0A's master, keyed on name
       FD  GARNISH-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GARNISH-REC.
       01  GARNISH-REC.
           05 GM-LNAME                     PIC X(16).
           05 GM-FNAME                     PIC X(14).
           05 GM-ORDER-TYPE                PIC X(01).
           05 GM-PRIORITY                  PIC 9(01).
           05 GM-METHOD                    PIC X(01).
               88 GM-FLAT-AMOUNT                   VALUE 'A'.
               88 GM-PERCENT                       VALUE 'P'.
           05 GM-AMOUNT                    PIC 9(5)V99.
           05 GM-REMAINING                 PIC 9(7)V99.
           05 GM-PAYEE                     PIC X(20).
           05 FILLER                       PIC X(11).
       FD  OVERPAY-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OVERPAY-REC.
       01  OVERPAY-REC.
           05  OV-EMP-ID          PIC X(08).
           05  OV-ORIG-DATE       PIC X(08).
           05  OV-ORIG-AMOUNT     PIC 9(5)V99.
           05  OV-RECOVERED       PIC 9(5)V99.
           05  OV-INSTALLMENT     PIC 9(3)V99.
           05  FILLER             PIC X(45).
       FD  CHECK-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REGISTER-REC.
       01  CHECK-REGISTER-REC.
           05  CK-CHECK-NBR       PIC 9(8).
           05  CK-EMP-ID          PIC X(8).
           05  CK-ISSUE-DATE      PIC X(10).
           05  CK-AMOUNT          PIC 9(7)V99.
           05  CK-STATUS          PIC X(1).
               88  CK-OUTSTANDING         VALUE 'O'.
           05  CK-STATE           PIC X(2).
           05  CK-NAME            PIC X(21).
           05  FILLER             PIC X(21).
      * Customer account master - the ACCTINQ1 layout
       FD  ACCT-REC
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS.
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
           05  ACCT-EMP-ID        PIC X(8).
           05  ACCT-CURRENCY      PIC X(3).
           05  ACCT-CYCLE-DAY     PIC 9(2).
           05  COMMENTS           PIC X(43).
           05  ACCT-STATUS        PIC X(1).
       FD  PASS-REC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PASSFILE-REC.
       01 PASSFILE-REC.
          05 PFILE-USER                PIC X(10).
          05 PFILE-PASS                PIC X(10).
          05 PFILE-FAIL-COUNT          PIC 9(1).
          05 PFILE-LAST-CHANGED        PIC X(8).
          05 PFILE-ROLE                PIC X(1).
             88 ROLE-PAYROLL-ADMIN           VALUE 'P'.
             88 ROLE-SECURITY-ADMIN          VALUE 'S'.
          05 PFILE-STATUS              PIC X(1).
             88 ACCOUNT-DISABLED             VALUE 'D'.
          05 FILLER                    PIC X(49).
       FD  AUDIT-REC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-LOG-REC.
       01 AUDIT-LOG-REC.
          05 AUDIT-TIMESTAMP   PIC X(15).
          05 FILLER            PIC X(1)  VALUE SPACE.
          05 AUDIT-USER        PIC X(10).
          05 FILLER            PIC X(1)  VALUE SPACE.
          05 AUDIT-RESULT      PIC X(30).
      *   SEQUENCE AND CHAIN STAMPED THROUGH AUDCHAIN - AUDVRFY1
      *   RECOMPUTES THE CHAIN TO PROVE THE LOG INTACT.
          05 AUDIT-SEQ         PIC 9(6).
          05 AUDIT-CHAIN       PIC X(10).
          05 FILLER            PIC X(7)  VALUE SPACES.
       FD  INQUIRY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQUIRY-LINE-OUT.
       01  INQUIRY-LINE-OUT  PIC X(80).
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
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JA-REQUESTED-BY    PIC X(10).
           05  FILLER             PIC X(17) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-JOB-START-TIME         PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT       PIC 9(7)  VALUE 0.
       77 IC-F-STATUS               PIC X(02) VALUE SPACES.
           88 IC-OK                           VALUE '00'.
       77 EM-F-STATUS               PIC X(02) VALUE SPACES.
           88 EM-OK                           VALUE '00'.
       77 DP-F-STATUS               PIC X(02) VALUE SPACES.
           88 DP-OK                           VALUE '00'.
       77 YT-F-STATUS               PIC X(02) VALUE SPACES.
           88 YT-OK                           VALUE '00'.
       77 AC-F-STATUS               PIC X(02) VALUE SPACES.
           88 AC-OK                           VALUE '00'.
       77 TS-F-STATUS               PIC X(02) VALUE SPACES.
           88 TS-OK                           VALUE '00'.
       77 BM-F-STATUS               PIC X(02) VALUE SPACES.
           88 BM-OK                           VALUE '00'.
       77 EL-F-STATUS               PIC X(02) VALUE SPACES.
           88 EL-OK                           VALUE '00'.
       77 GM-F-STATUS               PIC X(02) VALUE SPACES.
           88 GM-OK                           VALUE '00'.
       77 OV-F-STATUS               PIC X(02) VALUE SPACES.
           88 OV-OK                           VALUE '00'.
       77 CK-F-STATUS               PIC X(02) VALUE SPACES.
           88 CK-OK                           VALUE '00'.
       77 ACCT-F-STATUS             PIC X(02) VALUE SPACES.
           88 ACCT-OK                         VALUE '00'.
       77 PF-F-STATUS               PIC X(02) VALUE SPACES.
           88 PF-OK                           VALUE '00'.
       77 IC-EOF                    PIC X(01) VALUE 'N'.
           88 IC-AT-EOF                       VALUE 'Y'.
      *    ONE MASTER IS OPEN AT A TIME, SO ONE END-OF-FILE SWITCH
      *    SERVES EVERY SECTION OF THE PROFILE.
       77 WS-SCAN-EOF               PIC X(01) VALUE 'N'.
           88 SCAN-AT-EOF                     VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
       77 WS-CARDS-OPEN-SW          PIC X(01) VALUE 'N'.
           88 CARDS-OPEN                      VALUE 'Y'.
       77 WS-EMP-FOUND-SW           PIC X(01) VALUE 'N'.
           88 EMP-FOUND                       VALUE 'Y'.
       77 WS-ROW-FOUND-SW           PIC X(01) VALUE 'N'.
           88 ROW-FOUND                       VALUE 'Y'.
       77 WS-SECTION-ROWS           PIC 9(4) COMP VALUE 0.
      *    LABELED RUN-OPTIONS CARD - E.G. USER=JSMITH
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-REQUESTED-BY           PIC X(10) VALUE SPACES.
      * Requester authority - see AUTHCHK
       01 AUTHCHK-PARMS.
          05 AC-USER         PIC X(10) VALUE SPACES.
          05 AC-PERMISSION   PIC X(8)  VALUE SPACES.
          05 AC-AUTHORIZED   PIC X(1)  VALUE 'N'.
       01 WS-AUDIT-TEXT             PIC X(30) VALUE SPACES.
      * Audit chain sequencing - see AUDCHAIN
       01 AUDCHAIN-PARMS.
          05 CH-SEQ          PIC 9(6)  VALUE ZEROS.
          05 CH-CHAIN        PIC X(10) VALUE SPACES.
      * The employee being answered, held off EMPFILE
       01 WS-INQ-EMPLOYEE.
          05 WS-INQ-EMP-ID          PIC X(08) VALUE SPACES.
          05 WS-INQ-NAME            PIC X(20) VALUE SPACES.
          05 WS-INQ-DEPT            PIC X(04) VALUE SPACES.
          05 WS-INQ-HIRE-DATE       PIC X(08) VALUE SPACES.
          05 WS-INQ-PHONE OCCURS 3 TIMES PIC X(13).
      * The name as the YTD master and the garnishment master key
      * it - first and last, split the ONBOARD1 way
       01 WS-NAME-SPLIT.
          05 WS-FIRST-NAME          PIC X(10) VALUE SPACES.
          05 WS-LAST-NAME           PIC X(10) VALUE SPACES.
       01 WS-YTD-KEY                PIC X(20) VALUE SPACES.
      * Only the last four characters of an account number are
      * ever printed - the rest goes out as asterisks.
       01 WS-MASK-WORK.
          05 WS-MASK-ACCOUNT        PIC X(17) VALUE SPACES.
          05 WS-MASK-SUB            PIC 9(2) COMP VALUE 0.
          05 WS-MASKED-ACCOUNT      PIC X(17) VALUE SPACES.
       01 WS-AMOUNT-WORK.
          05 WS-OVP-BALANCE         PIC S9(5)V99 VALUE 0.
          05 WS-OVP-TOTAL           PIC S9(7)V99 VALUE 0.
          05 WS-GARN-TOTAL          PIC 9(8)V99  VALUE 0.
          05 WS-CHECK-TOTAL         PIC 9(8)V99  VALUE 0.
       01 INQUIRY-COUNTERS.
          05 CTR-PROFILES           PIC 9(5) VALUE 0.
          05 CTR-NOT-FOUND          PIC 9(5) VALUE 0.
      *    EMPLOYEE INQUIRY PRINT LINES
       01 INQUIRY-HEADING.
          05 FILLER   PIC X(30) VALUE 'EMPLOYEE INQUIRY'.
          05 FILLER   PIC X(07) VALUE '  RUN: '.
          05 IH-RUN-TIME            PIC X(15).
          05 FILLER   PIC X(14) VALUE '  REQUESTER: '.
          05 IH-REQUESTED-BY        PIC X(10).
       01 INQ-RULE-LINE.
          05 FILLER   PIC X(72) VALUE ALL '='.
       01 INQ-EMPLOYEE-LINE.
          05 FILLER               PIC X(11) VALUE 'EMPLOYEE:  '.
          05 IEL-NAME             PIC X(20).
          05 FILLER               PIC X(10) VALUE '  EMP ID: '.
          05 IEL-EMP-ID           PIC X(08).
          05 FILLER               PIC X(09) VALUE '  HIRED: '.
          05 IEL-HIRE-DATE        PIC X(08).
       01 INQ-DEPT-LINE.
          05 FILLER               PIC X(11) VALUE 'DEPT:      '.
          05 IDL-DEPT             PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 IDL-DEPT-NAME        PIC X(20).
          05 FILLER               PIC X(11) VALUE '  MANAGER: '.
          05 IDL-MANAGER          PIC X(08).
       01 INQ-PHONE-LINE.
          05 FILLER               PIC X(11) VALUE 'PHONES:    '.
          05 IPL-PHONE-GROUP OCCURS 3 TIMES.
             10 IPL-PHONE         PIC X(13).
             10 FILLER            PIC X(02).
       01 INQ-YTD-LINE.
          05 FILLER               PIC X(11) VALUE 'YTD GROSS: '.
          05 IYL-GROSS            PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(14) VALUE '   YTD HOURS: '.
          05 IYL-HOURS            PIC Z,ZZZ,ZZ9.
       01 INQ-LEAVE-LINE.
          05 FILLER               PIC X(11) VALUE 'VACATION:  '.
          05 ILL-VACATION         PIC ZZ9.99-.
          05 FILLER               PIC X(14) VALUE ' HRS    SICK: '.
          05 ILL-SICK             PIC ZZ9.99-.
          05 FILLER               PIC X(04) VALUE ' HRS'.
       01 INQ-SENIORITY-LINE.
          05 FILLER               PIC X(11) VALUE 'SENIORITY: '.
          05 ISL-YEARS            PIC Z9.
          05 FILLER               PIC X(13) VALUE ' YEARS  TIER '.
          05 ISL-TIER             PIC X(01).
       01 INQ-ACCESS-LINE.
          05 FILLER               PIC X(11) VALUE 'SYSTEM ID: '.
          05 IAL-USER             PIC X(10).
          05 FILLER               PIC X(07) VALUE '  ROLE '.
          05 IAL-ROLE             PIC X(14).
          05 FILLER               PIC X(09) VALUE '  STATUS '.
          05 IAL-STATUS           PIC X(08).
          05 FILLER               PIC X(10) VALUE '  PW CHG: '.
          05 IAL-LAST-CHANGED     PIC X(08).
       01 INQ-SECTION-LINE.
          05 ISC-TITLE            PIC X(30).
       01 INQ-NOTE-LINE.
          05 FILLER               PIC X(11) VALUE SPACES.
          05 INL-NOTE             PIC X(50).
       01 INQ-BANK-COLUMNS.
          05 FILLER   PIC X(44) VALUE
                '   ROUTING    ACCOUNT            PCT  STATUS'.
          05 FILLER   PIC X(11) VALUE '   PRENOTE'.
       01 INQ-BANK-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 IBL-ROUTING          PIC 9(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IBL-ACCOUNT          PIC X(17).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IBL-SPLIT-PCT        PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IBL-STATUS           PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 IBL-PRENOTE-DATE     PIC X(08).
       01 INQ-ELECTION-COLUMNS.
          05 FILLER   PIC X(46) VALUE
                '   PLAN    RATE   EE FLAT     MATCH  EFFECTIVE'.
       01 INQ-ELECTION-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 IEN-PLAN-CODE        PIC X(04).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 IEN-EE-RATE          PIC .999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IEN-EE-FLAT          PIC Z,ZZ9.99.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 IEN-ER-MATCH-RATE    PIC .999.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IEN-EFFECTIVE        PIC X(08).
       01 INQ-GARNISH-COLUMNS.
          05 FILLER   PIC X(44) VALUE
                '   TYP PRI  METHOD  PER CHECK  PAYEE'.
          05 FILLER   PIC X(20) VALUE '           REMAINING'.
       01 INQ-GARNISH-LINE.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 IGL-ORDER-TYPE       PIC X(01).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 IGL-PRIORITY         PIC 9(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IGL-METHOD           PIC X(07).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 IGL-AMOUNT           PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IGL-PAYEE            PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 IGL-REMAINING        PIC Z,ZZZ,ZZ9.99.
       01 INQ-OVERPAY-COLUMNS.
          05 FILLER   PIC X(44) VALUE
                '   ORIG DATE  ORIGINAL  RECOVERED     INSTAL'.
          05 FILLER   PIC X(13) VALUE '      BALANCE'.
       01 INQ-OVERPAY-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 IOL-ORIG-DATE        PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IOL-ORIG-AMOUNT      PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IOL-RECOVERED        PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 IOL-INSTALLMENT      PIC ZZ9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 IOL-BALANCE          PIC ZZ,ZZ9.99-.
       01 INQ-CHECK-COLUMNS.
          05 FILLER   PIC X(37) VALUE
                '   CHECK NO  ISSUED            AMOUNT'.
       01 INQ-CHECK-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 ICL-CHECK-NBR        PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ICL-ISSUE-DATE       PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ICL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
       01 INQ-ACCOUNT-COLUMNS.
          05 FILLER   PIC X(34) VALUE
                '   ACCOUNT   STATUS          LIMIT'.
          05 FILLER   PIC X(20) VALUE '       BALANCE   CUR'.
       01 INQ-ACCOUNT-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 IAC-ACCT-NO          PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IAC-STATUS           PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IAC-LIMIT            PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 IAC-BALANCE          PIC $$,$$$,$$9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IAC-CURRENCY         PIC X(03).
       01 INQ-SECTION-TOTAL-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 IST-TEXT             PIC X(30).
          05 IST-AMOUNT           PIC $$,$$$,$$9.99-.
       01 INQ-NOT-FOUND-LINE.
          05 FILLER               PIC X(11) VALUE 'EMPLOYEE:  '.
          05 NFL-EMP-ID           PIC X(08).
          05 FILLER               PIC X(30) VALUE
                '  *** NOT ON FILE ***'.
       01 INQ-REFUSED-LINE.
          05 FILLER               PIC X(48) VALUE
                '*** REQUESTER NOT AUTHORIZED EMPINQ - NO INQUIRY'.
          05 FILLER               PIC X(14) VALUE ' ANSWERED ***'.
       01 INQUIRY-TOTAL-LINE.
          05 FILLER   PIC X(19) VALUE 'PROFILES PRINTED:  '.
          05 ITL-PROFILES         PIC ZZZZ9.
          05 FILLER   PIC X(15) VALUE '   NOT ON FILE:'.
          05 ITL-NOT-FOUND        PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 100-Read-Card
               PERFORM 200-Answer-One-Card UNTIL IC-AT-EOF
               MOVE CTR-PROFILES  TO ITL-PROFILES
               MOVE CTR-NOT-FOUND TO ITL-NOT-FOUND
               WRITE INQUIRY-LINE-OUT FROM INQUIRY-TOTAL-LINE
                   AFTER ADVANCING 2
           END-IF.
           PERFORM 600-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      * Nothing is read from any master until the requester has
      * been cleared for EMPINQ.
       000-Housekeeping.
           PERFORM 050-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 020-Authorize-Requester
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN INPUT EMPLOYEE-FILE
               IF  EM-OK
                   CLOSE EMPLOYEE-FILE
               ELSE
                   DISPLAY 'EMPFILE NOT AVAILABLE - STATUS: '
                           EM-F-STATUS
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN INPUT INQUIRY-CARDS
               IF  IC-OK
                   MOVE 'Y' TO WS-CARDS-OPEN-SW
               ELSE
                   DISPLAY 'EMPCRDS FILE STATUS: ' IC-F-STATUS
                           ' - NO INQUIRIES TODAY'
                   MOVE 'Y' TO IC-EOF
               END-IF
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING PRINTED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-REQUESTED-BY = SPACES
               DISPLAY 'EMPINQ1 - USER= IS REQUIRED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           MOVE WS-REQUESTED-BY TO IH-REQUESTED-BY.
           WRITE INQUIRY-LINE-OUT FROM INQUIRY-HEADING.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'USER'
                       MOVE WS-OPT-VALUE TO WS-REQUESTED-BY
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'EMPINQ1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * AUTHCHK leaves the grant or refusal on the AUDITLOG itself.
       020-Authorize-Requester.
           MOVE WS-REQUESTED-BY TO AC-USER.
           MOVE 'EMPINQ  '      TO AC-PERMISSION.
           CALL 'AUTHCHK' USING AUTHCHK-PARMS.
           IF  AC-AUTHORIZED NOT = 'Y'
               DISPLAY 'EMPINQ1 - ' WS-REQUESTED-BY
                       ' NOT AUTHORIZED EMPINQ - RUN REFUSED'
               WRITE INQUIRY-LINE-OUT FROM INQ-REFUSED-LINE
                   AFTER ADVANCING 2
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       050-Open-Files.
           OPEN OUTPUT INQUIRY-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO IH-RUN-TIME.
       100-Read-Card.
           READ INQUIRY-CARDS
               AT END MOVE 'Y' TO IC-EOF
           END-READ.
      * Each card is answered from every master in turn.  The
      * masters are read through once per card - an inquiry run is
      * a handful of cards, never the whole workforce.
       200-Answer-One-Card.
           IF  IC-EMP-ID NOT = SPACES
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE IC-EMP-ID TO WS-INQ-EMP-ID
               PERFORM 210-Find-Employee
               IF  EMP-FOUND
                   ADD 1 TO CTR-PROFILES
                   PERFORM 220-Print-Employee
                   PERFORM 230-Print-Pay-To-Date
                   PERFORM 240-Print-Leave-Balances
                   PERFORM 250-Print-Seniority
                   PERFORM 260-Print-Bank-Accounts
                   PERFORM 270-Print-Elections
                   PERFORM 280-Print-Garnishments
                   PERFORM 290-Print-Overpayments
                   PERFORM 300-Print-Open-Checks
                   PERFORM 310-Print-Customer-Accounts
                   PERFORM 320-Print-System-Access
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING 'EMP INQ    ' WS-INQ-EMP-ID
                       DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               ELSE
                   ADD 1 TO CTR-NOT-FOUND
                   MOVE 'Y' TO WS-WARNING-SW
                   MOVE WS-INQ-EMP-ID TO NFL-EMP-ID
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOT-FOUND-LINE
                       AFTER ADVANCING 2
                   MOVE SPACES TO WS-AUDIT-TEXT
                   STRING 'EMP INQ    ' WS-INQ-EMP-ID ' NOTFOUND'
                       DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               END-IF
               PERFORM 800-Write-Audit-Record
           END-IF.
           PERFORM 100-Read-Card.
       210-Find-Employee.
           MOVE 'N' TO WS-EMP-FOUND-SW.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EM-OK
               PERFORM 215-Read-Employee
               PERFORM 217-Match-Employee
                   UNTIL SCAN-AT-EOF OR EMP-FOUND
               CLOSE EMPLOYEE-FILE
           END-IF.
       215-Read-Employee.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       217-Match-Employee.
           IF  EMP-ID = WS-INQ-EMP-ID
               MOVE 'Y'           TO WS-EMP-FOUND-SW
               MOVE EMPLOYEE-NAME TO WS-INQ-NAME
               MOVE EMP-DEPT      TO WS-INQ-DEPT
               MOVE EMP-HIRE-DATE TO WS-INQ-HIRE-DATE
               MOVE PHONE(1)      TO WS-INQ-PHONE(1)
               MOVE PHONE(2)      TO WS-INQ-PHONE(2)
               MOVE PHONE(3)      TO WS-INQ-PHONE(3)
               MOVE SPACES TO WS-FIRST-NAME WS-LAST-NAME
               UNSTRING EMPLOYEE-NAME DELIMITED BY ALL ' '
                   INTO WS-FIRST-NAME WS-LAST-NAME
               MOVE SPACES TO WS-YTD-KEY
               STRING WS-FIRST-NAME WS-LAST-NAME
                   DELIMITED BY SIZE INTO WS-YTD-KEY
           ELSE
               PERFORM 215-Read-Employee
           END-IF.
      * The employee master row and the department it points at
       220-Print-Employee.
           WRITE INQUIRY-LINE-OUT FROM INQ-RULE-LINE
               AFTER ADVANCING 2.
           MOVE WS-INQ-NAME      TO IEL-NAME.
           MOVE WS-INQ-EMP-ID    TO IEL-EMP-ID.
           MOVE WS-INQ-HIRE-DATE TO IEL-HIRE-DATE.
           WRITE INQUIRY-LINE-OUT FROM INQ-EMPLOYEE-LINE
               AFTER ADVANCING 1.
           MOVE WS-INQ-DEPT TO IDL-DEPT.
           MOVE SPACES      TO IDL-DEPT-NAME.
           MOVE SPACES      TO IDL-MANAGER.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT DEPT-MASTER.
           IF  DP-OK
               PERFORM 225-Read-Department
               PERFORM 227-Match-Department
                   UNTIL SCAN-AT-EOF OR ROW-FOUND
               CLOSE DEPT-MASTER
               IF  NOT ROW-FOUND
                   MOVE '** NOT ON DEPTMAST **' TO IDL-DEPT-NAME
               END-IF
           ELSE
               MOVE '** DEPTMAST N/A **' TO IDL-DEPT-NAME
           END-IF.
           WRITE INQUIRY-LINE-OUT FROM INQ-DEPT-LINE
               AFTER ADVANCING 1.
           MOVE WS-INQ-PHONE(1) TO IPL-PHONE(1).
           MOVE WS-INQ-PHONE(2) TO IPL-PHONE(2).
           MOVE WS-INQ-PHONE(3) TO IPL-PHONE(3).
           WRITE INQUIRY-LINE-OUT FROM INQ-PHONE-LINE
               AFTER ADVANCING 1.
       225-Read-Department.
           READ DEPT-MASTER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       227-Match-Department.
           IF  DP-DEPT-CODE = WS-INQ-DEPT
               MOVE 'Y'               TO WS-ROW-FOUND-SW
               MOVE DP-DEPT-NAME      TO IDL-DEPT-NAME
               MOVE DP-MANAGER-EMP-ID TO IDL-MANAGER
           ELSE
               PERFORM 225-Read-Department
           END-IF.
      * Year-to-date pay - the YTD generation still keys on name
       230-Print-Pay-To-Date.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT YTD-MASTER.
           IF  YT-OK
               PERFORM 235-Read-YTD
               PERFORM 237-Match-YTD
                   UNTIL SCAN-AT-EOF OR ROW-FOUND
               CLOSE YTD-MASTER
               IF  NOT ROW-FOUND
                   MOVE ZEROS TO IYL-GROSS IYL-HOURS
               END-IF
               WRITE INQUIRY-LINE-OUT FROM INQ-YTD-LINE
                   AFTER ADVANCING 1
               IF  NOT ROW-FOUND
                   MOVE 'NO YTD MASTER ROW UNDER THIS NAME' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'YTD GROSS/HOURS:' TO ISC-TITLE
               WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
                   AFTER ADVANCING 1
               MOVE 'YTDFILE NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       235-Read-YTD.
           READ YTD-MASTER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       237-Match-YTD.
           IF  YTD-NAME = WS-YTD-KEY
               MOVE 'Y'           TO WS-ROW-FOUND-SW
               MOVE YTD-GROSS-PAY TO IYL-GROSS
               MOVE YTD-HOURS     TO IYL-HOURS
           ELSE
               PERFORM 235-Read-YTD
           END-IF.
       240-Print-Leave-Balances.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT ACCRUAL-MASTER.
           IF  AC-OK
               PERFORM 245-Read-Accrual
               PERFORM 247-Match-Accrual
                   UNTIL SCAN-AT-EOF OR ROW-FOUND
               CLOSE ACCRUAL-MASTER
               IF  ROW-FOUND
                   WRITE INQUIRY-LINE-OUT FROM INQ-LEAVE-LINE
                       AFTER ADVANCING 1
               ELSE
                   MOVE 'LEAVE BALANCES:' TO ISC-TITLE
                   WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
                       AFTER ADVANCING 1
                   MOVE 'NOT ON ACCRMAST' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'LEAVE BALANCES:' TO ISC-TITLE
               WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
                   AFTER ADVANCING 1
               MOVE 'ACCRMAST NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       245-Read-Accrual.
           READ ACCRUAL-MASTER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       247-Match-Accrual.
           IF  ACR-EMP-ID = WS-INQ-EMP-ID
               MOVE 'Y'              TO WS-ROW-FOUND-SW
               MOVE ACR-VAC-BALANCE  TO ILL-VACATION
               MOVE ACR-SICK-BALANCE TO ILL-SICK
           ELSE
               PERFORM 245-Read-Accrual
           END-IF.
      * No SENTIERS row accrues at the base tier, as PAYROL02 does
       250-Print-Seniority.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT TIER-FILE.
           IF  TS-OK
               PERFORM 255-Read-Tier
               PERFORM 257-Match-Tier
                   UNTIL SCAN-AT-EOF OR ROW-FOUND
               CLOSE TIER-FILE
               IF  NOT ROW-FOUND
                   MOVE ZEROS TO ISL-YEARS
                   MOVE '1'   TO ISL-TIER
               END-IF
               WRITE INQUIRY-LINE-OUT FROM INQ-SENIORITY-LINE
                   AFTER ADVANCING 1
               IF  NOT ROW-FOUND
                   MOVE 'NO SENTIERS ROW - BASE TIER' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'SENIORITY:' TO ISC-TITLE
               WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
                   AFTER ADVANCING 1
               MOVE 'SENTIERS NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       255-Read-Tier.
           READ TIER-FILE
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       257-Match-Tier.
           IF  TS-EMP-ID = WS-INQ-EMP-ID
               MOVE 'Y'      TO WS-ROW-FOUND-SW
               MOVE TS-YEARS TO ISL-YEARS
               MOVE TS-TIER  TO ISL-TIER
           ELSE
               PERFORM 255-Read-Tier
           END-IF.
      * Every BANKMAST row for the employee, live or not
       260-Print-Bank-Accounts.
           MOVE 'BANK ACCOUNTS:' TO ISC-TITLE.
           WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZERO TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT BANK-MASTER.
           IF  BM-OK
               WRITE INQUIRY-LINE-OUT FROM INQ-BANK-COLUMNS
                   AFTER ADVANCING 1
               PERFORM 265-Read-Bank
               PERFORM 267-Print-One-Bank-Row UNTIL SCAN-AT-EOF
               CLOSE BANK-MASTER
               IF  WS-SECTION-ROWS = ZERO
                   MOVE 'NONE ON FILE - PAID BY CHECK' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'BANKMAST NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       265-Read-Bank.
           READ BANK-MASTER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       267-Print-One-Bank-Row.
           IF  BM-EMP-ID = WS-INQ-EMP-ID
               ADD 1 TO WS-SECTION-ROWS
               MOVE BM-ROUTING TO IBL-ROUTING
               MOVE BM-ACCOUNT TO WS-MASK-ACCOUNT
               PERFORM 560-Mask-Account
               MOVE WS-MASKED-ACCOUNT TO IBL-ACCOUNT
               MOVE BM-SPLIT-PCT TO IBL-SPLIT-PCT
               EVALUATE TRUE
                   WHEN BM-INACTIVE
                       MOVE 'INACTIVE' TO IBL-STATUS
                   WHEN BM-PRENOTE
                       MOVE 'PRENOTE'  TO IBL-STATUS
                   WHEN BM-ACTIVE
                       MOVE 'ACTIVE'   TO IBL-STATUS
                   WHEN OTHER
                       MOVE BM-STATUS  TO IBL-STATUS
               END-EVALUATE
               MOVE BM-PRENOTE-DATE TO IBL-PRENOTE-DATE
               WRITE INQUIRY-LINE-OUT FROM INQ-BANK-LINE
                   AFTER ADVANCING 1
           END-IF.
           PERFORM 265-Read-Bank.
       270-Print-Elections.
           MOVE 'DEDUCTION ELECTIONS:' TO ISC-TITLE.
           WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZERO TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT ELECTION-MASTER.
           IF  EL-OK
               WRITE INQUIRY-LINE-OUT FROM INQ-ELECTION-COLUMNS
                   AFTER ADVANCING 1
               PERFORM 275-Read-Election
               PERFORM 277-Print-One-Election UNTIL SCAN-AT-EOF
               CLOSE ELECTION-MASTER
               IF  WS-SECTION-ROWS = ZERO
                   MOVE 'NONE ON FILE' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'ELECMAST NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       275-Read-Election.
           READ ELECTION-MASTER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       277-Print-One-Election.
           IF  EL-EMP-ID = WS-INQ-EMP-ID
               ADD 1 TO WS-SECTION-ROWS
               MOVE EL-PLAN-CODE     TO IEN-PLAN-CODE
               MOVE EL-EE-RATE       TO IEN-EE-RATE
               MOVE EL-EE-FLAT       TO IEN-EE-FLAT
               MOVE EL-ER-MATCH-RATE TO IEN-ER-MATCH-RATE
               MOVE EL-EFFECTIVE     TO IEN-EFFECTIVE
               WRITE INQUIRY-LINE-OUT FROM INQ-ELECTION-LINE
                   AFTER ADVANCING 1
           END-IF.
           PERFORM 275-Read-Election.
      * Orders with a balance still to take.  PAYROL0A keys the
      * master on last and first name, so it is matched that way.
       280-Print-Garnishments.
           MOVE 'OPEN GARNISHMENTS:' TO ISC-TITLE.
           WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZERO  TO WS-SECTION-ROWS.
           MOVE ZEROS TO WS-GARN-TOTAL.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT GARNISH-MASTER.
           IF  GM-OK
               WRITE INQUIRY-LINE-OUT FROM INQ-GARNISH-COLUMNS
                   AFTER ADVANCING 1
               PERFORM 285-Read-Garnishment
               PERFORM 287-Print-One-Garnishment UNTIL SCAN-AT-EOF
               CLOSE GARNISH-MASTER
               IF  WS-SECTION-ROWS = ZERO
                   MOVE 'NONE OPEN' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               ELSE
                   MOVE 'TOTAL STILL TO WITHHOLD:' TO IST-TEXT
                   MOVE WS-GARN-TOTAL TO IST-AMOUNT
                   WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-TOTAL-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'GARNMAST NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       285-Read-Garnishment.
           READ GARNISH-MASTER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       287-Print-One-Garnishment.
           IF  GM-LNAME = WS-LAST-NAME
           AND GM-FNAME = WS-FIRST-NAME
           AND GM-REMAINING > ZERO
               ADD 1 TO WS-SECTION-ROWS
               ADD GM-REMAINING   TO WS-GARN-TOTAL
               MOVE GM-ORDER-TYPE TO IGL-ORDER-TYPE
               MOVE GM-PRIORITY   TO IGL-PRIORITY
               EVALUATE TRUE
                   WHEN GM-FLAT-AMOUNT
                       MOVE 'AMOUNT'  TO IGL-METHOD
                   WHEN GM-PERCENT
                       MOVE 'PERCENT' TO IGL-METHOD
                   WHEN OTHER
                       MOVE GM-METHOD TO IGL-METHOD
               END-EVALUATE
               MOVE GM-AMOUNT     TO IGL-AMOUNT
               MOVE GM-PAYEE      TO IGL-PAYEE
               MOVE GM-REMAINING  TO IGL-REMAINING
               WRITE INQUIRY-LINE-OUT FROM INQ-GARNISH-LINE
                   AFTER ADVANCING 1
           END-IF.
           PERFORM 285-Read-Garnishment.
      * Overpayments not yet fully recovered, as OVPRPT1 ages them
       290-Print-Overpayments.
           MOVE 'OVERPAYMENTS OUTSTANDING:' TO ISC-TITLE.
           WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZERO  TO WS-SECTION-ROWS.
           MOVE ZEROS TO WS-OVP-TOTAL.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT OVERPAY-LEDGER.
           IF  OV-OK
               WRITE INQUIRY-LINE-OUT FROM INQ-OVERPAY-COLUMNS
                   AFTER ADVANCING 1
               PERFORM 295-Read-Overpayment
               PERFORM 297-Print-One-Overpayment UNTIL SCAN-AT-EOF
               CLOSE OVERPAY-LEDGER
               IF  WS-SECTION-ROWS = ZERO
                   MOVE 'NONE OUTSTANDING' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               ELSE
                   MOVE 'OVERPAYMENT BALANCE:' TO IST-TEXT
                   MOVE WS-OVP-TOTAL TO IST-AMOUNT
                   WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-TOTAL-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'OVPLEDG NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       295-Read-Overpayment.
           READ OVERPAY-LEDGER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       297-Print-One-Overpayment.
           IF  OV-EMP-ID = WS-INQ-EMP-ID
               COMPUTE WS-OVP-BALANCE = OV-ORIG-AMOUNT - OV-RECOVERED
               IF  WS-OVP-BALANCE > ZERO
                   ADD 1 TO WS-SECTION-ROWS
                   ADD WS-OVP-BALANCE TO WS-OVP-TOTAL
                   MOVE OV-ORIG-DATE   TO IOL-ORIG-DATE
                   MOVE OV-ORIG-AMOUNT TO IOL-ORIG-AMOUNT
                   MOVE OV-RECOVERED   TO IOL-RECOVERED
                   MOVE OV-INSTALLMENT TO IOL-INSTALLMENT
                   MOVE WS-OVP-BALANCE TO IOL-BALANCE
                   WRITE INQUIRY-LINE-OUT FROM INQ-OVERPAY-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.
           PERFORM 295-Read-Overpayment.
      * Checks issued and not yet paid by the bank - a check gone
      * stale has already been reversed through payroll by STALECHK
       300-Print-Open-Checks.
           MOVE 'OUTSTANDING CHECKS:' TO ISC-TITLE.
           WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZERO  TO WS-SECTION-ROWS.
           MOVE ZEROS TO WS-CHECK-TOTAL.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT CHECK-REGISTER.
           IF  CK-OK
               WRITE INQUIRY-LINE-OUT FROM INQ-CHECK-COLUMNS
                   AFTER ADVANCING 1
               PERFORM 305-Read-Check
               PERFORM 307-Print-One-Check UNTIL SCAN-AT-EOF
               CLOSE CHECK-REGISTER
               IF  WS-SECTION-ROWS = ZERO
                   MOVE 'NONE OUTSTANDING' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               ELSE
                   MOVE 'TOTAL OUTSTANDING:' TO IST-TEXT
                   MOVE WS-CHECK-TOTAL TO IST-AMOUNT
                   WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-TOTAL-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'CHKMAST NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       305-Read-Check.
           READ CHECK-REGISTER
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       307-Print-One-Check.
           IF  CK-EMP-ID = WS-INQ-EMP-ID AND CK-OUTSTANDING
               ADD 1 TO WS-SECTION-ROWS
               ADD CK-AMOUNT       TO WS-CHECK-TOTAL
               MOVE CK-CHECK-NBR   TO ICL-CHECK-NBR
               MOVE CK-ISSUE-DATE  TO ICL-ISSUE-DATE
               MOVE CK-AMOUNT      TO ICL-AMOUNT
               WRITE INQUIRY-LINE-OUT FROM INQ-CHECK-LINE
                   AFTER ADVANCING 1
           END-IF.
           PERFORM 305-Read-Check.
      * Customer accounts that carry the employee's ID
       310-Print-Customer-Accounts.
           MOVE 'CUSTOMER ACCOUNTS:' TO ISC-TITLE.
           WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE ZERO TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT ACCT-REC.
           IF  ACCT-OK
               WRITE INQUIRY-LINE-OUT FROM INQ-ACCOUNT-COLUMNS
                   AFTER ADVANCING 1
               PERFORM 315-Read-Account
               PERFORM 317-Print-One-Account UNTIL SCAN-AT-EOF
               CLOSE ACCT-REC
               IF  WS-SECTION-ROWS = ZERO
                   MOVE 'NONE LINKED' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'ACCTREC NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       315-Read-Account.
           READ ACCT-REC
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       317-Print-One-Account.
           IF  ACCT-EMP-ID = WS-INQ-EMP-ID
               ADD 1 TO WS-SECTION-ROWS
               MOVE ACCT-NO       TO IAC-ACCT-NO
               EVALUATE ACCT-STATUS
                   WHEN 'F'
                       MOVE 'FROZEN' TO IAC-STATUS
                   WHEN 'C'
                       MOVE 'CLOSED' TO IAC-STATUS
                   WHEN OTHER
                       MOVE 'ACTIVE' TO IAC-STATUS
               END-EVALUATE
               MOVE ACCT-LIMIT    TO IAC-LIMIT
               MOVE ACCT-BALANCE  TO IAC-BALANCE
               MOVE ACCT-CURRENCY TO IAC-CURRENCY
               WRITE INQUIRY-LINE-OUT FROM INQ-ACCOUNT-LINE
                   AFTER ADVANCING 1
           END-IF.
           PERFORM 315-Read-Account.
      * The PASSFILE user - the user ID is the employee ID
       320-Print-System-Access.
           MOVE 'N' TO WS-ROW-FOUND-SW.
           MOVE 'N' TO WS-SCAN-EOF.
           OPEN INPUT PASS-REC.
           IF  PF-OK
               PERFORM 325-Read-Pass
               PERFORM 327-Match-Pass
                   UNTIL SCAN-AT-EOF OR ROW-FOUND
               CLOSE PASS-REC
               IF  ROW-FOUND
                   WRITE INQUIRY-LINE-OUT FROM INQ-ACCESS-LINE
                       AFTER ADVANCING 2
               ELSE
                   MOVE 'SYSTEM ACCESS:' TO ISC-TITLE
                   WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
                       AFTER ADVANCING 2
                   MOVE 'NO PASSFILE USER' TO INL-NOTE
                   WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               MOVE 'SYSTEM ACCESS:' TO ISC-TITLE
               WRITE INQUIRY-LINE-OUT FROM INQ-SECTION-LINE
                   AFTER ADVANCING 2
               MOVE 'PASSFILE NOT AVAILABLE' TO INL-NOTE
               WRITE INQUIRY-LINE-OUT FROM INQ-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       325-Read-Pass.
           READ PASS-REC
               AT END MOVE 'Y' TO WS-SCAN-EOF
           END-READ.
       327-Match-Pass.
           IF  PFILE-USER = WS-INQ-EMP-ID
               MOVE 'Y'        TO WS-ROW-FOUND-SW
               MOVE PFILE-USER TO IAL-USER
               EVALUATE TRUE
                   WHEN ROLE-SECURITY-ADMIN
                       MOVE 'SECURITY-ADMIN' TO IAL-ROLE
                   WHEN ROLE-PAYROLL-ADMIN
                       MOVE 'PAYROLL-ADMIN'  TO IAL-ROLE
                   WHEN OTHER
                       MOVE 'OPERATOR'       TO IAL-ROLE
               END-EVALUATE
               IF  ACCOUNT-DISABLED
                   MOVE 'DISABLED' TO IAL-STATUS
               ELSE
                   MOVE 'ACTIVE'   TO IAL-STATUS
               END-IF
               MOVE PFILE-LAST-CHANGED TO IAL-LAST-CHANGED
           ELSE
               PERFORM 325-Read-Pass
           END-IF.
       560-Mask-Account.
           MOVE SPACES TO WS-MASKED-ACCOUNT.
           MOVE 17 TO WS-MASK-SUB.
           PERFORM 565-Step-Back-Over-Space
               UNTIL WS-MASK-SUB < 1
                  OR WS-MASK-ACCOUNT(WS-MASK-SUB:1) NOT = SPACE.
           IF  WS-MASK-SUB > 4
               MOVE ALL '*' TO WS-MASKED-ACCOUNT(1:WS-MASK-SUB - 4)
           END-IF.
           IF  WS-MASK-SUB NOT < 4
               MOVE WS-MASK-ACCOUNT(WS-MASK-SUB - 3:4)
                   TO WS-MASKED-ACCOUNT(WS-MASK-SUB - 3:4)
           END-IF.
       565-Step-Back-Over-Space.
           SUBTRACT 1 FROM WS-MASK-SUB.
       600-Close-Files.
           IF  CARDS-OPEN
               CLOSE INQUIRY-CARDS
           END-IF.
           CLOSE INQUIRY-REPORT.
           IF  NOT RUN-REFUSED
               PERFORM 700-Write-Job-Audit-Record
           END-IF.
      *    ONE AUDITLOG ROW PER EMPLOYEE ASKED ABOUT, CHAINED.
       800-Write-Audit-Record.
           OPEN EXTEND AUDIT-REC.
           MOVE FUNCTION CURRENT-DATE(1:15) TO AUDIT-TIMESTAMP.
           MOVE WS-REQUESTED-BY TO AUDIT-USER.
           MOVE WS-AUDIT-TEXT   TO AUDIT-RESULT.
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS.
           MOVE CH-SEQ          TO AUDIT-SEQ.
           MOVE CH-CHAIN        TO AUDIT-CHAIN.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-REC.
       700-Write-Job-Audit-Record.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE 'EMPINQ1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           MOVE WS-REQUESTED-BY TO JA-REQUESTED-BY.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
