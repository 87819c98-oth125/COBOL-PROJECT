       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCHG1.
      ***** Direct-deposit bank changes under dual control.  Up to
      ***** now the only way to move an employee to a new bank was
      ***** to edit BANKMAST by hand - exactly how pay gets diverted.
      ***** A change now goes through two administrators:
      *****
      ***** MODE=REQUEST takes the BANKCHGR request file - employee
      ***** ID, new routing and account, share of net pay and the
      ***** requesting administrator - and puts each good request
      ***** on the pending-change master (BANKPEND in, new
      ***** generation out under BANKPNDN) as open, under the next
      ***** request number.  The requester must hold BANKCHG (see
      ***** AUTHCHK), the employee must be on EMPFILE, the routing
      ***** number must pass the ABA check digit, the share must be
      ***** 1 to 100 and the employee must not already have a
      ***** change open.  Each request taken leaves a BANK REQ row
      ***** on the AUDITLOG under the requester.
      *****
      ***** MODE=APPROVE takes the BANKAPRV decision file - request
      ***** number, A approve or R reject, approver - against the
      ***** open requests.  The approver must hold BANKAPR and may
      ***** be neither the administrator who requested the change
      ***** nor the employee it is for.  An approved change is
      ***** applied to BANKMAST under the FILELOCK: the employee's
      ***** live accounts are deactivated and the new account goes
      ***** on in prenote status ('P') dated today, so DDEPOS01
      ***** pays the next cycle by paper check and starts deposits
      ***** once the prenote has aged.  A change that only moves the
      ***** share of an account already live updates the share.
      ***** Every BANKMAST row touched goes to the MSTRJRNL cycle
      ***** journal with its before and after images under the
      ***** approver, each decision leaves a BANK APPR row on the
      ***** AUDITLOG, and a confirmation letter (BANKLTR) goes to
      ***** the employee's address on ADDRMAST - the account number
      ***** shown only by its last four digits.  An employee with no
      ***** address on file is listed and the letter held (CC 4).
      *****
      ***** BANKCRPT lists every request or decision with what was
      ***** done with it.  Anything not taken is printed with the
      ***** reason and ends the run CC 4.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     MODE=REQUEST
      *****     MODE=APPROVE DATE=2026-10-15
      ***** MODE is required.  DATE=YYYY-MM-DD runs as of another
      ***** day.  A bad option, no EMPFILE, a BANKMAST held by
      ***** another job or a table too small for the master ends
      ***** the run CC 8 with the pending master carried forward as
      ***** it was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO BANKCHGR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BR-F-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO BANKAPRV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BA-F-STATUS.
           SELECT PENDING-FILE ASSIGN TO BANKPEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BP-F-STATUS.
           SELECT PENDING-FILE-NEW ASSIGN TO BANKPNDN.
           SELECT BANK-MASTER ASSIGN TO BANKMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BM-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EM-F-STATUS.
           SELECT ADDRESS-MASTER ASSIGN TO ADDRMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AM-F-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO MSTRJRNL.
           SELECT AUDIT-REC ASSIGN TO AUDITLOG.
           SELECT LETTER-FILE ASSIGN TO BANKLTR.
           SELECT CHANGE-REPORT ASSIGN TO BANKCRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * Bank-change requests keyed by a payroll administrator
       FD  REQUEST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REQUEST-REC.
       01  REQUEST-REC.
           05  BR-EMP-ID          PIC X(08).
           05  BR-ROUTING         PIC 9(09).
           05  BR-ACCOUNT         PIC X(17).
           05  BR-SPLIT-PCT       PIC 9(03).
           05  BR-REQUESTED-BY    PIC X(10).
           05  FILLER             PIC X(33).
      * Second-administrator decisions - A approve, R reject
       FD  APPROVAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-REC.
       01  APPROVAL-REC.
           05  BA-REQUEST-NO      PIC 9(06).
           05  BA-DECISION        PIC X(01).
               88  BA-APPROVE             VALUE 'A'.
               88  BA-REJECT              VALUE 'R'.
           05  BA-APPROVER        PIC X(10).
           05  FILLER             PIC X(63).
      * Pending-change master - one row per request, open until a
      * second administrator decides it
       FD  PENDING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-REC.
       01  PENDING-REC.
           05  BP-REQUEST-NO      PIC 9(06).
           05  BP-STATUS          PIC X(01).
           05  BP-EMP-ID          PIC X(08).
           05  BP-ROUTING         PIC 9(09).
           05  BP-ACCOUNT         PIC X(17).
           05  BP-SPLIT-PCT       PIC 9(03).
           05  BP-REQUESTED-BY    PIC X(10).
           05  BP-REQUESTED-ON    PIC X(08).
           05  BP-DECIDED-BY      PIC X(10).
           05  BP-DECIDED-ON      PIC X(08).
       FD  PENDING-FILE-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PENDING-NEW-REC.
       01  PENDING-NEW-REC        PIC X(80).
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
           05  BM-PRENOTE-DATE    PIC X(08).
           05  FILLER             PIC X(14).
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
      * Employee mailing-address master, keyed on employee ID
       FD  ADDRESS-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRESS-MASTER-REC.
       01  ADDRESS-MASTER-REC.
           05  AM-EMP-ID          PIC X(08).
           05  AM-NAME            PIC X(20).
           05  AM-STREET          PIC X(25).
           05  AM-CITY            PIC X(15).
           05  AM-STATE           PIC X(02).
           05  AM-ZIP             PIC X(09).
           05  FILLER             PIC X(01).
      * Cycle journal - before and after image of each BANKMAST row
      * changed, under the approving administrator
       FD  MASTER-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MASTER-JOURNAL-REC.
       01  MASTER-JOURNAL-REC.
           05  MJ-TIMESTAMP       PIC X(15).
           05  MJ-SOURCE          PIC X(8).
           05  MJ-MASTER          PIC X(8).
           05  MJ-BEFORE-IMAGE    PIC X(80).
           05  MJ-AFTER-IMAGE     PIC X(80).
           05  MJ-USER            PIC X(8).
           05  FILLER             PIC X(1).
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
       FD  LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-LINE-OUT.
       01  LETTER-LINE-OUT  PIC X(80).
       FD  CHANGE-REPORT
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
       77 BR-F-STATUS               PIC X(02) VALUE SPACES.
           88 BR-OK                           VALUE '00'.
       77 BA-F-STATUS               PIC X(02) VALUE SPACES.
           88 BA-OK                           VALUE '00'.
       77 BP-F-STATUS               PIC X(02) VALUE SPACES.
           88 BP-OK                           VALUE '00'.
       77 BM-F-STATUS               PIC X(02) VALUE SPACES.
           88 BM-OK                           VALUE '00'.
       77 EM-F-STATUS               PIC X(02) VALUE SPACES.
           88 EM-OK                           VALUE '00'.
       77 AM-F-STATUS               PIC X(02) VALUE SPACES.
           88 AM-OK                           VALUE '00'.
       77 BR-EOF                    PIC X(01) VALUE 'N'.
           88 BR-AT-EOF                       VALUE 'Y'.
       77 BA-EOF                    PIC X(01) VALUE 'N'.
           88 BA-AT-EOF                       VALUE 'Y'.
       77 BP-EOF                    PIC X(01) VALUE 'N'.
           88 BP-AT-EOF                       VALUE 'Y'.
       77 BM-EOF                    PIC X(01) VALUE 'N'.
           88 BM-AT-EOF                       VALUE 'Y'.
       77 EM-EOF                    PIC X(01) VALUE 'N'.
           88 EM-AT-EOF                       VALUE 'Y'.
       77 AM-EOF                    PIC X(01) VALUE 'N'.
           88 AM-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
       77 WS-LOCK-HELD-SW           PIC X(01) VALUE 'N'.
           88 BANKMAST-LOCKED                 VALUE 'Y'.
       77 WS-MASTER-CHANGED-SW      PIC X(01) VALUE 'N'.
           88 BANKMAST-CHANGED                VALUE 'Y'.
       77 WS-LETTERS-OPEN-SW        PIC X(01) VALUE 'N'.
           88 LETTERS-OPEN                    VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. MODE=APPROVE
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-MODE               PIC X(07) VALUE SPACES.
           88 REQUEST-RUN                     VALUE 'REQUEST'.
           88 APPROVE-RUN                     VALUE 'APPROVE'.
       01 WS-RUN-DATE               PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-KEYED         PIC X(08) VALUE SPACES.
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
      * In-use lock on the BANKMAST - see FILELOCK.  Taken only by
      * an APPROVE run, which rewrites the whole master.
       01 FILELOCK-PARMS.
          05 FL-FUNCTION     PIC X(1)  VALUE SPACE.
          05 FL-RESOURCE     PIC X(8)  VALUE 'BANKMAST'.
          05 FL-HOLDER       PIC X(8)  VALUE 'BANKCHG1'.
          05 FL-RESULT       PIC X(1)  VALUE 'N'.
          05 FL-HOLDER-OUT   PIC X(8)  VALUE SPACES.
      * Requester and approver authority - see AUTHCHK
       01 AUTHCHK-PARMS.
          05 AC-USER         PIC X(10) VALUE SPACES.
          05 AC-PERMISSION   PIC X(8)  VALUE SPACES.
          05 AC-AUTHORIZED   PIC X(1)  VALUE 'N'.
       01 WS-AUDIT-USER             PIC X(10) VALUE SPACES.
       01 WS-AUDIT-TEXT             PIC X(30) VALUE SPACES.
      * Audit chain sequencing - see AUDCHAIN
       01 AUDCHAIN-PARMS.
          05 CH-SEQ          PIC 9(6)  VALUE ZEROS.
          05 CH-CHAIN        PIC X(10) VALUE SPACES.
      * ABA routing check digit - the AUTOPAY1 weighting
       01 WS-ROUTING-CHECK.
          05 WS-RC-ROUTING          PIC 9(9).
          05 WS-RC-DIGITS REDEFINES WS-RC-ROUTING.
             10 WS-RC-DIGIT         PIC 9 OCCURS 9 TIMES.
          05 WS-RC-SUM              PIC 9(4).
          05 WS-RC-QUOTIENT         PIC 9(4).
          05 WS-RC-REMAINDER        PIC 9(2).
       01 ROUTING-VALID-SW          PIC X VALUE 'N'.
          88 ROUTING-IS-VALID             VALUE 'Y'.
      * Employees - name by employee ID
       01 EMP-TABLE-AREA.
          05 EM-COUNT               PIC 9(4) COMP VALUE 0.
          05 EM-SUB                 PIC 9(4) COMP VALUE 0.
          05 EMP-TABLE OCCURS 500 TIMES.
             10 EM-EMP-ID           PIC X(08).
             10 EM-NAME             PIC X(20).
       01 EM-FOUND-SW               PIC X(01) VALUE 'N'.
           88 EMP-FOUND                       VALUE 'Y'.
      * Mailing addresses for the confirmation letters
       01 ADDR-TABLE-AREA.
          05 AT-COUNT               PIC 9(4) COMP VALUE 0.
          05 AT-SUB                 PIC 9(4) COMP VALUE 0.
          05 ADDR-TABLE OCCURS 500 TIMES.
             10 AT-EMP-ID           PIC X(08).
             10 AT-NAME             PIC X(20).
             10 AT-STREET           PIC X(25).
             10 AT-CITY             PIC X(15).
             10 AT-STATE            PIC X(02).
             10 AT-ZIP              PIC X(09).
       01 AT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 ADDRESS-FOUND                   VALUE 'Y'.
       01 WS-LOOKUP-EMP             PIC X(08) VALUE SPACES.
      * The pending changes as they stand - the BANKPEND rows in,
      * changed in place and written back out to BANKPNDN
       01 PEND-TABLE-AREA.
          05 PT-COUNT               PIC 9(4) COMP VALUE 0.
          05 PT-SUB                 PIC 9(4) COMP VALUE 0.
          05 PEND-TABLE OCCURS 2000 TIMES.
             10 PT-ROW              PIC X(80).
             10 PT-ROW-FIELDS REDEFINES PT-ROW.
                15 PT-REQUEST-NO    PIC 9(06).
                15 PT-STATUS        PIC X(01).
                   88 PT-OPEN                 VALUE 'O'.
                   88 PT-APPROVED             VALUE 'A'.
                   88 PT-REJECTED             VALUE 'R'.
                15 PT-EMP-ID        PIC X(08).
                15 PT-ROUTING       PIC 9(09).
                15 PT-ACCOUNT       PIC X(17).
                15 PT-SPLIT-PCT     PIC 9(03).
                15 PT-REQUESTED-BY  PIC X(10).
                15 PT-REQUESTED-ON  PIC X(08).
                15 PT-DECIDED-BY    PIC X(10).
                15 PT-DECIDED-ON    PIC X(08).
       01 PT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 PEND-ROW-FOUND                  VALUE 'Y'.
       01 WS-LAST-REQUEST-NO        PIC 9(06) VALUE 0.
      * Bank-account master table - the BANKRTN1 load/save shape.
      * The whole record is held so unrecognized filler survives
      * the rewrite.
       01 BANK-TABLE-AREA.
           05 BT-ENTRY-COUNT        PIC 9(4) COMP VALUE 0.
           05 BT-SUB                PIC 9(4) COMP VALUE 0.
           05 BANK-TABLE OCCURS 500 TIMES.
               10 BT-RECORD         PIC X(60).
               10 BT-RECORD-RDF REDEFINES BT-RECORD.
                   15 BT-EMP-ID     PIC X(08).
                   15 BT-ROUTING    PIC 9(09).
                   15 BT-ACCOUNT    PIC X(17).
                   15 BT-SPLIT-PCT  PIC 9(03).
                   15 BT-STATUS     PIC X(01).
                       88 BT-ROW-INACTIVE     VALUE 'I'.
                   15 BT-PRENOTE-DATE PIC X(08).
                   15 FILLER        PIC X(14).
       01 BANK-TABLE-FULL           PIC X(01) VALUE 'N'.
           88 BANK-TABLE-IS-FULL              VALUE 'Y'.
       01 BANK-FOUND-SW             PIC X(01) VALUE 'N'.
           88 BANK-ENTRY-FOUND                VALUE 'Y'.
       01 WS-SAME-ACCOUNT-SUB       PIC 9(4) COMP VALUE 0.
       01 WS-JRNL-BEFORE            PIC X(80) VALUE SPACES.
       01 WS-JRNL-AFTER             PIC X(80) VALUE SPACES.
       01 WS-REJECT-REASON          PIC X(33) VALUE SPACES.
       01 WS-ACTION-TEXT            PIC X(33) VALUE SPACES.
      * Last four of the account number for the letter and report
       01 WS-MASK-WORK.
          05 WS-MASK-ACCOUNT        PIC X(17) VALUE SPACES.
          05 WS-MASK-SUB            PIC 9(2) COMP VALUE 0.
          05 WS-MASKED-ACCOUNT      PIC X(17) VALUE SPACES.
       01 WS-DATE-WORK.
          05 WS-DATE-YMD            PIC X(08) VALUE SPACES.
          05 WS-DATE-ISO            PIC X(10) VALUE SPACES.
       01 CHANGE-COUNTERS.
          05 CTR-REQUESTS-TAKEN     PIC 9(5) VALUE 0.
          05 CTR-REQUESTS-REJECTED  PIC 9(5) VALUE 0.
          05 CTR-APPROVED           PIC 9(5) VALUE 0.
          05 CTR-REJECTED-BY-APPR   PIC 9(5) VALUE 0.
          05 CTR-DECISIONS-REFUSED  PIC 9(5) VALUE 0.
          05 CTR-ROWS-JOURNALED     PIC 9(5) VALUE 0.
          05 CTR-LETTERS            PIC 9(5) VALUE 0.
          05 CTR-LETTERS-HELD       PIC 9(5) VALUE 0.
          05 CTR-STILL-OPEN         PIC 9(5) VALUE 0.
      *    BANK CHANGE REPORT PRINT LINES
       01 REPORT-HEADING-LINE.
           05 RH-TITLE              PIC X(50).
           05 FILLER  PIC X(07) VALUE '  RUN: '.
           05 RH-RUN-TIME           PIC X(15).
       01 REPORT-COLUMN-LINE.
           05 FILLER  PIC X(44) VALUE
                  'REQ NO  EMP ID    NAME                  ROUT'.
           05 FILLER  PIC X(44) VALUE
                  'ING    ACCOUNT            PCT  REQUESTED BY'.
           05 FILLER  PIC X(44) VALUE
                  '  DECIDED BY  ACTION'.
       01 REPORT-DETAIL-LINE.
           05 RDL-REQUEST-NO        PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-NAME              PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-ROUTING           PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-ACCOUNT           PIC X(17).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-SPLIT-PCT         PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-REQUESTED-BY      PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-DECIDED-BY        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-ACTION            PIC X(33).
       01 REPORT-TOTAL-LINE.
           05 RTL-TEXT              PIC X(40).
           05 RTL-COUNT             PIC ZZZZ9.
      * Confirmation letter - the DELQAGE1 window-envelope block
       01 LETTER-COMPANY-LINE.
          05 FILLER   PIC X(25) VALUE SPACES.
          05 FILLER   PIC X(30) VALUE 'ACME MANUFACTURING COMPANY'.
       01 LETTER-DATE-LINE.
          05 FILLER   PIC X(55) VALUE SPACES.
          05 LDL-MM   PIC X(2).
          05 FILLER   PIC X(01) VALUE '/'.
          05 LDL-DD   PIC X(2).
          05 FILLER   PIC X(01) VALUE '/'.
          05 LDL-YYYY PIC X(4).
       01 LETTER-NAME-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 LNL-NAME PIC X(20).
       01 LETTER-STREET-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 LSL-STREET PIC X(25).
       01 LETTER-CITY-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 LCL-CITY  PIC X(15).
          05 FILLER   PIC X(01) VALUE SPACE.
          05 LCL-STATE PIC X(02).
          05 FILLER   PIC X(02) VALUE SPACES.
          05 LCL-ZIP   PIC X(09).
       01 LETTER-RE-LINE.
          05 FILLER   PIC X(37) VALUE
             'RE:  DIRECT DEPOSIT CHANGE - EMPLOYEE'.
          05 FILLER   PIC X(01) VALUE SPACE.
          05 LRL-EMP-ID PIC X(08).
       01 LETTER-TEXT-VALUES.
          05 FILLER PIC X(60) VALUE
             'AS REQUESTED, YOUR DIRECT DEPOSIT HAS BEEN CHANGED TO'.
          05 FILLER PIC X(60) VALUE
             'THE ACCOUNT SHOWN BELOW.  THE NEW ACCOUNT IS FIRST'.
          05 FILLER PIC X(60) VALUE
             'PROVED WITH YOUR BANK, SO YOUR NEXT PAY WILL COME AS A'.
          05 FILLER PIC X(60) VALUE
             'PAPER CHECK; DEPOSITS START ONCE THE BANK HAS IT.'.
       01 LETTER-TEXT-TABLE REDEFINES LETTER-TEXT-VALUES.
          05 LETTER-TEXT-LINE OCCURS 4 TIMES PIC X(60).
       01 LETTER-WARNING-VALUES.
          05 FILLER PIC X(60) VALUE
             'IF YOU DID NOT ASK FOR THIS CHANGE, CALL THE PAYROLL'.
          05 FILLER PIC X(60) VALUE
             'DEPARTMENT AT ONCE SO THE CHANGE CAN BE STOPPED.'.
       01 LETTER-WARNING-TABLE REDEFINES LETTER-WARNING-VALUES.
          05 LETTER-WARNING-LINE OCCURS 2 TIMES PIC X(60).
       77 LT-SUB                  PIC 9 VALUE 0 COMP.
       01 LETTER-BODY-LINE.
          05 LBY-TEXT             PIC X(60).
       01 LETTER-ROUTING-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 FILLER   PIC X(20) VALUE 'BANK ROUTING NUMBER:'.
          05 FILLER   PIC X(02) VALUE SPACES.
          05 LTR-ROUTING PIC X(09).
       01 LETTER-ACCOUNT-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 FILLER   PIC X(20) VALUE 'ACCOUNT NUMBER:'.
          05 FILLER   PIC X(02) VALUE SPACES.
          05 LTA-ACCOUNT PIC X(17).
       01 LETTER-SPLIT-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 FILLER   PIC X(20) VALUE 'SHARE OF NET PAY:'.
          05 FILLER   PIC X(02) VALUE SPACES.
          05 LTS-SPLIT-PCT PIC ZZ9.
          05 FILLER   PIC X(01) VALUE '%'.
       01 LETTER-CLOSE-LINE.
          05 FILLER   PIC X(25) VALUE 'PAYROLL DEPARTMENT'.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  REQUEST-RUN
                   PERFORM 200-Take-Requests
               ELSE
                   PERFORM 400-Apply-Decisions
               END-IF
               PERFORM 580-Print-Summary
           END-IF.
           PERFORM 500-Write-Pending.
           PERFORM 600-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      * The pending master is loaded before anything can refuse
      * the run, so that a refused run still carries it forward.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           PERFORM 140-Load-Pending.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Employees
           END-IF.
           IF  NOT RUN-REFUSED AND APPROVE-RUN
               PERFORM 160-Lock-Bank-Master
           END-IF.
           IF  NOT RUN-REFUSED AND APPROVE-RUN
               PERFORM 150-Load-Bank-Master
               PERFORM 120-Load-Addresses
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING CHANGED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-RUN-MODE = SPACES
               DISPLAY 'BANKCHG1 - MODE=REQUEST OR MODE=APPROVE IS '
                       'REQUIRED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  WS-RUN-DATE-KEYED NOT = SPACES
               MOVE WS-RUN-DATE-KEYED TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'MODE'
                       IF  WS-OPT-VALUE = 'REQUEST' OR 'APPROVE'
                           MOVE WS-OPT-VALUE TO WS-RUN-MODE
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'DATE'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-RUN-DATE-KEYED
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
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
           DISPLAY 'BANKCHG1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       100-Load-Employees.
           MOVE 'N' TO EM-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EM-OK
               PERFORM 105-Read-Employee
               PERFORM 110-Take-One-Employee UNTIL EM-AT-EOF
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY 'EMPFILE NOT AVAILABLE - STATUS: ' EM-F-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Employee.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO EM-EOF
           END-READ.
       110-Take-One-Employee.
           IF  EM-COUNT < 500
               ADD 1 TO EM-COUNT
               MOVE EMP-ID        TO EM-EMP-ID(EM-COUNT)
               MOVE EMPLOYEE-NAME TO EM-NAME(EM-COUNT)
           ELSE
               DISPLAY 'EMPLOYEE TABLE FULL - SKIPPED ' EMP-ID
           END-IF.
           PERFORM 105-Read-Employee.
      * No address master means every letter is held, not that the
      * changes are - the held letters are listed for follow-up.
       120-Load-Addresses.
           MOVE 'N' TO AM-EOF.
           OPEN INPUT ADDRESS-MASTER.
           IF  AM-OK
               PERFORM 125-Read-Address
               PERFORM 127-Take-One-Address UNTIL AM-AT-EOF
               CLOSE ADDRESS-MASTER
           ELSE
               DISPLAY 'ADDRMAST NOT AVAILABLE - STATUS: '
                       AM-F-STATUS ' - LETTERS WILL BE HELD'
           END-IF.
       125-Read-Address.
           READ ADDRESS-MASTER
               AT END MOVE 'Y' TO AM-EOF
           END-READ.
       127-Take-One-Address.
           IF  AT-COUNT < 500
               ADD 1 TO AT-COUNT
               MOVE AM-EMP-ID TO AT-EMP-ID(AT-COUNT)
               MOVE AM-NAME   TO AT-NAME(AT-COUNT)
               MOVE AM-STREET TO AT-STREET(AT-COUNT)
               MOVE AM-CITY   TO AT-CITY(AT-COUNT)
               MOVE AM-STATE  TO AT-STATE(AT-COUNT)
               MOVE AM-ZIP    TO AT-ZIP(AT-COUNT)
           ELSE
               DISPLAY 'ADDRESS TABLE FULL - SKIPPED ' AM-EMP-ID
           END-IF.
           PERFORM 125-Read-Address.
      * The pending changes, if there are any.  No BANKPEND yet is
      * the first request.
       140-Load-Pending.
           MOVE 'N' TO BP-EOF.
           OPEN INPUT PENDING-FILE.
           IF  BP-OK
               PERFORM 145-Read-Pending
               PERFORM 147-Take-One-Pending-Row UNTIL BP-AT-EOF
               CLOSE PENDING-FILE
           ELSE
               DISPLAY 'BANKPEND FILE STATUS: ' BP-F-STATUS
                       ' - NO CHANGES PENDING'
           END-IF.
       145-Read-Pending.
           READ PENDING-FILE
               AT END MOVE 'Y' TO BP-EOF
           END-READ.
       147-Take-One-Pending-Row.
           IF  PT-COUNT < 2000
               ADD 1 TO PT-COUNT
               MOVE PENDING-REC TO PT-ROW(PT-COUNT)
               IF  BP-REQUEST-NO > WS-LAST-REQUEST-NO
                   MOVE BP-REQUEST-NO TO WS-LAST-REQUEST-NO
               END-IF
           ELSE
               DISPLAY 'BANKCHG1 - PENDING TABLE FULL'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           PERFORM 145-Read-Pending.
       150-Load-Bank-Master.
           MOVE 'N' TO BM-EOF.
           OPEN INPUT BANK-MASTER.
           IF  BM-OK
               PERFORM 155-Read-Bank-Record
               PERFORM 157-Store-Bank-Entry UNTIL BM-AT-EOF
               CLOSE BANK-MASTER
           ELSE
               DISPLAY 'BANK MASTER FILE STATUS: ' BM-F-STATUS
                       ' - STARTING A NEW MASTER'
           END-IF.
      *    A FULL TABLE WOULD DROP ROWS ON THE REWRITE - REFUSE.
           IF  BANK-TABLE-IS-FULL
               DISPLAY 'BANKCHG1 - BANK TABLE FULL - NOTHING '
                       'APPLIED - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       155-Read-Bank-Record.
           READ BANK-MASTER
               AT END MOVE 'Y' TO BM-EOF
           END-READ.
       157-Store-Bank-Entry.
           IF  BT-ENTRY-COUNT < 500
               ADD 1 TO BT-ENTRY-COUNT
               MOVE BANK-MASTER-REC TO BT-RECORD(BT-ENTRY-COUNT)
           ELSE
               MOVE 'Y' TO BANK-TABLE-FULL
               DISPLAY 'BANK TABLE FULL - UNABLE TO ADD ' BM-EMP-ID
           END-IF.
           PERFORM 155-Read-Bank-Record.
      * The master is rewritten whole, so DDEPOS01, BANKRTN1,
      * ONBOARD1 and OFFBOARD are kept off it for the run.
       160-Lock-Bank-Master.
           MOVE 'A' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           IF  FL-RESULT NOT = 'Y'
               DISPLAY 'BANKCHG1 - BANKMAST IN USE BY '
                       FL-HOLDER-OUT ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD-SW
           END-IF.
      * Each good request goes on the pending master as open; the
      * BANKMAST itself is not touched until a second administrator
      * approves it.
       200-Take-Requests.
           MOVE 'BANK CHANGE REQUESTS' TO RH-TITLE.
           PERFORM 535-Write-Page-Heading.
           MOVE 'N' TO BR-EOF.
           OPEN INPUT REQUEST-FILE.
           IF  BR-OK
               PERFORM 205-Read-Request
               PERFORM 210-Take-One-Request UNTIL BR-AT-EOF
               CLOSE REQUEST-FILE
           ELSE
               DISPLAY 'BANKCHGR FILE STATUS: ' BR-F-STATUS
                       ' - NO REQUESTS TODAY'
           END-IF.
       205-Read-Request.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO BR-EOF
           END-READ.
       210-Take-One-Request.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE BR-EMP-ID TO WS-LOOKUP-EMP.
           PERFORM 240-Find-Employee.
           PERFORM 220-Check-Request.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE BR-EMP-ID       TO RDL-EMP-ID.
           IF  EMP-FOUND
               MOVE EM-NAME(EM-SUB) TO RDL-NAME
           END-IF.
           MOVE BR-ROUTING      TO RDL-ROUTING.
           MOVE BR-ACCOUNT      TO WS-MASK-ACCOUNT.
           PERFORM 560-Mask-Account.
           MOVE WS-MASKED-ACCOUNT TO RDL-ACCOUNT.
           IF  BR-SPLIT-PCT IS NUMERIC
               MOVE BR-SPLIT-PCT TO RDL-SPLIT-PCT
           END-IF.
           MOVE BR-REQUESTED-BY TO RDL-REQUESTED-BY.
           IF  WS-REJECT-REASON = SPACES
               PERFORM 230-Record-Request
               MOVE 'OPEN - AWAITING APPROVAL' TO RDL-ACTION
           ELSE
               ADD 1 TO CTR-REQUESTS-REJECTED
               MOVE 'Y' TO WS-WARNING-SW
               MOVE WS-REJECT-REASON TO RDL-ACTION
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 205-Read-Request.
      * The requester's authority is asked last so that a card
      * with nothing to change leaves no grant on the AUDITLOG.
       220-Check-Request.
           MOVE BR-ROUTING TO WS-RC-ROUTING.
           IF  BR-ROUTING IS NUMERIC
               PERFORM 190-Check-Routing
           ELSE
               MOVE 'N' TO ROUTING-VALID-SW
           END-IF.
           EVALUATE TRUE
               WHEN BR-REQUESTED-BY = SPACES
                   MOVE 'NO REQUESTER ON THE CARD' TO WS-REJECT-REASON
               WHEN NOT EMP-FOUND
                   MOVE 'EMPLOYEE NOT ON EMPFILE' TO WS-REJECT-REASON
               WHEN NOT ROUTING-IS-VALID
                   MOVE 'ROUTING NUMBER FAILS CHECK DIGIT'
                       TO WS-REJECT-REASON
               WHEN BR-ACCOUNT = SPACES
                   MOVE 'NO ACCOUNT NUMBER' TO WS-REJECT-REASON
               WHEN BR-SPLIT-PCT IS NOT NUMERIC
                   MOVE 'SHARE OF PAY NOT NUMERIC' TO WS-REJECT-REASON
               WHEN BR-SPLIT-PCT = ZERO OR BR-SPLIT-PCT > 100
                   MOVE 'SHARE OF PAY NOT 1 TO 100'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 225-Check-Not-Already-Open
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACES
               MOVE BR-REQUESTED-BY TO AC-USER
               MOVE 'BANKCHG '      TO AC-PERMISSION
               CALL 'AUTHCHK' USING AUTHCHK-PARMS
               IF  AC-AUTHORIZED NOT = 'Y'
                   MOVE 'REQUESTER NOT AUTHORIZED BANKCHG'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       225-Check-Not-Already-Open.
           MOVE 'N' TO PT-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 227-Match-Open-For-Employee
               UNTIL PT-SUB > PT-COUNT OR PEND-ROW-FOUND.
           IF  PEND-ROW-FOUND
               MOVE 'CHANGE ALREADY OPEN FOR EMPLOYEE'
                   TO WS-REJECT-REASON
           END-IF.
       227-Match-Open-For-Employee.
           IF  PT-EMP-ID(PT-SUB) = BR-EMP-ID AND PT-OPEN(PT-SUB)
               MOVE 'Y' TO PT-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       230-Record-Request.
           IF  PT-COUNT < 2000
               ADD 1 TO PT-COUNT
               ADD 1 TO WS-LAST-REQUEST-NO
               MOVE SPACES             TO PT-ROW(PT-COUNT)
               MOVE WS-LAST-REQUEST-NO TO PT-REQUEST-NO(PT-COUNT)
               MOVE 'O'                TO PT-STATUS(PT-COUNT)
               MOVE BR-EMP-ID          TO PT-EMP-ID(PT-COUNT)
               MOVE BR-ROUTING         TO PT-ROUTING(PT-COUNT)
               MOVE BR-ACCOUNT         TO PT-ACCOUNT(PT-COUNT)
               MOVE BR-SPLIT-PCT       TO PT-SPLIT-PCT(PT-COUNT)
               MOVE BR-REQUESTED-BY    TO PT-REQUESTED-BY(PT-COUNT)
               MOVE WS-RUN-DATE        TO PT-REQUESTED-ON(PT-COUNT)
               MOVE WS-LAST-REQUEST-NO TO RDL-REQUEST-NO
               ADD 1 TO CTR-REQUESTS-TAKEN
               MOVE BR-REQUESTED-BY TO WS-AUDIT-USER
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING 'BANK REQ   ' BR-EMP-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               PERFORM 800-Write-Audit-Record
           ELSE
               DISPLAY 'BANKCHG1 - PENDING TABLE FULL AT '
                       BR-EMP-ID
               MOVE 'PENDING TABLE FULL - NOT TAKEN'
                   TO WS-REJECT-REASON
           END-IF.
       240-Find-Employee.
           MOVE 'N' TO EM-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 245-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EMP-FOUND.
       245-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = WS-LOOKUP-EMP
               MOVE 'Y' TO EM-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
       190-Check-Routing.
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
      * Each decision is taken only for an open request and only
      * from a second administrator - never the requester, never
      * the employee whose pay it moves.
       400-Apply-Decisions.
           MOVE 'BANK CHANGE DECISIONS' TO RH-TITLE.
           PERFORM 535-Write-Page-Heading.
           OPEN EXTEND MASTER-JOURNAL.
           MOVE 'N' TO BA-EOF.
           OPEN INPUT APPROVAL-FILE.
           IF  BA-OK
               PERFORM 405-Read-Decision
               PERFORM 410-Apply-One-Decision UNTIL BA-AT-EOF
               CLOSE APPROVAL-FILE
           ELSE
               DISPLAY 'BANKAPRV FILE STATUS: ' BA-F-STATUS
                       ' - NO DECISIONS TODAY'
           END-IF.
           CLOSE MASTER-JOURNAL.
           IF  BANKMAST-CHANGED
               PERFORM 880-Save-Bank-Master
           END-IF.
       405-Read-Decision.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO BA-EOF
           END-READ.
       410-Apply-One-Decision.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-ACTION-TEXT.
           PERFORM 420-Find-Pending-Row.
           PERFORM 430-Check-Decision.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE BA-REQUEST-NO TO RDL-REQUEST-NO.
           MOVE BA-APPROVER   TO RDL-DECIDED-BY.
           IF  PEND-ROW-FOUND
               MOVE PT-EMP-ID(PT-SUB) TO RDL-EMP-ID
               MOVE PT-EMP-ID(PT-SUB) TO WS-LOOKUP-EMP
               PERFORM 240-Find-Employee
               IF  EMP-FOUND
                   MOVE EM-NAME(EM-SUB) TO RDL-NAME
               END-IF
               MOVE PT-ROUTING(PT-SUB)      TO RDL-ROUTING
               MOVE PT-ACCOUNT(PT-SUB)      TO WS-MASK-ACCOUNT
               PERFORM 560-Mask-Account
               MOVE WS-MASKED-ACCOUNT       TO RDL-ACCOUNT
               MOVE PT-SPLIT-PCT(PT-SUB)    TO RDL-SPLIT-PCT
               MOVE PT-REQUESTED-BY(PT-SUB) TO RDL-REQUESTED-BY
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               PERFORM 440-Record-Decision
               MOVE WS-ACTION-TEXT TO RDL-ACTION
           ELSE
               ADD 1 TO CTR-DECISIONS-REFUSED
               MOVE 'Y' TO WS-WARNING-SW
               MOVE WS-REJECT-REASON TO RDL-ACTION
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 405-Read-Decision.
       420-Find-Pending-Row.
           MOVE 'N' TO PT-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 425-Match-Pending-Row
               UNTIL PT-SUB > PT-COUNT OR PEND-ROW-FOUND.
       425-Match-Pending-Row.
           IF  PT-REQUEST-NO(PT-SUB) = BA-REQUEST-NO
               MOVE 'Y' TO PT-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
      * An employee who has left since the request would be put
      * back on direct deposit by it - the request is not taken.
       430-Check-Decision.
           EVALUATE TRUE
               WHEN NOT PEND-ROW-FOUND
                   MOVE 'NO SUCH REQUEST' TO WS-REJECT-REASON
               WHEN NOT PT-OPEN(PT-SUB)
                   MOVE 'REQUEST ALREADY DECIDED' TO WS-REJECT-REASON
               WHEN NOT BA-APPROVE AND NOT BA-REJECT
                   MOVE 'DECISION IS NOT A OR R' TO WS-REJECT-REASON
               WHEN BA-APPROVER = SPACES
                   MOVE 'NO APPROVER ON THE CARD' TO WS-REJECT-REASON
               WHEN BA-APPROVER = PT-REQUESTED-BY(PT-SUB)
                   MOVE 'APPROVER IS THE REQUESTER'
                       TO WS-REJECT-REASON
               WHEN BA-APPROVER = PT-EMP-ID(PT-SUB)
                   MOVE 'APPROVER IS THE EMPLOYEE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE PT-EMP-ID(PT-SUB) TO WS-LOOKUP-EMP
                   PERFORM 240-Find-Employee
                   IF  BA-APPROVE AND NOT EMP-FOUND
                       MOVE 'EMPLOYEE NO LONGER ON EMPFILE'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACES
               MOVE BA-APPROVER TO AC-USER
               MOVE 'BANKAPR '  TO AC-PERMISSION
               CALL 'AUTHCHK' USING AUTHCHK-PARMS
               IF  AC-AUTHORIZED NOT = 'Y'
                   MOVE 'APPROVER NOT AUTHORIZED BANKAPR'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       440-Record-Decision.
           MOVE BA-DECISION   TO PT-STATUS(PT-SUB).
           MOVE BA-APPROVER   TO PT-DECIDED-BY(PT-SUB).
           MOVE WS-RUN-DATE   TO PT-DECIDED-ON(PT-SUB).
           IF  BA-APPROVE
               PERFORM 450-Apply-Change
               PERFORM 470-Send-Letter
               ADD 1 TO CTR-APPROVED
           ELSE
               MOVE 'REJECTED - BANKMAST NOT CHANGED'
                   TO WS-ACTION-TEXT
               ADD 1 TO CTR-REJECTED-BY-APPR
           END-IF.
           MOVE BA-APPROVER TO WS-AUDIT-USER.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING 'BANK APPR  ' PT-EMP-ID(PT-SUB) ' ' BA-DECISION
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT.
           PERFORM 800-Write-Audit-Record.
      * The new account goes on in prenote, whatever was there
      * before; the only exception is a change to the share of an
      * account already live, which needs no prenote.
       450-Apply-Change.
           MOVE ZERO TO WS-SAME-ACCOUNT-SUB.
           PERFORM 455-Check-One-Bank-Row
               VARYING BT-SUB FROM 1 BY 1
               UNTIL BT-SUB > BT-ENTRY-COUNT.
           IF  WS-SAME-ACCOUNT-SUB NOT = ZERO
               MOVE WS-SAME-ACCOUNT-SUB TO BT-SUB
               MOVE SPACES            TO WS-JRNL-BEFORE
               MOVE BT-RECORD(BT-SUB) TO WS-JRNL-BEFORE
               MOVE PT-SPLIT-PCT(PT-SUB) TO BT-SPLIT-PCT(BT-SUB)
               MOVE SPACES            TO WS-JRNL-AFTER
               MOVE BT-RECORD(BT-SUB) TO WS-JRNL-AFTER
               PERFORM 465-Journal-Bank-Row
               MOVE 'APPROVED - LIVE ACCOUNT SHARE SET'
                   TO WS-ACTION-TEXT
           ELSE
               PERFORM 460-Add-Prenote-Row
               MOVE 'APPROVED - NEW ACCOUNT IN PRENOTE'
                   TO WS-ACTION-TEXT
           END-IF.
           MOVE 'Y' TO WS-MASTER-CHANGED-SW.
       455-Check-One-Bank-Row.
           IF  BT-EMP-ID(BT-SUB) = PT-EMP-ID(PT-SUB)
           AND NOT BT-ROW-INACTIVE(BT-SUB)
               IF  BT-ROUTING(BT-SUB) = PT-ROUTING(PT-SUB)
               AND BT-ACCOUNT(BT-SUB) = PT-ACCOUNT(PT-SUB)
               AND WS-SAME-ACCOUNT-SUB = ZERO
                   MOVE BT-SUB TO WS-SAME-ACCOUNT-SUB
               ELSE
                   MOVE SPACES            TO WS-JRNL-BEFORE
                   MOVE BT-RECORD(BT-SUB) TO WS-JRNL-BEFORE
                   MOVE 'I'               TO BT-STATUS(BT-SUB)
                   MOVE SPACES            TO WS-JRNL-AFTER
                   MOVE BT-RECORD(BT-SUB) TO WS-JRNL-AFTER
                   PERFORM 465-Journal-Bank-Row
               END-IF
           END-IF.
      *    THE TABLE WAS CHECKED NOT FULL AT LOAD; A RUN OF
      *    APPROVALS CAN STILL FILL IT.
       460-Add-Prenote-Row.
           IF  BT-ENTRY-COUNT < 500
               ADD 1 TO BT-ENTRY-COUNT
               MOVE BT-ENTRY-COUNT       TO BT-SUB
               MOVE SPACES               TO BT-RECORD(BT-SUB)
               MOVE PT-EMP-ID(PT-SUB)    TO BT-EMP-ID(BT-SUB)
               MOVE PT-ROUTING(PT-SUB)   TO BT-ROUTING(BT-SUB)
               MOVE PT-ACCOUNT(PT-SUB)   TO BT-ACCOUNT(BT-SUB)
               MOVE PT-SPLIT-PCT(PT-SUB) TO BT-SPLIT-PCT(BT-SUB)
               MOVE 'P'                  TO BT-STATUS(BT-SUB)
               MOVE WS-RUN-DATE          TO BT-PRENOTE-DATE(BT-SUB)
               MOVE SPACES               TO WS-JRNL-BEFORE
               MOVE SPACES               TO WS-JRNL-AFTER
               MOVE BT-RECORD(BT-SUB)    TO WS-JRNL-AFTER
               PERFORM 465-Journal-Bank-Row
           ELSE
               MOVE 'Y' TO BANK-TABLE-FULL
               DISPLAY 'BANKCHG1 - BANK TABLE FULL AT '
                       PT-EMP-ID(PT-SUB)
           END-IF.
       465-Journal-Bank-Row.
           MOVE SPACES TO MASTER-JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE(1:15) TO MJ-TIMESTAMP.
           MOVE 'BANKCHG1'       TO MJ-SOURCE.
           MOVE 'BANKMAST'       TO MJ-MASTER.
           MOVE WS-JRNL-BEFORE   TO MJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER    TO MJ-AFTER-IMAGE.
           MOVE BA-APPROVER      TO MJ-USER.
           WRITE MASTER-JOURNAL-REC.
           ADD 1 TO CTR-ROWS-JOURNALED.
      * The letter goes to the address on file, never to one that
      * came in with the request.
       470-Send-Letter.
           MOVE 'N' TO AT-FOUND-SW.
           MOVE 1   TO AT-SUB.
           PERFORM 475-Match-Address
               UNTIL AT-SUB > AT-COUNT OR ADDRESS-FOUND.
           IF  ADDRESS-FOUND
               PERFORM 520-Write-Letter
           ELSE
               ADD 1 TO CTR-LETTERS-HELD
               MOVE 'Y' TO WS-WARNING-SW
               MOVE 'APPROVED - NO ADDRESS - LTR HELD'
                   TO WS-ACTION-TEXT
           END-IF.
       475-Match-Address.
           IF  AT-EMP-ID(AT-SUB) = PT-EMP-ID(PT-SUB)
               MOVE 'Y' TO AT-FOUND-SW
           ELSE
               ADD 1 TO AT-SUB
           END-IF.
      * The pending master goes forward whatever happened - as it
      * came in when the run was refused.
       500-Write-Pending.
           OPEN OUTPUT PENDING-FILE-NEW.
           PERFORM 505-Write-One-Pending-Row
               VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
           CLOSE PENDING-FILE-NEW.
       505-Write-One-Pending-Row.
           WRITE PENDING-NEW-REC FROM PT-ROW(PT-SUB).
           IF  PT-OPEN(PT-SUB)
               ADD 1 TO CTR-STILL-OPEN
           END-IF.
       520-Write-Letter.
           IF  NOT LETTERS-OPEN
               OPEN OUTPUT LETTER-FILE
               MOVE 'Y' TO WS-LETTERS-OPEN-SW
           END-IF.
           ADD 1 TO CTR-LETTERS.
           WRITE LETTER-LINE-OUT FROM LETTER-COMPANY-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-DATE(5:2) TO LDL-MM.
           MOVE WS-RUN-DATE(7:2) TO LDL-DD.
           MOVE WS-RUN-DATE(1:4) TO LDL-YYYY.
           WRITE LETTER-LINE-OUT FROM LETTER-DATE-LINE
               AFTER ADVANCING 2.
           MOVE AT-NAME(AT-SUB)   TO LNL-NAME.
           WRITE LETTER-LINE-OUT FROM LETTER-NAME-LINE
               AFTER ADVANCING 2.
           MOVE AT-STREET(AT-SUB) TO LSL-STREET.
           WRITE LETTER-LINE-OUT FROM LETTER-STREET-LINE
               AFTER ADVANCING 1.
           MOVE AT-CITY(AT-SUB)   TO LCL-CITY.
           MOVE AT-STATE(AT-SUB)  TO LCL-STATE.
           MOVE AT-ZIP(AT-SUB)    TO LCL-ZIP.
           WRITE LETTER-LINE-OUT FROM LETTER-CITY-LINE
               AFTER ADVANCING 1.
           MOVE PT-EMP-ID(PT-SUB) TO LRL-EMP-ID.
           WRITE LETTER-LINE-OUT FROM LETTER-RE-LINE
               AFTER ADVANCING 3.
           MOVE SPACES TO LETTER-LINE-OUT.
           WRITE LETTER-LINE-OUT AFTER ADVANCING 1.
           PERFORM 530-Write-Letter-Body
               VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > 4.
           MOVE PT-ROUTING(PT-SUB) TO LTR-ROUTING.
           WRITE LETTER-LINE-OUT FROM LETTER-ROUTING-LINE
               AFTER ADVANCING 2.
           MOVE WS-MASKED-ACCOUNT TO LTA-ACCOUNT.
           WRITE LETTER-LINE-OUT FROM LETTER-ACCOUNT-LINE
               AFTER ADVANCING 1.
           MOVE PT-SPLIT-PCT(PT-SUB) TO LTS-SPLIT-PCT.
           WRITE LETTER-LINE-OUT FROM LETTER-SPLIT-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO LETTER-LINE-OUT.
           WRITE LETTER-LINE-OUT AFTER ADVANCING 1.
           PERFORM 532-Write-Letter-Warning
               VARYING LT-SUB FROM 1 BY 1 UNTIL LT-SUB > 2.
           WRITE LETTER-LINE-OUT FROM LETTER-CLOSE-LINE
               AFTER ADVANCING 3.
       530-Write-Letter-Body.
           MOVE LETTER-TEXT-LINE(LT-SUB) TO LBY-TEXT.
           WRITE LETTER-LINE-OUT FROM LETTER-BODY-LINE
               AFTER ADVANCING 1.
       532-Write-Letter-Warning.
           MOVE LETTER-WARNING-LINE(LT-SUB) TO LBY-TEXT.
           WRITE LETTER-LINE-OUT FROM LETTER-BODY-LINE
               AFTER ADVANCING 1.
       535-Write-Page-Heading.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE-OUT FROM REPORT-COLUMN-LINE
               AFTER ADVANCING 2.
           MOVE SPACES TO REPORT-LINE-OUT.
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1.
      * Only the last four characters of an account number are
      * ever printed - the rest goes out as asterisks.
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
       580-Print-Summary.
           IF  REQUEST-RUN
               MOVE 'REQUESTS TAKEN - AWAITING APPROVAL:'
                   TO RTL-TEXT
               MOVE CTR-REQUESTS-TAKEN TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 2
               MOVE 'REQUESTS NOT TAKEN:' TO RTL-TEXT
               MOVE CTR-REQUESTS-REJECTED TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
           ELSE
               MOVE 'CHANGES APPROVED AND APPLIED:' TO RTL-TEXT
               MOVE CTR-APPROVED TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 2
               MOVE 'CHANGES REJECTED BY THE APPROVER:' TO RTL-TEXT
               MOVE CTR-REJECTED-BY-APPR TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
               MOVE 'DECISIONS NOT TAKEN:' TO RTL-TEXT
               MOVE CTR-DECISIONS-REFUSED TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
               MOVE 'BANKMAST ROWS JOURNALED (MSTRJRNL):' TO RTL-TEXT
               MOVE CTR-ROWS-JOURNALED TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
               MOVE 'CONFIRMATION LETTERS (BANKLTR):' TO RTL-TEXT
               MOVE CTR-LETTERS TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
               MOVE 'LETTERS HELD - NO ADDRESS ON FILE:' TO RTL-TEXT
               MOVE CTR-LETTERS-HELD TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
           END-IF.
      * A full table means rows past the limit never made it into
      * core - rewriting from the table would silently drop them,
      * so the master is left alone and the run fails loudly.
       880-Save-Bank-Master.
           IF  BANK-TABLE-IS-FULL
               DISPLAY 'BANKCHG1 - BANK TABLE FULL - MASTER '
                       'NOT REWRITTEN - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               OPEN OUTPUT BANK-MASTER
               PERFORM 885-Write-One-Bank-Record
                   VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > BT-ENTRY-COUNT
               CLOSE BANK-MASTER
           END-IF.
       885-Write-One-Bank-Record.
           MOVE BT-RECORD(BT-SUB) TO BANK-MASTER-REC.
           WRITE BANK-MASTER-REC.
       300-Open-Files.
           OPEN OUTPUT CHANGE-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
       600-Close-Files.
           IF  LETTERS-OPEN
               CLOSE LETTER-FILE
           ELSE
               OPEN OUTPUT LETTER-FILE
               CLOSE LETTER-FILE
           END-IF.
           IF  NOT RUN-REFUSED
               MOVE 'REQUESTS STILL OPEN ON BANKPNDN:' TO RTL-TEXT
               MOVE CTR-STILL-OPEN TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
           END-IF.
           CLOSE CHANGE-REPORT.
           IF  BANKMAST-LOCKED
               MOVE 'R' TO FL-FUNCTION
               CALL 'FILELOCK' USING FILELOCK-PARMS
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 700-Write-Job-Audit-Record
           END-IF.
      *    ONE AUDITLOG ROW PER REQUEST OR DECISION, CHAINED.
       800-Write-Audit-Record.
           OPEN EXTEND AUDIT-REC.
           MOVE FUNCTION CURRENT-DATE(1:15) TO AUDIT-TIMESTAMP.
           MOVE WS-AUDIT-USER TO AUDIT-USER.
           MOVE WS-AUDIT-TEXT TO AUDIT-RESULT.
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS.
           MOVE CH-SEQ        TO AUDIT-SEQ.
           MOVE CH-CHAIN      TO AUDIT-CHAIN.
           WRITE AUDIT-LOG-REC.
           CLOSE AUDIT-REC.
       700-Write-Job-Audit-Record.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE 'BANKCHG1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
