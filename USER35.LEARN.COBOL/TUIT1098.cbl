       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TUIT1098.
      *
      * ***************************************************
      * ***     Year-end 1098-T tuition statements.  Run once
      * ***     for a calendar year (SYSIN) over the STURECV
      * ***     ledger and the AIDMAST awards FINAID1 keeps.
      * ***     For each student it totals the qualified
      * ***     tuition billed in the year (term bill rows dated
      * ***     in the year) and the payments received against
      * ***     it - cash and aid applied to those rows, since
      * ***     the ledger keeps what has been paid on a bill but
      * ***     not when.  Scholarships and grants (fund types S
      * ***     and G - loans are not reported) count on each
      * ***     disbursement dated in the year.  Aid returned
      * ***     ('R' rows) nets out of the year's scholarships,
      * ***     or is a prior-year scholarship adjustment when
      * ***     the term it belongs to was billed in an earlier
      * ***     year.  Tuition credited back for a dropped
      * ***     course ('C' rows, TUITRFD1) comes off the year's
      * ***     billed amount and its refund off the payments,
      * ***     or is a prior-year tuition adjustment when the
      * ***     term was billed in an earlier year.
      * ***     The half-time indicator is set when any
      * ***     term billed in the year carries at least the
      * ***     half-time credits on STDNTFL (net of '3'
      * ***     withdrawals); the graduate indicator when every
      * ***     course in those terms is graduate level - course
      * ***     numbers carry the level in their last three
      * ***     digits.  A statement prints per student under
      * ***     the school's heading, and the T1098EX filing
      * ***     extract (A issuer, B student, C control trailer)
      * ***     registers on XMITMANF for XMITACK1.
      * ***************************************************
       INSTALLATION.  IBM.
       DATE-WRITTEN.  01-01-2009.
       DATE-COMPILED. 01-01-2009.
       SECURITY.   NONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE   ASSIGN TO UT-S-STDNTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STUDENT-STATUS.
           SELECT AWARD-MASTER   ASSIGN TO AIDMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AIDMAST-STATUS.
           SELECT RECEIVABLE-LEDGER ASSIGN TO STURECV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RECV-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO T1098RPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT FILING-EXTRACT ASSIGN TO T1098EX
                  ORGANIZATION IS SEQUENTIAL.
           SELECT T1098-SORT-FILE ASSIGN TO SORTWK01.
           SELECT XMIT-MANIFEST  ASSIGN TO XMITMANF.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUDENT-IN-REC.
       01 STUDENT-IN-REC.
          05 SR-NAME            PIC X(19).
          05 FILLER             PIC X(5).
          05 SR-COURSE-NUMBER   PIC X(5).
          05 FILLER             PIC X(5).
          05 SR-CREDITS         PIC 9.
          05 SR-CREDITS-X REDEFINES SR-CREDITS PIC X.
          05 SR-GRADE           PIC X.
          05 SR-TERM            PIC X(5).
          05 FILLER             PIC X(28).
          05 SR-RECORD-TYPE     PIC X.
             88 SR-TYPE-HEADER            VALUE '1'.
             88 SR-TYPE-COURSE            VALUE '2'.
             88 SR-TYPE-WITHDRAWAL        VALUE '3'.
          05 FILLER             PIC X(1).
          05 SR-STUDENT-ID      PIC X(8).
          05 FILLER             PIC X(1).
       FD  AWARD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AWARD-MASTER-REC.
       01  AWARD-MASTER-REC.
           05  AM-STUDENT-ID      PIC X(08).
           05  AM-STUDENT-NAME    PIC X(19).
           05  AM-TERM            PIC X(05).
           05  AM-FUND-CODE       PIC X(06).
           05  AM-FUND-TYPE       PIC X(01).
               88  AM-SCHOLARSHIP-OR-GRANT VALUE 'S' 'G'.
           05  AM-AWARD-AMT       PIC 9(7)V99.
           05  AM-MIN-CREDITS     PIC 9(02).
           05  AM-DISB-DATE-1     PIC X(08).
           05  AM-DISB-DATE-2     PIC X(08).
           05  AM-TERM-START      PIC X(08).
           05  AM-TERM-END        PIC X(08).
           05  AM-DISB-COUNT      PIC 9(01).
           05  AM-DISBURSED       PIC 9(7)V99.
           05  AM-REFUNDED        PIC 9(7)V99.
           05  AM-RETURNED        PIC 9(7)V99.
           05  AM-STATUS          PIC X(01).
           05  AM-LAST-DATE       PIC X(08).
           05  AM-REFUND-METHOD   PIC X(01).
           05  AM-ROUTING         PIC 9(09).
           05  AM-BANK-ACCT       PIC X(17).
           05  FILLER             PIC X(14).
       FD  RECEIVABLE-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIVABLE-REC.
       01  RECEIVABLE-REC.
           05  RV-STUDENT-NAME    PIC X(19).
           05  RV-TERM            PIC X(05).
           05  RV-BILL-DATE       PIC X(08).
           05  RV-BILLED          PIC 9(7)V99.
           05  RV-PAID            PIC 9(7)V99.
           05  RV-AID             PIC 9(7)V99.
           05  RV-AID-X REDEFINES RV-AID PIC X(09).
           05  RV-ROW-TYPE        PIC X(01).
           05  RV-ADJUSTED        PIC 9(7)V99.
           05  RV-COURSE          PIC X(05).
           05  FILLER             PIC X(06).
       FD  STATEMENT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE-OUT        PIC X(80).
      * A issuer record, one B record per student, C control
      * trailer with the count and the total of every box
       FD  FILING-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FILING-EXTRACT-REC.
       01  FILING-EXTRACT-REC     PIC X(80).
       SD  T1098-SORT-FILE
           DATA RECORD IS SORT-1098-REC.
       01  SORT-1098-REC.
           05  SX-STUDENT-NAME    PIC X(19).
           05  SX-SUB             PIC 9(04).
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
       WORKING-STORAGE SECTION.
       77  WS-STUDENT-STATUS      PIC X(02) VALUE SPACES.
           88  STUDENT-OPEN-OK              VALUE '00'.
       77  WS-AIDMAST-STATUS      PIC X(02) VALUE SPACES.
           88  AIDMAST-OPEN-OK              VALUE '00'.
       77  WS-RECV-STATUS         PIC X(02) VALUE SPACES.
           88  RECV-OPEN-OK                 VALUE '00'.
       77  WS-STUDENT-EOF         PIC X(01) VALUE 'N'.
           88  STUDENT-AT-EOF               VALUE 'Y'.
       77  WS-AIDMAST-EOF         PIC X(01) VALUE 'N'.
           88  AIDMAST-AT-EOF               VALUE 'Y'.
       77  WS-RECV-EOF            PIC X(01) VALUE 'N'.
           88  RECV-AT-EOF                  VALUE 'Y'.
       77  WS-SORT-EOF            PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                  VALUE 'Y'.
      *    A STATEMENT OR FILING MISSING STUDENTS IS WORSE THAN NONE -
      *    A BAD CARD, NO LEDGER OR A FULL TABLE FILES NOTHING.
       77  WS-FILING-OK-SW        PIC X(01) VALUE 'Y'.
           88  FILING-IS-OK                 VALUE 'Y'.
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CONTROL CARD - TAX YEAR IN 1-4 (BLANK FOR LAST YEAR),
      *    HALF-TIME CREDITS PER TERM IN 6-7 (BLANK FOR 06), LOWEST
      *    GRADUATE COURSE LEVEL IN 9-11 (BLANK FOR 500)
       01  WS-CONTROL-CARD.
           05  CC-TAX-YEAR        PIC X(04).
           05  FILLER             PIC X(01).
           05  CC-HALF-TIME       PIC X(02).
           05  CC-HALF-TIME-N REDEFINES CC-HALF-TIME PIC 9(02).
           05  FILLER             PIC X(01).
           05  CC-GRAD-LEVEL      PIC X(03).
           05  FILLER             PIC X(69).
       01  WS-TAX-YEAR            PIC 9(04) VALUE 0.
       01  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(04).
       01  WS-HALF-TIME           PIC 9(02) VALUE 6.
       01  WS-GRAD-LEVEL          PIC X(03) VALUE '500'.
      *    THE SCHOOL AS FILER - PRINTED AT THE HEAD OF EVERY
      *    STATEMENT AND CARRIED ON THE ISSUER RECORD
       01  SCHOOL-IDENTITY.
           05  SI-NAME            PIC X(40) VALUE
                  'STATE UNIVERSITY - BURSAR''S OFFICE'.
           05  SI-ADDRESS-1       PIC X(40) VALUE
                  '100 UNIVERSITY AVENUE'.
           05  SI-ADDRESS-2       PIC X(40) VALUE
                  'COLLEGE PARK, MD 20742'.
           05  SI-PHONE           PIC X(12) VALUE '301-555-0100'.
           05  SI-EIN             PIC 9(09) VALUE 521234567.
           05  SI-EIN-PARTS REDEFINES SI-EIN.
               10  SI-EIN-PREFIX  PIC 9(02).
               10  SI-EIN-SERIAL  PIC 9(07).
      *    STUDENT ID TO NAME, FROM THE STDNTFL HEADERS - THE LEDGER
      *    IS STILL KEYED ON THE NAME TUITBILL BILLED UNDER
       01 STUDENT-TABLE-AREA.
          05 ST-COUNT            PIC 9(4) COMP VALUE 0.
          05 ST-SUB              PIC 9(4) COMP VALUE 0.
          05 STUDENT-TABLE OCCURS 1000 TIMES.
             10 ST-STUDENT-ID    PIC X(08).
             10 ST-NAME          PIC X(19).
       01 STUDENT-FOUND-SW       PIC X(01) VALUE 'N'.
           88 STUDENT-ENTRY-FOUND          VALUE 'Y'.
      *    ENROLLED CREDITS PER STUDENT AND TERM - COURSES LESS THE
      *    ONES A WITHDRAWAL RECORD DROPPED - AND WHETHER ANY COURSE
      *    IN THE TERM WAS BELOW GRADUATE LEVEL
       01 ENROLL-TABLE-AREA.
          05 EN-COUNT            PIC 9(4) COMP VALUE 0.
          05 EN-SUB              PIC 9(4) COMP VALUE 0.
          05 ENROLL-TABLE OCCURS 1000 TIMES.
             10 EN-STUDENT-ID    PIC X(08).
             10 EN-TERM          PIC X(05).
             10 EN-CREDITS       PIC S9(3).
             10 EN-UNDERGRAD-SW  PIC X(01).
                88 EN-HAS-UNDERGRAD        VALUE 'Y'.
       01 ENROLL-FOUND-SW        PIC X(01) VALUE 'N'.
           88 ENROLL-ENTRY-FOUND           VALUE 'Y'.
       01 COURSE-TABLE-AREA.
          05 CT-COUNT            PIC 9(4) COMP VALUE 0.
          05 CT-SUB              PIC 9(4) COMP VALUE 0.
          05 COURSE-TABLE OCCURS 3000 TIMES.
             10 CT-STUDENT-ID    PIC X(08).
             10 CT-TERM          PIC X(05).
             10 CT-COURSE        PIC X(05).
             10 CT-CREDITS       PIC 9(01).
             10 CT-DROPPED-SW    PIC X(01).
                88 CT-IS-DROPPED           VALUE 'Y'.
       01 COURSE-FOUND-SW        PIC X(01) VALUE 'N'.
           88 COURSE-ENTRY-FOUND           VALUE 'Y'.
      *    SCHOLARSHIP AND GRANT AWARDS ONLY - LOANS ARE NOT REPORTED
       01 AWARD-TABLE-AREA.
          05 AW-COUNT            PIC 9(4) COMP VALUE 0.
          05 AW-SUB              PIC 9(4) COMP VALUE 0.
          05 AWARD-TABLE OCCURS 1000 TIMES.
             10 AW-STUDENT-ID    PIC X(08).
             10 AW-STUDENT-NAME  PIC X(19).
             10 AW-AWARD-AMT     PIC 9(7)V99.
             10 AW-DISB-DATE-1   PIC X(08).
             10 AW-DISB-DATE-2   PIC X(08).
             10 AW-DISB-COUNT    PIC 9(01).
             10 AW-DISBURSED     PIC 9(7)V99.
      *    LEDGER HELD WHOLE - SAME SHAPE AS TUITCASH
       01 RECV-TABLE-AREA.
          05 RV-COUNT             PIC 9(4) COMP VALUE 0.
          05 RV-SUB               PIC 9(4) COMP VALUE 0.
          05 RV-SCAN              PIC 9(4) COMP VALUE 0.
          05 RECV-TABLE OCCURS 1000 TIMES.
             10 RT-STUDENT-NAME   PIC X(19).
             10 RT-TERM           PIC X(05).
             10 RT-BILL-DATE      PIC X(08).
             10 RT-BILL-YEAR REDEFINES RT-BILL-DATE.
                15 RT-BILL-YYYY   PIC X(04).
                15 FILLER         PIC X(04).
             10 RT-BILLED         PIC 9(7)V99.
             10 RT-PAID           PIC 9(7)V99.
             10 RT-AID            PIC 9(7)V99.
             10 RT-ROW-TYPE       PIC X(01).
                88 RT-TERM-BILL            VALUE SPACE.
                88 RT-AID-RETURN           VALUE 'R'.
                88 RT-TUITION-CREDIT       VALUE 'C'.
       01 WS-TERM-BILL-SW         PIC X(01) VALUE 'N'.
          88 TERM-BILL-FOUND                 VALUE 'Y'.
       01 WS-TERM-BILL-YYYY       PIC X(04) VALUE SPACES.
      *    ONE ENTRY PER STUDENT REPORTED FOR THE YEAR, BY LEDGER NAME
       01 T1098-TABLE-AREA.
          05 TX-COUNT             PIC 9(4) COMP VALUE 0.
          05 TX-SUB               PIC 9(4) COMP VALUE 0.
          05 T1098-TABLE OCCURS 1000 TIMES.
             10 TX-STUDENT-NAME   PIC X(19).
             10 TX-STUDENT-ID     PIC X(08).
             10 TX-BILLED         PIC 9(7)V99.
             10 TX-PAID           PIC 9(7)V99.
             10 TX-PRIOR-TUITION  PIC 9(7)V99.
             10 TX-SCHOLARSHIPS   PIC 9(7)V99.
             10 TX-RETURNED       PIC 9(7)V99.
             10 TX-PRIOR-SCHOLAR  PIC 9(7)V99.
             10 TX-CREDITED       PIC 9(7)V99.
             10 TX-REFUNDED       PIC 9(7)V99.
             10 TX-HALF-TIME-SW   PIC X(01).
                88 TX-IS-HALF-TIME         VALUE 'Y'.
             10 TX-GRAD-COURSE-SW PIC X(01).
                88 TX-HAS-GRAD-TERM        VALUE 'Y'.
             10 TX-UNDERGRAD-SW   PIC X(01).
                88 TX-HAS-UNDERGRAD        VALUE 'Y'.
       01 T1098-FOUND-SW          PIC X(01) VALUE 'N'.
          88 T1098-ENTRY-FOUND               VALUE 'Y'.
       01 WS-FIND-NAME            PIC X(19) VALUE SPACES.
       01 WS-FIND-ID              PIC X(08) VALUE SPACES.
       01 WS-DISB-WORK.
          05 WS-FIRST-SHARE       PIC 9(7)V99  VALUE 0.
          05 WS-SECOND-SHARE      PIC 9(7)V99  VALUE 0.
          05 WS-BOX-5             PIC 9(7)V99  VALUE 0.
       01 T1098-COUNTERS.
          05 CTR-STUDENTS         PIC 9(7)     VALUE 0.
          05 CTR-HALF-TIME        PIC 9(7)     VALUE 0.
          05 CTR-GRADUATE         PIC 9(7)     VALUE 0.
          05 CTR-NO-ID            PIC 9(7)     VALUE 0.
          05 WS-TOTAL-BILLED      PIC 9(9)V99  VALUE 0.
          05 WS-TOTAL-PAID        PIC 9(9)V99  VALUE 0.
          05 WS-TOTAL-PRIOR-TUIT  PIC 9(9)V99  VALUE 0.
          05 WS-TOTAL-SCHOLAR     PIC 9(9)V99  VALUE 0.
          05 WS-TOTAL-PRIOR-SCHOL PIC 9(9)V99  VALUE 0.
      *    FILING EXTRACT RECORDS
       01 T1098-ISSUER-REC.
          05 FILLER               PIC X(01) VALUE 'A'.
          05 TA-TAX-YEAR          PIC X(04).
          05 TA-EIN               PIC 9(09).
          05 TA-SCHOOL-NAME       PIC X(40).
          05 TA-PHONE             PIC X(12).
          05 FILLER               PIC X(14) VALUE SPACES.
       01 T1098-STUDENT-REC.
          05 FILLER               PIC X(01) VALUE 'B'.
          05 TB-TAX-YEAR          PIC X(04).
          05 TB-STUDENT-ID        PIC X(08).
          05 TB-STUDENT-NAME      PIC X(19).
          05 TB-PAID              PIC 9(7)V99.
          05 TB-BILLED            PIC 9(7)V99.
          05 TB-PRIOR-TUITION     PIC 9(7)V99.
          05 TB-SCHOLARSHIPS      PIC 9(7)V99.
          05 TB-PRIOR-SCHOLAR     PIC 9(7)V99.
          05 TB-HALF-TIME         PIC X(01).
          05 TB-GRADUATE          PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACES.
       01 T1098-CONTROL-REC.
          05 FILLER               PIC X(01) VALUE 'C'.
          05 TC-STUDENT-COUNT     PIC 9(07).
          05 TC-TOTAL-PAID        PIC 9(9)V99.
          05 TC-TOTAL-BILLED      PIC 9(9)V99.
          05 TC-TOTAL-PRIOR-TUIT  PIC 9(9)V99.
          05 TC-TOTAL-SCHOLAR     PIC 9(9)V99.
          05 TC-TOTAL-PRIOR-SCHOL PIC 9(9)V99.
          05 FILLER               PIC X(17) VALUE SPACES.
      *    STATEMENT LINES
       01 STMT-SCHOOL-LINE.
          05 SSL-TEXT             PIC X(40).
          05 FILLER               PIC X(22) VALUE SPACES.
          05 SSL-FORM             PIC X(18).
       01 STMT-EIN-LINE.
          05 FILLER  PIC X(23) VALUE 'FILER''S FEDERAL ID NO: '.
          05 SEL-EIN-PREFIX      PIC 9(02).
          05 FILLER  PIC X(01) VALUE '-'.
          05 SEL-EIN-SERIAL      PIC 9(07).
          05 FILLER  PIC X(10) VALUE SPACES.
          05 FILLER  PIC X(07) VALUE 'PHONE: '.
          05 SEL-PHONE           PIC X(12).
       01 STMT-STUDENT-LINE.
          05 FILLER  PIC X(09) VALUE 'STUDENT: '.
          05 SSTL-NAME           PIC X(19).
          05 FILLER  PIC X(05) VALUE SPACES.
          05 FILLER  PIC X(12) VALUE 'STUDENT ID: '.
          05 SSTL-ID             PIC X(08).
          05 FILLER  PIC X(02) VALUE SPACES.
          05 SSTL-NOTE           PIC X(20).
       01 STMT-AMOUNT-LINE.
          05 SAL-BOX             PIC X(03).
          05 SAL-TEXT            PIC X(52).
          05 SAL-AMOUNT          PIC $$,$$$,$$9.99.
       01 STMT-FLAG-LINE.
          05 SFL-BOX             PIC X(03).
          05 SFL-TEXT            PIC X(52).
          05 FILLER              PIC X(09) VALUE SPACES.
          05 SFL-FLAG            PIC X(03).
       01 STMT-TOTAL-LINE-1.
          05 FILLER  PIC X(20) VALUE 'STATEMENTS ISSUED:  '.
          05 STL-STUDENTS        PIC ZZZ,ZZ9.
          05 FILLER  PIC X(15) VALUE '   HALF-TIME:  '.
          05 STL-HALF-TIME       PIC ZZZ,ZZ9.
          05 FILLER  PIC X(14) VALUE '   GRADUATE:  '.
          05 STL-GRADUATE        PIC ZZZ,ZZ9.
       01 STMT-TOTAL-LINE-2.
          05 FILLER  PIC X(36) VALUE
                'STUDENTS NOT ON STDNTFL (NO ID):    '.
          05 STL-NO-ID           PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           IF FILING-IS-OK
              PERFORM 200-ADD-LEDGER-ROW
                 VARYING RV-SUB FROM 1 BY 1 UNTIL RV-SUB > RV-COUNT
              PERFORM 300-ADD-AWARD-DISBURSEMENTS
                 VARYING AW-SUB FROM 1 BY 1 UNTIL AW-SUB > AW-COUNT
              PERFORM 400-APPLY-ENROLLMENT
                 VARYING EN-SUB FROM 1 BY 1 UNTIL EN-SUB > EN-COUNT
           END-IF.
           IF FILING-IS-OK
              OPEN OUTPUT FILING-EXTRACT
              MOVE WS-TAX-YEAR-X TO TA-TAX-YEAR
              MOVE SI-EIN        TO TA-EIN
              MOVE SI-NAME       TO TA-SCHOOL-NAME
              MOVE SI-PHONE      TO TA-PHONE
              WRITE FILING-EXTRACT-REC FROM T1098-ISSUER-REC
              SORT T1098-SORT-FILE
                 ON ASCENDING KEY SX-STUDENT-NAME
                 INPUT PROCEDURE IS 500-RELEASE-STUDENTS
                 OUTPUT PROCEDURE IS 600-ISSUE-STATEMENTS
              MOVE CTR-STUDENTS         TO TC-STUDENT-COUNT
              MOVE WS-TOTAL-PAID        TO TC-TOTAL-PAID
              MOVE WS-TOTAL-BILLED      TO TC-TOTAL-BILLED
              MOVE WS-TOTAL-PRIOR-TUIT  TO TC-TOTAL-PRIOR-TUIT
              MOVE WS-TOTAL-SCHOLAR     TO TC-TOTAL-SCHOLAR
              MOVE WS-TOTAL-PRIOR-SCHOL TO TC-TOTAL-PRIOR-SCHOL
              WRITE FILING-EXTRACT-REC FROM T1098-CONTROL-REC
              CLOSE FILING-EXTRACT
              PERFORM 780-REGISTER-TRANSMISSION
           END-IF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           ACCEPT WS-CONTROL-CARD.
           OPEN OUTPUT STATEMENT-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 110-EDIT-CONTROL-CARD.
           IF FILING-IS-OK
              PERFORM 140-LOAD-LEDGER
           END-IF.
           IF FILING-IS-OK
              PERFORM 120-LOAD-AWARDS
              PERFORM 160-LOAD-ENROLLMENT
           END-IF.
      *    THE STATEMENTS GO OUT IN JANUARY FOR THE YEAR JUST ENDED -
      *    A BLANK YEAR MEANS LAST YEAR
       110-EDIT-CONTROL-CARD.
           IF CC-TAX-YEAR = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TAX-YEAR-X
              SUBTRACT 1 FROM WS-TAX-YEAR
           ELSE
              IF CC-TAX-YEAR IS NUMERIC
                 MOVE CC-TAX-YEAR TO WS-TAX-YEAR-X
              ELSE
                 DISPLAY 'TUIT1098 - TAX YEAR NOT VALID: ' CC-TAX-YEAR
                 MOVE 'N' TO WS-FILING-OK-SW
              END-IF
           END-IF.
           IF CC-HALF-TIME NOT = SPACES
              IF CC-HALF-TIME IS NUMERIC AND CC-HALF-TIME-N > 0
                 MOVE CC-HALF-TIME-N TO WS-HALF-TIME
              ELSE
                 DISPLAY 'TUIT1098 - HALF-TIME CREDITS NOT VALID: '
                    CC-HALF-TIME
                 MOVE 'N' TO WS-FILING-OK-SW
              END-IF
           END-IF.
           IF CC-GRAD-LEVEL NOT = SPACES
              IF CC-GRAD-LEVEL IS NUMERIC
                 MOVE CC-GRAD-LEVEL TO WS-GRAD-LEVEL
              ELSE
                 DISPLAY 'TUIT1098 - GRADUATE LEVEL NOT VALID: '
                    CC-GRAD-LEVEL
                 MOVE 'N' TO WS-FILING-OK-SW
              END-IF
           END-IF.
           IF NOT FILING-IS-OK
              MOVE 8 TO RETURN-CODE
           END-IF.
      *    NO AWARD MASTER IS A YEAR BEFORE AID WAS KEPT HERE - THE
      *    STATEMENTS STILL GO OUT WITH NO SCHOLARSHIPS
       120-LOAD-AWARDS.
           OPEN INPUT AWARD-MASTER.
           IF AIDMAST-OPEN-OK
              PERFORM 122-READ-AWARD
              PERFORM 124-STORE-AWARD UNTIL AIDMAST-AT-EOF
              CLOSE AWARD-MASTER
           ELSE
              DISPLAY 'AIDMAST NOT AVAILABLE - STATUS: '
                 WS-AIDMAST-STATUS
              DISPLAY 'NO SCHOLARSHIPS OR GRANTS REPORTED'
           END-IF.
       122-READ-AWARD.
           READ AWARD-MASTER
              AT END MOVE 'Y' TO WS-AIDMAST-EOF
           END-READ.
       124-STORE-AWARD.
           IF AM-SCHOLARSHIP-OR-GRANT AND AM-DISB-COUNT > 0
              IF AW-COUNT < 1000
                 ADD 1 TO AW-COUNT
                 MOVE AM-STUDENT-ID   TO AW-STUDENT-ID(AW-COUNT)
                 MOVE AM-STUDENT-NAME TO AW-STUDENT-NAME(AW-COUNT)
                 MOVE AM-AWARD-AMT    TO AW-AWARD-AMT(AW-COUNT)
                 MOVE AM-DISB-DATE-1  TO AW-DISB-DATE-1(AW-COUNT)
                 MOVE AM-DISB-DATE-2  TO AW-DISB-DATE-2(AW-COUNT)
                 MOVE AM-DISB-COUNT   TO AW-DISB-COUNT(AW-COUNT)
                 MOVE AM-DISBURSED    TO AW-DISBURSED(AW-COUNT)
              ELSE
                 DISPLAY 'AWARD TABLE FULL - UNABLE TO HOLD ALL AWARDS'
                 MOVE 'N' TO WS-FILING-OK-SW
                 MOVE 8   TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 122-READ-AWARD.
      *    ROWS WRITTEN BEFORE THE LEDGER CARRIED AID HAVE SPACES IN
      *    RV-AID - THAT IS NO AID.
       140-LOAD-LEDGER.
           OPEN INPUT RECEIVABLE-LEDGER.
           IF RECV-OPEN-OK
              PERFORM 142-READ-LEDGER
              PERFORM 144-STORE-LEDGER-ROW UNTIL RECV-AT-EOF
              CLOSE RECEIVABLE-LEDGER
           ELSE
              DISPLAY 'STURECV NOT AVAILABLE - STATUS: '
                 WS-RECV-STATUS
              DISPLAY 'NO LEDGER - NO STATEMENTS OR FILING'
              MOVE 'N' TO WS-FILING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       142-READ-LEDGER.
           READ RECEIVABLE-LEDGER
              AT END MOVE 'Y' TO WS-RECV-EOF
           END-READ.
       144-STORE-LEDGER-ROW.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF RV-COUNT < 1000
              ADD 1 TO RV-COUNT
              MOVE RV-STUDENT-NAME TO RT-STUDENT-NAME(RV-COUNT)
              MOVE RV-TERM         TO RT-TERM(RV-COUNT)
              MOVE RV-BILL-DATE    TO RT-BILL-DATE(RV-COUNT)
              MOVE RV-BILLED       TO RT-BILLED(RV-COUNT)
              MOVE RV-PAID         TO RT-PAID(RV-COUNT)
              IF RV-AID-X IS NUMERIC
                 MOVE RV-AID       TO RT-AID(RV-COUNT)
              ELSE
                 MOVE ZEROS        TO RT-AID(RV-COUNT)
              END-IF
              MOVE RV-ROW-TYPE     TO RT-ROW-TYPE(RV-COUNT)
           ELSE
              IF FILING-IS-OK
                 DISPLAY 'LEDGER TABLE FULL - UNABLE TO HOLD ALL ROWS'
              END-IF
              MOVE 'N' TO WS-FILING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
           PERFORM 142-READ-LEDGER.
      *    WITHOUT STDNTFL THE STATEMENTS STILL GO OUT, BUT WITH NO
      *    STUDENT IDS AND NO HALF-TIME OR GRADUATE INDICATORS
       160-LOAD-ENROLLMENT.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 162-READ-STUDENT
              PERFORM 164-STORE-STUDENT-REC UNTIL STUDENT-AT-EOF
              CLOSE STUDENT-FILE
           ELSE
              DISPLAY 'STDNTFL NOT AVAILABLE - STATUS: '
                 WS-STUDENT-STATUS
              DISPLAY 'NO STUDENT IDS OR ENROLLMENT INDICATORS'
              MOVE 4 TO RETURN-CODE
           END-IF.
       162-READ-STUDENT.
           READ STUDENT-FILE
              AT END MOVE 'Y' TO WS-STUDENT-EOF
           END-READ.
       164-STORE-STUDENT-REC.
           IF SR-STUDENT-ID NOT = SPACES
              EVALUATE TRUE
                 WHEN SR-TYPE-HEADER
                    PERFORM 166-STORE-STUDENT-NAME
                 WHEN SR-TYPE-WITHDRAWAL
                    PERFORM 172-APPLY-WITHDRAWAL
                 WHEN SR-TYPE-COURSE
                    IF SR-CREDITS-X IS NUMERIC
                       PERFORM 170-ADD-COURSE
                    END-IF
              END-EVALUATE
           END-IF.
           PERFORM 162-READ-STUDENT.
       166-STORE-STUDENT-NAME.
           IF ST-COUNT < 1000
              ADD 1 TO ST-COUNT
              MOVE SR-STUDENT-ID TO ST-STUDENT-ID(ST-COUNT)
              MOVE SR-NAME       TO ST-NAME(ST-COUNT)
           ELSE
              DISPLAY 'STUDENT TABLE FULL - ENROLLMENT TRUNCATED'
              MOVE 'N' TO WS-FILING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
      *    COURSE NUMBERS CARRY THE LEVEL IN THEIR LAST THREE DIGITS -
      *    ONE BELOW THE GRADUATE LEVEL (OR NOT NUMBERED) MAKES THE
      *    TERM UNDERGRADUATE WORK
       170-ADD-COURSE.
           PERFORM 180-FIND-ENROLLMENT.
           IF ENROLL-ENTRY-FOUND AND CT-COUNT < 3000
              ADD SR-CREDITS TO EN-CREDITS(EN-SUB)
              IF SR-COURSE-NUMBER(3:3) IS NOT NUMERIC
                 OR SR-COURSE-NUMBER(3:3) < WS-GRAD-LEVEL
                 MOVE 'Y' TO EN-UNDERGRAD-SW(EN-SUB)
              END-IF
              ADD 1 TO CT-COUNT
              MOVE SR-STUDENT-ID    TO CT-STUDENT-ID(CT-COUNT)
              MOVE SR-TERM          TO CT-TERM(CT-COUNT)
              MOVE SR-COURSE-NUMBER TO CT-COURSE(CT-COUNT)
              MOVE SR-CREDITS       TO CT-CREDITS(CT-COUNT)
              MOVE 'N'              TO CT-DROPPED-SW(CT-COUNT)
           ELSE
              DISPLAY 'ENROLLMENT TABLE FULL - ENROLLMENT TRUNCATED'
              MOVE 'N' TO WS-FILING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
      *    A DROP TAKES BACK THE CREDITS OF THE COURSE IT NAMES
       172-APPLY-WITHDRAWAL.
           PERFORM 180-FIND-ENROLLMENT.
           IF ENROLL-ENTRY-FOUND
              MOVE 'N' TO COURSE-FOUND-SW
              MOVE 1   TO CT-SUB
              PERFORM 174-MATCH-DROPPED-COURSE
                 UNTIL CT-SUB > CT-COUNT OR COURSE-ENTRY-FOUND
              IF COURSE-ENTRY-FOUND
                 MOVE 'Y' TO CT-DROPPED-SW(CT-SUB)
                 SUBTRACT CT-CREDITS(CT-SUB) FROM EN-CREDITS(EN-SUB)
              END-IF
           ELSE
              DISPLAY 'ENROLLMENT TABLE FULL - ENROLLMENT TRUNCATED'
              MOVE 'N' TO WS-FILING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       174-MATCH-DROPPED-COURSE.
           IF CT-STUDENT-ID(CT-SUB) = SR-STUDENT-ID
              AND CT-TERM(CT-SUB) = SR-TERM
              AND CT-COURSE(CT-SUB) = SR-COURSE-NUMBER
              AND NOT CT-IS-DROPPED(CT-SUB)
              MOVE 'Y' TO COURSE-FOUND-SW
           ELSE
              ADD 1 TO CT-SUB
           END-IF.
      *    FIND (OR START) THE STUDENT/TERM ENTRY FOR THE CURRENT
      *    STDNTFL RECORD
       180-FIND-ENROLLMENT.
           MOVE 'N' TO ENROLL-FOUND-SW.
           MOVE 1   TO EN-SUB.
           PERFORM 182-MATCH-ENROLLMENT
              UNTIL EN-SUB > EN-COUNT OR ENROLL-ENTRY-FOUND.
           IF NOT ENROLL-ENTRY-FOUND AND EN-COUNT < 1000
              ADD 1 TO EN-COUNT
              MOVE EN-COUNT      TO EN-SUB
              MOVE SR-STUDENT-ID TO EN-STUDENT-ID(EN-SUB)
              MOVE SR-TERM       TO EN-TERM(EN-SUB)
              MOVE ZEROS         TO EN-CREDITS(EN-SUB)
              MOVE 'N'           TO EN-UNDERGRAD-SW(EN-SUB)
              MOVE 'Y'           TO ENROLL-FOUND-SW
           END-IF.
       182-MATCH-ENROLLMENT.
           IF EN-STUDENT-ID(EN-SUB) = SR-STUDENT-ID
              AND EN-TERM(EN-SUB) = SR-TERM
              MOVE 'Y' TO ENROLL-FOUND-SW
           ELSE
              ADD 1 TO EN-SUB
           END-IF.
      *    A TERM BILL DATED IN THE YEAR IS QUALIFIED TUITION BILLED,
      *    AND WHAT HAS BEEN PAID ON IT - CASH AND AID - IS PAYMENT
      *    RECEIVED.  AN 'R' ROW DATED IN THE YEAR IS AID GIVEN BACK,
      *    A 'C' ROW TUITION CREDITED BACK FOR A DROPPED COURSE.
       200-ADD-LEDGER-ROW.
           IF RT-BILL-YYYY(RV-SUB) = WS-TAX-YEAR-X
              MOVE RT-STUDENT-NAME(RV-SUB) TO WS-FIND-NAME
              PERFORM 700-FIND-T1098-ENTRY
              IF T1098-ENTRY-FOUND
                 EVALUATE TRUE
                    WHEN RT-AID-RETURN(RV-SUB)
                       PERFORM 210-ADD-AID-RETURN
                    WHEN RT-TUITION-CREDIT(RV-SUB)
                       PERFORM 230-ADD-TUITION-CREDIT
                    WHEN RT-TERM-BILL(RV-SUB)
                       ADD RT-BILLED(RV-SUB) TO TX-BILLED(TX-SUB)
                       ADD RT-PAID(RV-SUB)   TO TX-PAID(TX-SUB)
                       ADD RT-AID(RV-SUB)    TO TX-PAID(TX-SUB)
                 END-EVALUATE
              END-IF
           END-IF.
      *    A RETURN FOR A TERM BILLED IN AN EARLIER YEAR REDUCES
      *    SCHOLARSHIPS ALREADY REPORTED FOR THAT YEAR
       210-ADD-AID-RETURN.
           PERFORM 220-FIND-TERM-BILL.
           IF TERM-BILL-FOUND AND WS-TERM-BILL-YYYY < WS-TAX-YEAR-X
              ADD RT-BILLED(RV-SUB) TO TX-PRIOR-SCHOLAR(TX-SUB)
           ELSE
              ADD RT-BILLED(RV-SUB) TO TX-RETURNED(TX-SUB)
           END-IF.
       220-FIND-TERM-BILL.
           MOVE 'N'    TO WS-TERM-BILL-SW.
           MOVE SPACES TO WS-TERM-BILL-YYYY.
           MOVE 1      TO RV-SCAN.
           PERFORM 222-MATCH-TERM-BILL
              UNTIL RV-SCAN > RV-COUNT OR TERM-BILL-FOUND.
       222-MATCH-TERM-BILL.
           IF RT-STUDENT-NAME(RV-SCAN) = RT-STUDENT-NAME(RV-SUB)
              AND RT-TERM(RV-SCAN) = RT-TERM(RV-SUB)
              AND RT-TERM-BILL(RV-SCAN)
              MOVE 'Y' TO WS-TERM-BILL-SW
              MOVE RT-BILL-YYYY(RV-SCAN) TO WS-TERM-BILL-YYYY
           ELSE
              ADD 1 TO RV-SCAN
           END-IF.
      *    A CREDIT FOR A TERM BILLED IN AN EARLIER YEAR REDUCES
      *    TUITION ALREADY REPORTED FOR THAT YEAR.  ONE FOR A TERM
      *    BILLED THIS YEAR COMES OFF THIS YEAR'S BILLED AMOUNT, AND
      *    WHAT OF IT WAS REFUNDED COMES OFF THE PAYMENTS - BOTH ARE
      *    NETTED WHEN THE STATEMENT IS ISSUED.
       230-ADD-TUITION-CREDIT.
           PERFORM 220-FIND-TERM-BILL.
           IF TERM-BILL-FOUND AND WS-TERM-BILL-YYYY < WS-TAX-YEAR-X
              ADD RT-BILLED(RV-SUB) TO TX-PRIOR-TUITION(TX-SUB)
           ELSE
              ADD RT-BILLED(RV-SUB) TO TX-CREDITED(TX-SUB)
              ADD RT-PAID(RV-SUB)   TO TX-REFUNDED(TX-SUB)
           END-IF.
      *    EACH DISBURSEMENT COUNTS IN THE YEAR OF ITS SCHEDULED DATE.
      *    TWO DATES SPLIT THE AWARD IN HALF THE WAY FINAID1 PAYS IT.
       300-ADD-AWARD-DISBURSEMENTS.
           IF AW-DISB-COUNT(AW-SUB) = 1
              MOVE AW-DISBURSED(AW-SUB) TO WS-FIRST-SHARE
              MOVE ZEROS                TO WS-SECOND-SHARE
           ELSE
              COMPUTE WS-FIRST-SHARE = AW-AWARD-AMT(AW-SUB) / 2
              COMPUTE WS-SECOND-SHARE =
                 AW-DISBURSED(AW-SUB) - WS-FIRST-SHARE
           END-IF.
           MOVE AW-STUDENT-NAME(AW-SUB) TO WS-FIND-NAME.
           IF AW-DISB-DATE-1(AW-SUB)(1:4) = WS-TAX-YEAR-X
              PERFORM 700-FIND-T1098-ENTRY
              IF T1098-ENTRY-FOUND
                 ADD WS-FIRST-SHARE TO TX-SCHOLARSHIPS(TX-SUB)
              END-IF
           END-IF.
           IF AW-DISB-COUNT(AW-SUB) > 1
              AND AW-DISB-DATE-2(AW-SUB)(1:4) = WS-TAX-YEAR-X
              PERFORM 700-FIND-T1098-ENTRY
              IF T1098-ENTRY-FOUND
                 ADD WS-SECOND-SHARE TO TX-SCHOLARSHIPS(TX-SUB)
              END-IF
           END-IF.
      *    ONLY TERMS BILLED IN THE YEAR SET THE INDICATORS - A
      *    STUDENT REPORTED ONLY FOR AID OR ADJUSTMENTS HAS NONE
       400-APPLY-ENROLLMENT.
           MOVE EN-STUDENT-ID(EN-SUB) TO WS-FIND-ID.
           PERFORM 720-FIND-STUDENT-BY-ID.
           IF STUDENT-ENTRY-FOUND
              MOVE ST-NAME(ST-SUB) TO WS-FIND-NAME
              PERFORM 410-CHECK-TERM-BILLED-IN-YEAR
              IF TERM-BILL-FOUND
                 PERFORM 700-FIND-T1098-ENTRY
                 IF T1098-ENTRY-FOUND
                    IF EN-CREDITS(EN-SUB) NOT < WS-HALF-TIME
                       MOVE 'Y' TO TX-HALF-TIME-SW(TX-SUB)
                    END-IF
                    IF EN-HAS-UNDERGRAD(EN-SUB)
                       MOVE 'Y' TO TX-UNDERGRAD-SW(TX-SUB)
                    ELSE
                       IF EN-CREDITS(EN-SUB) > 0
                          MOVE 'Y' TO TX-GRAD-COURSE-SW(TX-SUB)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       410-CHECK-TERM-BILLED-IN-YEAR.
           MOVE 'N' TO WS-TERM-BILL-SW.
           MOVE 1   TO RV-SCAN.
           PERFORM 412-MATCH-YEAR-BILL
              UNTIL RV-SCAN > RV-COUNT OR TERM-BILL-FOUND.
       412-MATCH-YEAR-BILL.
           IF RT-STUDENT-NAME(RV-SCAN) = WS-FIND-NAME
              AND RT-TERM(RV-SCAN) = EN-TERM(EN-SUB)
              AND RT-BILL-YYYY(RV-SCAN) = WS-TAX-YEAR-X
              AND RT-TERM-BILL(RV-SCAN)
              MOVE 'Y' TO WS-TERM-BILL-SW
           ELSE
              ADD 1 TO RV-SCAN
           END-IF.
       500-RELEASE-STUDENTS.
           PERFORM 510-RELEASE-ONE-STUDENT
              VARYING TX-SUB FROM 1 BY 1 UNTIL TX-SUB > TX-COUNT.
       510-RELEASE-ONE-STUDENT.
           MOVE TX-STUDENT-NAME(TX-SUB) TO SX-STUDENT-NAME.
           MOVE TX-SUB                  TO SX-SUB.
           RELEASE SORT-1098-REC.
      *    ONE PAGE PER STUDENT IN NAME ORDER, AND ITS B RECORD
       600-ISSUE-STATEMENTS.
           PERFORM 620-RETURN-STUDENT.
           PERFORM 610-ISSUE-ONE-STATEMENT UNTIL SORT-AT-EOF.
       610-ISSUE-ONE-STATEMENT.
           MOVE SX-SUB TO TX-SUB.
           PERFORM 612-NET-TUITION-CREDITS.
           IF TX-RETURNED(TX-SUB) < TX-SCHOLARSHIPS(TX-SUB)
              COMPUTE WS-BOX-5 =
                 TX-SCHOLARSHIPS(TX-SUB) - TX-RETURNED(TX-SUB)
           ELSE
              MOVE ZEROS TO WS-BOX-5
           END-IF.
           PERFORM 630-PRINT-STATEMENT.
           MOVE WS-TAX-YEAR-X            TO TB-TAX-YEAR.
           MOVE TX-STUDENT-ID(TX-SUB)    TO TB-STUDENT-ID.
           MOVE TX-STUDENT-NAME(TX-SUB)  TO TB-STUDENT-NAME.
           MOVE TX-PAID(TX-SUB)          TO TB-PAID.
           MOVE TX-BILLED(TX-SUB)        TO TB-BILLED.
           MOVE TX-PRIOR-TUITION(TX-SUB) TO TB-PRIOR-TUITION.
           MOVE WS-BOX-5                 TO TB-SCHOLARSHIPS.
           MOVE TX-PRIOR-SCHOLAR(TX-SUB) TO TB-PRIOR-SCHOLAR.
           IF TX-IS-HALF-TIME(TX-SUB)
              MOVE 'Y' TO TB-HALF-TIME
              ADD 1 TO CTR-HALF-TIME
           ELSE
              MOVE 'N' TO TB-HALF-TIME
           END-IF.
           IF TX-HAS-GRAD-TERM(TX-SUB) AND NOT TX-HAS-UNDERGRAD(TX-SUB)
              MOVE 'Y' TO TB-GRADUATE
              ADD 1 TO CTR-GRADUATE
           ELSE
              MOVE 'N' TO TB-GRADUATE
           END-IF.
           WRITE FILING-EXTRACT-REC FROM T1098-STUDENT-REC.
           ADD 1 TO CTR-STUDENTS.
           ADD TX-PAID(TX-SUB)          TO WS-TOTAL-PAID.
           ADD TX-BILLED(TX-SUB)        TO WS-TOTAL-BILLED.
           ADD TX-PRIOR-TUITION(TX-SUB) TO WS-TOTAL-PRIOR-TUIT.
           ADD WS-BOX-5                 TO WS-TOTAL-SCHOLAR.
           ADD TX-PRIOR-SCHOLAR(TX-SUB) TO WS-TOTAL-PRIOR-SCHOL.
           PERFORM 620-RETURN-STUDENT.
       612-NET-TUITION-CREDITS.
           IF TX-CREDITED(TX-SUB) < TX-BILLED(TX-SUB)
              SUBTRACT TX-CREDITED(TX-SUB) FROM TX-BILLED(TX-SUB)
           ELSE
              MOVE ZEROS TO TX-BILLED(TX-SUB)
           END-IF.
           IF TX-REFUNDED(TX-SUB) < TX-PAID(TX-SUB)
              SUBTRACT TX-REFUNDED(TX-SUB) FROM TX-PAID(TX-SUB)
           ELSE
              MOVE ZEROS TO TX-PAID(TX-SUB)
           END-IF.
       620-RETURN-STUDENT.
           RETURN T1098-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       630-PRINT-STATEMENT.
           MOVE SI-NAME TO SSL-TEXT.
           MOVE 'FORM 1098-T' TO SSL-FORM.
           WRITE REPORT-LINE-OUT FROM STMT-SCHOOL-LINE
              AFTER ADVANCING PAGE.
           MOVE SI-ADDRESS-1 TO SSL-TEXT.
           MOVE SPACES TO SSL-FORM.
           STRING 'TAX YEAR ' WS-TAX-YEAR-X DELIMITED BY SIZE
              INTO SSL-FORM.
           WRITE REPORT-LINE-OUT FROM STMT-SCHOOL-LINE
              AFTER ADVANCING 1.
           MOVE SI-ADDRESS-2 TO SSL-TEXT.
           MOVE 'TUITION STATEMENT' TO SSL-FORM.
           WRITE REPORT-LINE-OUT FROM STMT-SCHOOL-LINE
              AFTER ADVANCING 1.
           MOVE SI-EIN-PREFIX TO SEL-EIN-PREFIX.
           MOVE SI-EIN-SERIAL TO SEL-EIN-SERIAL.
           MOVE SI-PHONE TO SEL-PHONE.
           WRITE REPORT-LINE-OUT FROM STMT-EIN-LINE
              AFTER ADVANCING 2.
           MOVE TX-STUDENT-NAME(TX-SUB) TO SSTL-NAME.
           MOVE TX-STUDENT-ID(TX-SUB)   TO SSTL-ID.
           IF TX-STUDENT-ID(TX-SUB) = SPACES
              MOVE '*NOT ON STDNTFL*' TO SSTL-NOTE
              ADD 1 TO CTR-NO-ID
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE SPACES TO SSTL-NOTE
           END-IF.
           WRITE REPORT-LINE-OUT FROM STMT-STUDENT-LINE
              AFTER ADVANCING 2.
           MOVE ' 1 ' TO SAL-BOX.
           MOVE 'PAYMENTS RECEIVED FOR QUALIFIED TUITION'
              TO SAL-TEXT.
           MOVE TX-PAID(TX-SUB) TO SAL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM STMT-AMOUNT-LINE
              AFTER ADVANCING 2.
           MOVE SPACES TO SAL-BOX.
           MOVE 'QUALIFIED TUITION BILLED IN THE YEAR' TO SAL-TEXT.
           MOVE TX-BILLED(TX-SUB) TO SAL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM STMT-AMOUNT-LINE
              AFTER ADVANCING 1.
           MOVE ' 4 ' TO SAL-BOX.
           MOVE 'ADJUSTMENTS MADE FOR A PRIOR YEAR' TO SAL-TEXT.
           MOVE TX-PRIOR-TUITION(TX-SUB) TO SAL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM STMT-AMOUNT-LINE
              AFTER ADVANCING 1.
           MOVE ' 5 ' TO SAL-BOX.
           MOVE 'SCHOLARSHIPS OR GRANTS' TO SAL-TEXT.
           MOVE WS-BOX-5 TO SAL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM STMT-AMOUNT-LINE
              AFTER ADVANCING 1.
           MOVE ' 6 ' TO SAL-BOX.
           MOVE 'ADJUSTMENTS TO SCHOLARSHIPS/GRANTS FOR A PRIOR YEAR'
              TO SAL-TEXT.
           MOVE TX-PRIOR-SCHOLAR(TX-SUB) TO SAL-AMOUNT.
           WRITE REPORT-LINE-OUT FROM STMT-AMOUNT-LINE
              AFTER ADVANCING 1.
           MOVE ' 8 ' TO SFL-BOX.
           MOVE 'AT LEAST HALF-TIME STUDENT' TO SFL-TEXT.
           IF TX-IS-HALF-TIME(TX-SUB)
              MOVE '[X]' TO SFL-FLAG
           ELSE
              MOVE '[ ]' TO SFL-FLAG
           END-IF.
           WRITE REPORT-LINE-OUT FROM STMT-FLAG-LINE
              AFTER ADVANCING 2.
           MOVE ' 9 ' TO SFL-BOX.
           MOVE 'GRADUATE STUDENT' TO SFL-TEXT.
           IF TX-HAS-GRAD-TERM(TX-SUB) AND NOT TX-HAS-UNDERGRAD(TX-SUB)
              MOVE '[X]' TO SFL-FLAG
           ELSE
              MOVE '[ ]' TO SFL-FLAG
           END-IF.
           WRITE REPORT-LINE-OUT FROM STMT-FLAG-LINE
              AFTER ADVANCING 1.
      *    FIND (OR START) THE YEAR'S ENTRY FOR WS-FIND-NAME
       700-FIND-T1098-ENTRY.
           MOVE 'N' TO T1098-FOUND-SW.
           MOVE 1   TO TX-SUB.
           PERFORM 702-MATCH-T1098-ENTRY
              UNTIL TX-SUB > TX-COUNT OR T1098-ENTRY-FOUND.
           IF NOT T1098-ENTRY-FOUND
              IF TX-COUNT < 1000
                 PERFORM 704-START-T1098-ENTRY
              ELSE
                 IF FILING-IS-OK
                    DISPLAY 'STATEMENT TABLE FULL - NOTHING FILED'
                 END-IF
                 MOVE 'N' TO WS-FILING-OK-SW
                 MOVE 8   TO RETURN-CODE
              END-IF
           END-IF.
       702-MATCH-T1098-ENTRY.
           IF TX-STUDENT-NAME(TX-SUB) = WS-FIND-NAME
              MOVE 'Y' TO T1098-FOUND-SW
           ELSE
              ADD 1 TO TX-SUB
           END-IF.
       704-START-T1098-ENTRY.
           ADD 1 TO TX-COUNT.
           MOVE TX-COUNT     TO TX-SUB.
           MOVE WS-FIND-NAME TO TX-STUDENT-NAME(TX-SUB).
           MOVE SPACES       TO TX-STUDENT-ID(TX-SUB).
           MOVE ZEROS        TO TX-BILLED(TX-SUB)
                                TX-PAID(TX-SUB)
                                TX-PRIOR-TUITION(TX-SUB)
                                TX-SCHOLARSHIPS(TX-SUB)
                                TX-RETURNED(TX-SUB)
                                TX-PRIOR-SCHOLAR(TX-SUB)
                                TX-CREDITED(TX-SUB)
                                TX-REFUNDED(TX-SUB).
           MOVE 'N'          TO TX-HALF-TIME-SW(TX-SUB)
                                TX-GRAD-COURSE-SW(TX-SUB)
                                TX-UNDERGRAD-SW(TX-SUB).
           MOVE 'N'          TO STUDENT-FOUND-SW.
           MOVE 1            TO ST-SUB.
           PERFORM 712-MATCH-STUDENT-NAME
              UNTIL ST-SUB > ST-COUNT OR STUDENT-ENTRY-FOUND.
           IF STUDENT-ENTRY-FOUND
              MOVE ST-STUDENT-ID(ST-SUB) TO TX-STUDENT-ID(TX-SUB)
           END-IF.
           MOVE 'Y'          TO T1098-FOUND-SW.
       712-MATCH-STUDENT-NAME.
           IF ST-NAME(ST-SUB) = WS-FIND-NAME
              MOVE 'Y' TO STUDENT-FOUND-SW
           ELSE
              ADD 1 TO ST-SUB
           END-IF.
       720-FIND-STUDENT-BY-ID.
           MOVE 'N' TO STUDENT-FOUND-SW.
           MOVE 1   TO ST-SUB.
           PERFORM 722-MATCH-STUDENT-ID
              UNTIL ST-SUB > ST-COUNT OR STUDENT-ENTRY-FOUND.
       722-MATCH-STUDENT-ID.
           IF ST-STUDENT-ID(ST-SUB) = WS-FIND-ID
              MOVE 'Y' TO STUDENT-FOUND-SW
           ELSE
              ADD 1 TO ST-SUB
           END-IF.
       780-REGISTER-TRANSMISSION.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE 'T1098EX '        TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME TO XM-CREATED.
           MOVE CTR-STUDENTS      TO XM-RECORD-COUNT.
           MOVE WS-TOTAL-PAID     TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
       800-WRAP-UP.
           IF FILING-IS-OK
              MOVE CTR-STUDENTS  TO STL-STUDENTS
              MOVE CTR-HALF-TIME TO STL-HALF-TIME
              MOVE CTR-GRADUATE  TO STL-GRADUATE
              MOVE CTR-NO-ID     TO STL-NO-ID
              MOVE 'FORM 1098-T - RUN TOTALS' TO SSL-TEXT
              MOVE SPACES TO SSL-FORM
              STRING 'TAX YEAR ' WS-TAX-YEAR-X DELIMITED BY SIZE
                 INTO SSL-FORM
              WRITE REPORT-LINE-OUT FROM STMT-SCHOOL-LINE
                 AFTER ADVANCING PAGE
              WRITE REPORT-LINE-OUT FROM STMT-TOTAL-LINE-1
                 AFTER ADVANCING 2
              WRITE REPORT-LINE-OUT FROM STMT-TOTAL-LINE-2
                 AFTER ADVANCING 1
           END-IF.
           CLOSE STATEMENT-REPORT.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'TUIT1098' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
