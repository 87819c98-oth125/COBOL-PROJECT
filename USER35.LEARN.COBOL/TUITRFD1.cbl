       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TUITRFD1.
      *
      * ***************************************************
      * ***     Tuition refunds for drops and withdrawals.
      * ***     TUITBILL bills every course record on STDNTFL,
      * ***     dropped or not, so a drop has to be credited back.
      * ***     For the term on the control card, each type '3'
      * ***     withdrawal record (REGISTRN stamps the drop date
      * ***     on it) is priced against the REFSCHED refund
      * ***     schedule: the whole course through the term's
      * ***     add/drop date, then the percentage for the week
      * ***     after it the drop fell in, nothing once the
      * ***     schedule runs out.  The refundable tuition is the
      * ***     dropped course's credits at its CRSATTR credit
      * ***     rate, the rate TUITBILL billed at.  Each credit
      * ***     posts to STURECV as a 'C' row: it is set against
      * ***     the term's open bill first, then anything else
      * ***     the student owes, and what is left - the student
      * ***     now has a credit balance - is refunded by check on
      * ***     the TUIRFND refund file.  A drop already credited
      * ***     (a 'C' row for the student, term and course) is not
      * ***     credited twice.  TUIRREG registers every drop with
      * ***     its date, percentage and amount.  The ledger
      * ***     writes back whole the way TUITCASH rewrites it.
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
           SELECT COURSE-ATTR-FILE ASSIGN TO CRSATTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRSATTR-STATUS.
           SELECT REFUND-SCHEDULE ASSIGN TO REFSCHED
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REFSCHED-STATUS.
           SELECT RECEIVABLE-LEDGER ASSIGN TO STURECV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RECV-STATUS.
           SELECT REFUND-FILE    ASSIGN TO TUIRFND
                  ORGANIZATION IS SEQUENTIAL.
           SELECT REFUND-REGISTER ASSIGN TO TUIRREG
                  ORGANIZATION IS SEQUENTIAL.
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
          05 SR-SECTION         PIC X(3).
          05 SR-DROP-DATE       PIC X(8).
          05 FILLER             PIC X(17).
          05 SR-RECORD-TYPE     PIC X.
             88 SR-TYPE-HEADER            VALUE '1'.
             88 SR-TYPE-COURSE            VALUE '2'.
             88 SR-TYPE-WITHDRAWAL        VALUE '3'.
          05 FILLER             PIC X(1).
          05 SR-STUDENT-ID      PIC X(8).
          05 FILLER             PIC X(1).
       FD  COURSE-ATTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COURSE-ATTR-REC.
       01  COURSE-ATTR-REC.
           05  CA-COURSE          PIC X(07).
           05  CA-SEAT-CAP        PIC 9(03).
           05  CA-PREREQ-1        PIC X(05).
           05  CA-PREREQ-2        PIC X(05).
           05  CA-CREDIT-RATE     PIC 9(3)V99.
           05  FILLER             PIC X(55).
      * One row per term - the add/drop date (100 percent through
      * it) and the refund percentage for each week after it.
      * Weeks past the last one keyed refund nothing.
       FD  REFUND-SCHEDULE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REFUND-SCHEDULE-REC.
       01  REFUND-SCHEDULE-REC.
           05  RS-TERM            PIC X(05).
           05  RS-ADD-DROP-DATE   PIC X(08).
           05  RS-WEEK-PCT        PIC X(03) OCCURS 10 TIMES.
           05  FILLER             PIC X(37).
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
           05  RV-ADJUSTED-X REDEFINES RV-ADJUSTED PIC X(09).
           05  RV-COURSE          PIC X(05).
           05  FILLER             PIC X(06).
      * Same layout as FINAID1's AIDRFND - tuition refunds go by
      * check
       FD  REFUND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REFUND-REC.
       01  REFUND-REC.
           05  RF-STUDENT-ID      PIC X(08).
           05  RF-STUDENT-NAME    PIC X(19).
           05  RF-TERM            PIC X(05).
           05  RF-AMOUNT          PIC 9(7)V99.
           05  RF-METHOD          PIC X(01).
           05  RF-ROUTING         PIC 9(09).
           05  RF-BANK-ACCT       PIC X(17).
           05  RF-DATE            PIC X(08).
           05  FILLER             PIC X(04).
       FD  REFUND-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE-OUT        PIC X(80).
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
       77  WS-CRSATTR-STATUS      PIC X(02) VALUE SPACES.
           88  CRSATTR-OPEN-OK              VALUE '00'.
       77  WS-REFSCHED-STATUS     PIC X(02) VALUE SPACES.
           88  REFSCHED-OPEN-OK             VALUE '00'.
       77  WS-RECV-STATUS         PIC X(02) VALUE SPACES.
           88  RECV-OPEN-OK                 VALUE '00'.
       77  WS-STUDENT-EOF         PIC X(01) VALUE 'N'.
           88  STUDENT-AT-EOF               VALUE 'Y'.
       77  WS-CRSATTR-EOF         PIC X(01) VALUE 'N'.
           88  CRSATTR-AT-EOF               VALUE 'Y'.
       77  WS-REFSCHED-EOF        PIC X(01) VALUE 'N'.
           88  REFSCHED-AT-EOF              VALUE 'Y'.
       77  WS-RECV-EOF            PIC X(01) VALUE 'N'.
           88  RECV-AT-EOF                  VALUE 'Y'.
      *    NOTHING POSTS WITHOUT A TERM, ITS SCHEDULE, A WHOLE
      *    LEDGER AND EVERY DROP IN CORE
       77  WS-POSTING-OK-SW       PIC X(01) VALUE 'Y'.
           88  POSTING-IS-OK                VALUE 'Y'.
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CONTROL CARD - TERM IN 1-5, RUN DATE IN 7-14 (BLANK FOR
      *    TODAY)
       01  WS-CONTROL-CARD.
           05  CC-TERM            PIC X(05).
           05  FILLER             PIC X(01).
           05  CC-RUN-DATE        PIC X(08).
           05  FILLER             PIC X(66).
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
      *    SHARED DATE VALIDATION - SEE DATEVAL
       01 DATEVAL-PARMS.
          05 DV-DATE-IN         PIC X(10) VALUE SPACES.
          05 DV-FORMAT          PIC X(1)  VALUE 'Y'.
          05 DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
          05 DV-RANGE-TO        PIC X(8)  VALUE SPACES.
          05 DV-VALID           PIC X(1)  VALUE 'N'.
          05 DV-DATE-OUT        PIC X(8)  VALUE SPACES.
          05 DV-FUNCTION        PIC X(1)  VALUE SPACE.
          05 DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
          05 DV-BUSINESS        PIC X(1)  VALUE SPACE.
      *    THE CARD TERM'S REFUND SCHEDULE
       01 SCHEDULE-AREA.
          05 SCHED-FOUND-SW      PIC X(01) VALUE 'N'.
             88 SCHEDULE-FOUND             VALUE 'Y'.
          05 SCHED-ADD-DROP-DATE PIC X(08) VALUE SPACES.
          05 SCHED-ADD-DROP-N REDEFINES SCHED-ADD-DROP-DATE
                                 PIC 9(08).
          05 SCHED-WEEKS         PIC 9(02) VALUE 0.
          05 SCHED-PCT           PIC 9(03) OCCURS 10 TIMES.
          05 SCHED-SUB           PIC 9(02) VALUE 0.
          05 SCHED-PRIOR-PCT     PIC 9(03) VALUE 0.
          05 SCHED-ROW-OK-SW     PIC X(01) VALUE 'Y'.
             88 SCHED-ROW-IS-OK            VALUE 'Y'.
          05 SCHED-END-SW        PIC X(01) VALUE 'N'.
             88 SCHED-AT-END               VALUE 'Y'.
       01 ATTR-TABLE-AREA.
          05 AT-COUNT            PIC 9(4) COMP VALUE 0.
          05 AT-SUB              PIC 9(4) COMP VALUE 0.
          05 ATTR-TABLE OCCURS 100 TIMES.
             10 AT-COURSE        PIC X(07).
             10 AT-CREDIT-RATE   PIC 9(3)V99.
       01 ATTR-FOUND-SW          PIC X(01) VALUE 'N'.
           88 ATTR-ENTRY-FOUND             VALUE 'Y'.
      *    STUDENT ID TO NAME, FROM THE STDNTFL HEADERS - THE LEDGER
      *    IS KEYED ON THE NAME TUITBILL BILLED UNDER
       01 STUDENT-TABLE-AREA.
          05 ST-COUNT            PIC 9(4) COMP VALUE 0.
          05 ST-SUB              PIC 9(4) COMP VALUE 0.
          05 STUDENT-TABLE OCCURS 1000 TIMES.
             10 ST-STUDENT-ID    PIC X(08).
             10 ST-NAME          PIC X(19).
       01 STUDENT-FOUND-SW       PIC X(01) VALUE 'N'.
           88 STUDENT-ENTRY-FOUND          VALUE 'Y'.
      *    THE TERM'S COURSE RECORDS - EACH DROP TAKES ITS CREDITS
      *    FROM ONE NOT ALREADY TAKEN BY AN EARLIER DROP
       01 COURSE-TABLE-AREA.
          05 CT-COUNT            PIC 9(4) COMP VALUE 0.
          05 CT-SUB              PIC 9(4) COMP VALUE 0.
          05 COURSE-TABLE OCCURS 3000 TIMES.
             10 CT-STUDENT-ID    PIC X(08).
             10 CT-COURSE        PIC X(05).
             10 CT-CREDITS       PIC 9(01).
             10 CT-USED-SW       PIC X(01).
                88 CT-IS-USED              VALUE 'Y'.
       01 COURSE-FOUND-SW        PIC X(01) VALUE 'N'.
           88 COURSE-ENTRY-FOUND           VALUE 'Y'.
      *    THE TERM'S WITHDRAWAL RECORDS, IN FILE ORDER
       01 DROP-TABLE-AREA.
          05 DR-COUNT            PIC 9(4) COMP VALUE 0.
          05 DR-SUB              PIC 9(4) COMP VALUE 0.
          05 DROP-TABLE OCCURS 1000 TIMES.
             10 DR-STUDENT-ID    PIC X(08).
             10 DR-NAME          PIC X(19).
             10 DR-COURSE        PIC X(05).
             10 DR-SECTION       PIC X(03).
             10 DR-DROP-DATE     PIC X(08).
      *    LEDGER HELD WHOLE FOR THE REWRITE - SAME SHAPE AS TUITCASH.
      *    RT-CLAIMED MARKS A 'C' ROW ALREADY MATCHED TO A DROP.
       01 RECV-TABLE-AREA.
          05 RV-COUNT             PIC 9(4) COMP VALUE 0.
          05 RV-SUB               PIC 9(4) COMP VALUE 0.
          05 RECV-TABLE OCCURS 1000 TIMES.
             10 RT-STUDENT-NAME   PIC X(19).
             10 RT-TERM           PIC X(05).
             10 RT-BILL-DATE      PIC X(08).
             10 RT-BILLED         PIC 9(7)V99.
             10 RT-PAID           PIC 9(7)V99.
             10 RT-AID            PIC 9(7)V99.
             10 RT-ROW-TYPE       PIC X(01).
                88 RT-TERM-BILL            VALUE SPACE.
                88 RT-TUITION-CREDIT       VALUE 'C'.
             10 RT-ADJUSTED       PIC 9(7)V99.
             10 RT-COURSE         PIC X(05).
             10 RT-CLAIMED-SW     PIC X(01).
                88 RT-IS-CLAIMED           VALUE 'Y'.
       01 RECV-TABLE-FULL         PIC X(01) VALUE 'N'.
          88 RECV-TABLE-IS-FULL              VALUE 'Y'.
       01 CREDIT-FOUND-SW         PIC X(01) VALUE 'N'.
          88 CREDIT-ROW-FOUND                VALUE 'Y'.
       01 WS-DROP-WORK.
          05 WS-LEDGER-NAME       PIC X(19)    VALUE SPACES.
          05 WS-DROP-CREDITS      PIC 9(01)    VALUE 0.
          05 WS-DROP-DATE-N       PIC 9(08)    VALUE 0.
          05 WS-DAYS-LATE         PIC S9(5)    VALUE 0.
          05 WS-WEEK              PIC 9(05)    VALUE 0.
          05 WS-PCT               PIC 9(03)    VALUE 0.
          05 WS-CREDIT            PIC 9(7)V99  VALUE 0.
          05 WS-TERM-NET          PIC S9(7)V99 VALUE 0.
          05 WS-REMAINING         PIC 9(7)V99  VALUE 0.
          05 WS-ROW-OPEN          PIC S9(7)V99 VALUE 0.
          05 WS-TAKE              PIC 9(7)V99  VALUE 0.
          05 WS-APPLIED           PIC 9(7)V99  VALUE 0.
       01 REFUND-COUNTERS.
          05 CTR-DROPS            PIC 9(5)     VALUE 0.
          05 CTR-CREDITED         PIC 9(5)     VALUE 0.
          05 CTR-NO-REFUND        PIC 9(5)     VALUE 0.
          05 CTR-ALREADY          PIC 9(5)     VALUE 0.
          05 CTR-HELD             PIC 9(5)     VALUE 0.
          05 CTR-REFUNDS          PIC 9(5)     VALUE 0.
          05 WS-TOTAL-CREDITED    PIC 9(9)V99  VALUE 0.
          05 WS-TOTAL-REFUNDED    PIC 9(9)V99  VALUE 0.
       01 REG-HEADING.
          05 FILLER  PIC X(28) VALUE
                'TUITION REFUND REGISTER  '.
          05 FILLER  PIC X(06) VALUE 'TERM: '.
          05 RH-TERM             PIC X(05).
          05 FILLER  PIC X(14) VALUE '   ADD/DROP: '.
          05 RH-ADD-DROP         PIC X(08).
          05 FILLER  PIC X(07) VALUE '  RUN: '.
          05 RH-RUN-DATE         PIC X(08).
       01 REG-COLUMNS.
          05 FILLER  PIC X(40) VALUE
                'STUDENT  COURSE SEC DROPPED  CR  PCT    '.
          05 FILLER  PIC X(40) VALUE
                '  CREDIT    REFUND  ACTION              '.
       01 REG-DETAIL-LINE.
          05 RDL-STUDENT-ID      PIC X(08).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 RDL-COURSE          PIC X(05).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 RDL-SECTION         PIC X(03).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 RDL-DROP-DATE       PIC X(08).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 RDL-CREDITS         PIC Z9.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 RDL-PCT             PIC ZZ9.
          05 FILLER              PIC X(01) VALUE '%'.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 RDL-CREDIT          PIC $$$,$$9.99.
          05 RDL-REFUND          PIC $$$,$$9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 RDL-ACTION          PIC X(21).
       01 REG-TOTAL-LINE-1.
          05 FILLER  PIC X(07) VALUE 'DROPS: '.
          05 RTL-DROPS           PIC ZZZZ9.
          05 FILLER  PIC X(12) VALUE '  CREDITED: '.
          05 RTL-CREDITED        PIC ZZZZ9.
          05 FILLER  PIC X(02) VALUE SPACES.
          05 RTL-CREDIT-AMT      PIC $$$,$$$,$$9.99.
          05 FILLER  PIC X(13) VALUE '  NO REFUND: '.
          05 RTL-NO-REFUND       PIC ZZZZ9.
       01 REG-TOTAL-LINE-2.
          05 FILLER  PIC X(07) VALUE 'HELD:  '.
          05 RTL-HELD            PIC ZZZZ9.
          05 FILLER  PIC X(12) VALUE '  ALREADY:  '.
          05 RTL-ALREADY         PIC ZZZZ9.
          05 FILLER  PIC X(12) VALUE '  REFUNDS:  '.
          05 RTL-REFUNDS         PIC ZZZZ9.
          05 FILLER  PIC X(02) VALUE SPACES.
          05 RTL-REFUND-AMT      PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           IF POSTING-IS-OK
              PERFORM 300-PRICE-ONE-DROP
                 VARYING DR-SUB FROM 1 BY 1 UNTIL DR-SUB > DR-COUNT
           END-IF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           ACCEPT WS-CONTROL-CARD.
           OPEN OUTPUT REFUND-REGISTER.
           OPEN OUTPUT REFUND-FILE.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 110-EDIT-CONTROL-CARD.
           IF POSTING-IS-OK
              PERFORM 120-LOAD-SCHEDULE
           END-IF.
           MOVE CC-TERM             TO RH-TERM.
           MOVE SCHED-ADD-DROP-DATE TO RH-ADD-DROP.
           MOVE WS-RUN-DATE         TO RH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM REG-HEADING.
           WRITE REPORT-LINE-OUT FROM REG-COLUMNS
              AFTER ADVANCING 2.
           IF POSTING-IS-OK
              PERFORM 140-LOAD-RATES
              PERFORM 150-LOAD-LEDGER
           END-IF.
           IF POSTING-IS-OK
              PERFORM 160-LOAD-STUDENT-FILE
           END-IF.
      *    NO TERM, NO REFUNDS - A BAD RUN DATE FALLS BACK TO TODAY
       110-EDIT-CONTROL-CARD.
           IF CC-TERM = SPACES
              DISPLAY 'TUITRFD1 - NO TERM ON THE CONTROL CARD'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF CC-RUN-DATE = SPACES
              MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE
           ELSE
              MOVE CC-RUN-DATE TO DV-DATE-IN
              PERFORM 115-CHECK-DATE
              IF DV-VALID = 'Y'
                 MOVE CC-RUN-DATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'RUN DATE NOT VALID - TODAY USED: '
                    CC-RUN-DATE
                 MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE
              END-IF
           END-IF.
       115-CHECK-DATE.
           MOVE 'Y'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           MOVE 'N'   TO DV-VALID.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
      *    THE TERM'S ROW MUST CARRY A GOOD ADD/DROP DATE AND WEEKLY
      *    PERCENTAGES THAT NEVER RISE - ANYTHING ELSE REFUNDS NOTHING
      *    RATHER THAN THE WRONG AMOUNT
       120-LOAD-SCHEDULE.
           OPEN INPUT REFUND-SCHEDULE.
           IF REFSCHED-OPEN-OK
              PERFORM 122-READ-SCHEDULE
              PERFORM 124-CHECK-SCHEDULE-ROW
                 UNTIL REFSCHED-AT-EOF OR SCHEDULE-FOUND
              CLOSE REFUND-SCHEDULE
           ELSE
              DISPLAY 'REFSCHED NOT AVAILABLE - STATUS: '
                 WS-REFSCHED-STATUS
           END-IF.
           IF NOT SCHEDULE-FOUND
              DISPLAY 'TUITRFD1 - NO REFUND SCHEDULE FOR TERM '
                 CC-TERM
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8 TO RETURN-CODE
           END-IF.
       122-READ-SCHEDULE.
           READ REFUND-SCHEDULE
              AT END MOVE 'Y' TO WS-REFSCHED-EOF
           END-READ.
       124-CHECK-SCHEDULE-ROW.
           IF RS-TERM = CC-TERM
              MOVE 'Y' TO SCHED-ROW-OK-SW
              MOVE RS-ADD-DROP-DATE TO DV-DATE-IN
              PERFORM 115-CHECK-DATE
              IF DV-VALID NOT = 'Y'
                 DISPLAY 'REFSCHED ADD/DROP DATE NOT VALID: '
                    RS-ADD-DROP-DATE
                 MOVE 'N' TO SCHED-ROW-OK-SW
              END-IF
              MOVE 100 TO SCHED-PRIOR-PCT
              MOVE 0   TO SCHED-WEEKS
              MOVE 'N' TO SCHED-END-SW
              PERFORM 126-CHECK-WEEK-PCT
                 VARYING SCHED-SUB FROM 1 BY 1 UNTIL SCHED-SUB > 10
              IF SCHED-ROW-IS-OK
                 MOVE 'Y' TO SCHED-FOUND-SW
                 MOVE RS-ADD-DROP-DATE TO SCHED-ADD-DROP-DATE
              END-IF
           ELSE
              PERFORM 122-READ-SCHEDULE
           END-IF.
      *    A BLANK WEEK ENDS THE SCHEDULE
       126-CHECK-WEEK-PCT.
           IF RS-WEEK-PCT(SCHED-SUB) = SPACES
              MOVE 'Y' TO SCHED-END-SW
           END-IF.
           IF NOT SCHED-AT-END
              IF RS-WEEK-PCT(SCHED-SUB) IS NUMERIC
                 AND RS-WEEK-PCT(SCHED-SUB) NOT > SCHED-PRIOR-PCT
                 MOVE RS-WEEK-PCT(SCHED-SUB) TO SCHED-PCT(SCHED-SUB)
                 MOVE SCHED-PCT(SCHED-SUB)   TO SCHED-PRIOR-PCT
                 MOVE SCHED-SUB              TO SCHED-WEEKS
              ELSE
                 DISPLAY 'REFSCHED WEEK ' SCHED-SUB
                    ' PERCENT NOT VALID: ' RS-WEEK-PCT(SCHED-SUB)
                 MOVE 'N' TO SCHED-ROW-OK-SW
              END-IF
           END-IF.
       140-LOAD-RATES.
           OPEN INPUT COURSE-ATTR-FILE.
           IF CRSATTR-OPEN-OK
              PERFORM 142-READ-ATTR-ROW
              PERFORM 144-STORE-ATTR-ROW UNTIL CRSATTR-AT-EOF
              CLOSE COURSE-ATTR-FILE
           ELSE
              DISPLAY 'CRSATTR NOT AVAILABLE - STATUS: '
                 WS-CRSATTR-STATUS
              DISPLAY 'NO RATES - NOTHING REFUNDS'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8 TO RETURN-CODE
           END-IF.
       142-READ-ATTR-ROW.
           READ COURSE-ATTR-FILE
              AT END MOVE 'Y' TO WS-CRSATTR-EOF
           END-READ.
       144-STORE-ATTR-ROW.
           IF AT-COUNT < 100
              ADD 1 TO AT-COUNT
              MOVE CA-COURSE      TO AT-COURSE(AT-COUNT)
              MOVE CA-CREDIT-RATE TO AT-CREDIT-RATE(AT-COUNT)
           ELSE
              DISPLAY 'ATTRIBUTE TABLE FULL - CATALOG TRUNCATED'
           END-IF.
           PERFORM 142-READ-ATTR-ROW.
      *    ROWS FROM BEFORE AID OR CREDITS WERE CARRIED HOLD SPACES
      *    IN THOSE FIELDS - THAT IS ZERO
       150-LOAD-LEDGER.
           OPEN INPUT RECEIVABLE-LEDGER.
           IF RECV-OPEN-OK
              PERFORM 152-READ-LEDGER
              PERFORM 154-STORE-LEDGER-ROW UNTIL RECV-AT-EOF
              CLOSE RECEIVABLE-LEDGER
           ELSE
              DISPLAY 'STURECV NOT AVAILABLE - STATUS: '
                 WS-RECV-STATUS
              DISPLAY 'NO LEDGER - NOTHING REFUNDS'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF RECV-TABLE-IS-FULL
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8 TO RETURN-CODE
           END-IF.
       152-READ-LEDGER.
           READ RECEIVABLE-LEDGER
              AT END MOVE 'Y' TO WS-RECV-EOF
           END-READ.
       154-STORE-LEDGER-ROW.
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
              IF RV-ADJUSTED-X IS NUMERIC
                 MOVE RV-ADJUSTED  TO RT-ADJUSTED(RV-COUNT)
              ELSE
                 MOVE ZEROS        TO RT-ADJUSTED(RV-COUNT)
              END-IF
              MOVE RV-COURSE       TO RT-COURSE(RV-COUNT)
              MOVE 'N'             TO RT-CLAIMED-SW(RV-COUNT)
           ELSE
              MOVE 'Y' TO RECV-TABLE-FULL
              DISPLAY 'LEDGER TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 152-READ-LEDGER.
       160-LOAD-STUDENT-FILE.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 162-READ-STUDENT
              PERFORM 164-STORE-STUDENT-REC UNTIL STUDENT-AT-EOF
              CLOSE STUDENT-FILE
           ELSE
              DISPLAY 'STDNTFL NOT AVAILABLE - STATUS: '
                 WS-STUDENT-STATUS
              DISPLAY 'NO WITHDRAWALS - NOTHING REFUNDS'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8 TO RETURN-CODE
           END-IF.
       162-READ-STUDENT.
           READ STUDENT-FILE
              AT END MOVE 'Y' TO WS-STUDENT-EOF
           END-READ.
       164-STORE-STUDENT-REC.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           EVALUATE TRUE
              WHEN SR-TYPE-HEADER AND SR-STUDENT-ID NOT = SPACES
                 PERFORM 166-STORE-STUDENT-NAME
              WHEN SR-TYPE-COURSE AND SR-TERM = CC-TERM
                 PERFORM 168-STORE-COURSE
              WHEN SR-TYPE-WITHDRAWAL AND SR-TERM = CC-TERM
                 PERFORM 170-STORE-DROP
           END-EVALUATE.
           PERFORM 162-READ-STUDENT.
       166-STORE-STUDENT-NAME.
           IF ST-COUNT < 1000
              ADD 1 TO ST-COUNT
              MOVE SR-STUDENT-ID TO ST-STUDENT-ID(ST-COUNT)
              MOVE SR-NAME       TO ST-NAME(ST-COUNT)
           ELSE
              DISPLAY 'STUDENT TABLE FULL - NOTHING REFUNDS'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       168-STORE-COURSE.
           IF CT-COUNT < 3000
              ADD 1 TO CT-COUNT
              MOVE SR-STUDENT-ID    TO CT-STUDENT-ID(CT-COUNT)
              MOVE SR-COURSE-NUMBER TO CT-COURSE(CT-COUNT)
              IF SR-CREDITS-X IS NUMERIC
                 MOVE SR-CREDITS    TO CT-CREDITS(CT-COUNT)
              ELSE
                 MOVE ZEROS         TO CT-CREDITS(CT-COUNT)
              END-IF
              MOVE 'N'              TO CT-USED-SW(CT-COUNT)
           ELSE
              DISPLAY 'COURSE TABLE FULL - NOTHING REFUNDS'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       170-STORE-DROP.
           IF DR-COUNT < 1000
              ADD 1 TO DR-COUNT
              MOVE SR-STUDENT-ID    TO DR-STUDENT-ID(DR-COUNT)
              MOVE SR-NAME          TO DR-NAME(DR-COUNT)
              MOVE SR-COURSE-NUMBER TO DR-COURSE(DR-COUNT)
              MOVE SR-SECTION       TO DR-SECTION(DR-COUNT)
              MOVE SR-DROP-DATE     TO DR-DROP-DATE(DR-COUNT)
           ELSE
              DISPLAY 'DROP TABLE FULL - NOTHING REFUNDS'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
      *    ONE WITHDRAWAL RECORD PER PASS - EVERY ONE PRINTS ON THE
      *    REGISTER WITH WHAT BECAME OF IT
       300-PRICE-ONE-DROP.
           ADD 1 TO CTR-DROPS.
           MOVE DR-STUDENT-ID(DR-SUB) TO RDL-STUDENT-ID.
           MOVE DR-COURSE(DR-SUB)     TO RDL-COURSE.
           MOVE DR-SECTION(DR-SUB)    TO RDL-SECTION.
           MOVE DR-DROP-DATE(DR-SUB)  TO RDL-DROP-DATE.
           MOVE ZEROS TO RDL-CREDITS RDL-PCT RDL-CREDIT RDL-REFUND.
           MOVE ZEROS TO WS-CREDIT WS-PCT WS-DROP-CREDITS.
           PERFORM 310-FIND-LEDGER-NAME.
           PERFORM 320-FIND-DROPPED-COURSE.
           IF COURSE-ENTRY-FOUND
              MOVE CT-CREDITS(CT-SUB) TO WS-DROP-CREDITS
              MOVE WS-DROP-CREDITS    TO RDL-CREDITS
           END-IF.
           PERFORM 330-FIND-EARLIER-CREDIT.
           MOVE DR-DROP-DATE(DR-SUB) TO DV-DATE-IN.
           PERFORM 115-CHECK-DATE.
           EVALUATE TRUE
              WHEN CREDIT-ROW-FOUND
                 ADD 1 TO CTR-ALREADY
                 MOVE RT-PAID(RV-SUB) TO RDL-REFUND
                 MOVE RT-BILLED(RV-SUB) TO RDL-CREDIT
                 MOVE 'ALREADY CREDITED' TO RDL-ACTION
              WHEN DV-VALID NOT = 'Y'
                 ADD 1 TO CTR-HELD
                 MOVE 'HELD - NO DROP DATE' TO RDL-ACTION
                 PERFORM 390-SET-WARNING
              WHEN NOT COURSE-ENTRY-FOUND
                 ADD 1 TO CTR-HELD
                 MOVE 'HELD - NO COURSE REC' TO RDL-ACTION
                 PERFORM 390-SET-WARNING
              WHEN OTHER
                 PERFORM 340-FIND-CREDIT-RATE
                 IF ATTR-ENTRY-FOUND
                    PERFORM 350-COMPUTE-REFUND-PCT
                    MOVE WS-PCT TO RDL-PCT
                    COMPUTE WS-CREDIT ROUNDED =
                       WS-DROP-CREDITS * AT-CREDIT-RATE(AT-SUB)
                       * WS-PCT / 100
                    MOVE WS-CREDIT TO RDL-CREDIT
                    PERFORM 360-POST-CREDIT
                 ELSE
                    ADD 1 TO CTR-HELD
                    MOVE 'HELD - NO RATE' TO RDL-ACTION
                    PERFORM 390-SET-WARNING
                 END-IF
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM REG-DETAIL-LINE
              AFTER ADVANCING 1.
      *    TUITBILL BILLS UNDER THE HEADER'S NAME
       310-FIND-LEDGER-NAME.
           MOVE DR-NAME(DR-SUB) TO WS-LEDGER-NAME.
           MOVE 'N' TO STUDENT-FOUND-SW.
           MOVE 1   TO ST-SUB.
           PERFORM 312-MATCH-STUDENT-ID
              UNTIL ST-SUB > ST-COUNT OR STUDENT-ENTRY-FOUND.
           IF STUDENT-ENTRY-FOUND
              MOVE ST-NAME(ST-SUB) TO WS-LEDGER-NAME
           END-IF.
       312-MATCH-STUDENT-ID.
           IF ST-STUDENT-ID(ST-SUB) = DR-STUDENT-ID(DR-SUB)
              MOVE 'Y' TO STUDENT-FOUND-SW
           ELSE
              ADD 1 TO ST-SUB
           END-IF.
       320-FIND-DROPPED-COURSE.
           MOVE 'N' TO COURSE-FOUND-SW.
           MOVE 1   TO CT-SUB.
           PERFORM 322-MATCH-DROPPED-COURSE
              UNTIL CT-SUB > CT-COUNT OR COURSE-ENTRY-FOUND.
           IF COURSE-ENTRY-FOUND
              MOVE 'Y' TO CT-USED-SW(CT-SUB)
           END-IF.
       322-MATCH-DROPPED-COURSE.
           IF CT-STUDENT-ID(CT-SUB) = DR-STUDENT-ID(DR-SUB)
              AND CT-COURSE(CT-SUB) = DR-COURSE(DR-SUB)
              AND NOT CT-IS-USED(CT-SUB)
              MOVE 'Y' TO COURSE-FOUND-SW
           ELSE
              ADD 1 TO CT-SUB
           END-IF.
      *    EACH 'C' ROW ALREADY ON THE LEDGER ANSWERS FOR ONE DROP OF
      *    THE COURSE, IN ORDER, SO A RERUN CREDITS NOTHING TWICE
       330-FIND-EARLIER-CREDIT.
           MOVE 'N' TO CREDIT-FOUND-SW.
           MOVE 1   TO RV-SUB.
           PERFORM 332-MATCH-EARLIER-CREDIT
              UNTIL RV-SUB > RV-COUNT OR CREDIT-ROW-FOUND.
           IF CREDIT-ROW-FOUND
              MOVE 'Y' TO RT-CLAIMED-SW(RV-SUB)
           END-IF.
       332-MATCH-EARLIER-CREDIT.
           IF RT-TUITION-CREDIT(RV-SUB)
              AND RT-STUDENT-NAME(RV-SUB) = WS-LEDGER-NAME
              AND RT-TERM(RV-SUB) = CC-TERM
              AND RT-COURSE(RV-SUB) = DR-COURSE(DR-SUB)
              AND NOT RT-IS-CLAIMED(RV-SUB)
              MOVE 'Y' TO CREDIT-FOUND-SW
           ELSE
              ADD 1 TO RV-SUB
           END-IF.
       340-FIND-CREDIT-RATE.
           MOVE 'N' TO ATTR-FOUND-SW.
           MOVE 1   TO AT-SUB.
           PERFORM 342-MATCH-CREDIT-RATE
              UNTIL AT-SUB > AT-COUNT OR ATTR-ENTRY-FOUND.
       342-MATCH-CREDIT-RATE.
           IF AT-COURSE(AT-SUB)(1:5) = DR-COURSE(DR-SUB)
              MOVE 'Y' TO ATTR-FOUND-SW
           ELSE
              ADD 1 TO AT-SUB
           END-IF.
      *    THROUGH THE ADD/DROP DATE THE WHOLE COURSE; DAYS 1-7 AFTER
      *    IT ARE WEEK 1, 8-14 WEEK 2, AND SO ON
       350-COMPUTE-REFUND-PCT.
           IF DR-DROP-DATE(DR-SUB) NOT > SCHED-ADD-DROP-DATE
              MOVE 100 TO WS-PCT
           ELSE
              MOVE DR-DROP-DATE(DR-SUB) TO WS-DROP-DATE-N
              COMPUTE WS-DAYS-LATE =
                 FUNCTION INTEGER-OF-DATE(WS-DROP-DATE-N) -
                 FUNCTION INTEGER-OF-DATE(SCHED-ADD-DROP-N)
              COMPUTE WS-WEEK = (WS-DAYS-LATE - 1) / 7 + 1
              IF WS-WEEK > SCHED-WEEKS
                 MOVE 0 TO WS-PCT
              ELSE
                 MOVE SCHED-PCT(WS-WEEK) TO WS-PCT
              END-IF
           END-IF.
      *    NEVER CREDIT MORE THAN THE TERM'S BILLS STILL CHARGE, AND
      *    NOTHING BEFORE THE TERM IS BILLED - THE DROP WAITS FOR
      *    THE NEXT RUN
       360-POST-CREDIT.
           MOVE ZEROS TO WS-TERM-NET.
           PERFORM 362-ADD-TERM-NET
              VARYING RV-SUB FROM 1 BY 1 UNTIL RV-SUB > RV-COUNT.
           PERFORM 364-LESS-EARLIER-CREDITS
              VARYING RV-SUB FROM 1 BY 1 UNTIL RV-SUB > RV-COUNT.
           IF WS-CREDIT > WS-TERM-NET AND WS-TERM-NET > ZERO
              MOVE WS-TERM-NET TO WS-CREDIT
              MOVE WS-CREDIT TO RDL-CREDIT
           END-IF.
           EVALUATE TRUE
              WHEN WS-PCT = ZERO
                 ADD 1 TO CTR-NO-REFUND
                 MOVE 'NO REFUND - LATE DROP' TO RDL-ACTION
              WHEN WS-TERM-NET NOT > ZERO
                 ADD 1 TO CTR-HELD
                 MOVE 'HELD - TERM UNBILLED' TO RDL-ACTION
                 PERFORM 390-SET-WARNING
              WHEN WS-CREDIT = ZERO
                 ADD 1 TO CTR-NO-REFUND
                 MOVE 'NO REFUND - ZERO RATE' TO RDL-ACTION
              WHEN RV-COUNT NOT < 1000
                 ADD 1 TO CTR-HELD
                 MOVE 'HELD - LEDGER FULL' TO RDL-ACTION
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 370-APPLY-CREDIT
           END-EVALUATE.
       362-ADD-TERM-NET.
           IF RT-TERM-BILL(RV-SUB)
              AND RT-STUDENT-NAME(RV-SUB) = WS-LEDGER-NAME
              AND RT-TERM(RV-SUB) = CC-TERM
              ADD RT-BILLED(RV-SUB) TO WS-TERM-NET
           END-IF.
       364-LESS-EARLIER-CREDITS.
           IF RT-TUITION-CREDIT(RV-SUB)
              AND RT-STUDENT-NAME(RV-SUB) = WS-LEDGER-NAME
              AND RT-TERM(RV-SUB) = CC-TERM
              SUBTRACT RT-BILLED(RV-SUB) FROM WS-TERM-NET
           END-IF.
      *    THE CREDIT GOES AGAINST THE TERM'S OPEN BILL FIRST, THEN
      *    WHATEVER ELSE THE STUDENT OWES, OLDEST FIRST; THE REST IS
      *    A CREDIT BALANCE AND IS REFUNDED
       370-APPLY-CREDIT.
           MOVE WS-CREDIT TO WS-REMAINING.
           MOVE ZEROS     TO WS-APPLIED.
           PERFORM 372-APPLY-TO-TERM-ROW
              VARYING RV-SUB FROM 1 BY 1
              UNTIL RV-SUB > RV-COUNT OR WS-REMAINING = ZERO.
           PERFORM 374-APPLY-TO-OTHER-ROW
              VARYING RV-SUB FROM 1 BY 1
              UNTIL RV-SUB > RV-COUNT OR WS-REMAINING = ZERO.
           ADD 1 TO RV-COUNT.
           MOVE WS-LEDGER-NAME    TO RT-STUDENT-NAME(RV-COUNT).
           MOVE CC-TERM           TO RT-TERM(RV-COUNT).
           MOVE WS-RUN-DATE       TO RT-BILL-DATE(RV-COUNT).
           MOVE WS-CREDIT         TO RT-BILLED(RV-COUNT).
           MOVE WS-REMAINING      TO RT-PAID(RV-COUNT).
           MOVE ZEROS             TO RT-AID(RV-COUNT).
           MOVE 'C'               TO RT-ROW-TYPE(RV-COUNT).
           MOVE WS-APPLIED        TO RT-ADJUSTED(RV-COUNT).
           MOVE DR-COURSE(DR-SUB) TO RT-COURSE(RV-COUNT).
           MOVE 'Y'               TO RT-CLAIMED-SW(RV-COUNT).
           ADD 1 TO CTR-CREDITED.
           ADD WS-CREDIT TO WS-TOTAL-CREDITED.
           IF WS-REMAINING > ZERO
              PERFORM 380-WRITE-REFUND
              MOVE WS-REMAINING TO RDL-REFUND
              MOVE 'CREDITED - REFUNDED' TO RDL-ACTION
           ELSE
              MOVE 'CREDITED' TO RDL-ACTION
           END-IF.
       372-APPLY-TO-TERM-ROW.
           IF RT-TERM(RV-SUB) = CC-TERM
              PERFORM 376-APPLY-TO-ROW
           END-IF.
       374-APPLY-TO-OTHER-ROW.
           IF RT-TERM(RV-SUB) NOT = CC-TERM
              PERFORM 376-APPLY-TO-ROW
           END-IF.
       376-APPLY-TO-ROW.
           IF RT-STUDENT-NAME(RV-SUB) = WS-LEDGER-NAME
              AND NOT RT-TUITION-CREDIT(RV-SUB)
              COMPUTE WS-ROW-OPEN = RT-BILLED(RV-SUB)
                 - RT-PAID(RV-SUB) - RT-AID(RV-SUB)
                 - RT-ADJUSTED(RV-SUB)
              IF WS-ROW-OPEN > ZERO
                 IF WS-REMAINING < WS-ROW-OPEN
                    MOVE WS-REMAINING TO WS-TAKE
                 ELSE
                    MOVE WS-ROW-OPEN TO WS-TAKE
                 END-IF
                 ADD WS-TAKE TO RT-ADJUSTED(RV-SUB)
                 ADD WS-TAKE TO WS-APPLIED
                 SUBTRACT WS-TAKE FROM WS-REMAINING
              END-IF
           END-IF.
       380-WRITE-REFUND.
           MOVE SPACES                TO REFUND-REC.
           MOVE DR-STUDENT-ID(DR-SUB) TO RF-STUDENT-ID.
           MOVE WS-LEDGER-NAME        TO RF-STUDENT-NAME.
           MOVE CC-TERM               TO RF-TERM.
           MOVE WS-REMAINING          TO RF-AMOUNT.
           MOVE 'C'                   TO RF-METHOD.
           MOVE ZEROS                 TO RF-ROUTING.
           MOVE WS-RUN-DATE           TO RF-DATE.
           WRITE REFUND-REC.
           ADD 1 TO CTR-REFUNDS.
           ADD WS-REMAINING TO WS-TOTAL-REFUNDED.
       390-SET-WARNING.
           IF RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       800-WRAP-UP.
           MOVE CTR-DROPS         TO RTL-DROPS.
           MOVE CTR-CREDITED      TO RTL-CREDITED.
           MOVE WS-TOTAL-CREDITED TO RTL-CREDIT-AMT.
           MOVE CTR-NO-REFUND     TO RTL-NO-REFUND.
           MOVE CTR-HELD          TO RTL-HELD.
           MOVE CTR-ALREADY       TO RTL-ALREADY.
           MOVE CTR-REFUNDS       TO RTL-REFUNDS.
           MOVE WS-TOTAL-REFUNDED TO RTL-REFUND-AMT.
           WRITE REPORT-LINE-OUT FROM REG-TOTAL-LINE-1
              AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM REG-TOTAL-LINE-2
              AFTER ADVANCING 1.
           IF POSTING-IS-OK AND CTR-CREDITED > 0
              PERFORM 850-SAVE-LEDGER
           END-IF.
           CLOSE REFUND-REGISTER.
           CLOSE REFUND-FILE.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
       850-SAVE-LEDGER.
           OPEN OUTPUT RECEIVABLE-LEDGER.
           PERFORM 860-WRITE-ONE-LEDGER-ROW
              VARYING RV-SUB FROM 1 BY 1 UNTIL RV-SUB > RV-COUNT.
           CLOSE RECEIVABLE-LEDGER.
       860-WRITE-ONE-LEDGER-ROW.
           MOVE SPACES                  TO RECEIVABLE-REC.
           MOVE RT-STUDENT-NAME(RV-SUB) TO RV-STUDENT-NAME.
           MOVE RT-TERM(RV-SUB)         TO RV-TERM.
           MOVE RT-BILL-DATE(RV-SUB)    TO RV-BILL-DATE.
           MOVE RT-BILLED(RV-SUB)       TO RV-BILLED.
           MOVE RT-PAID(RV-SUB)         TO RV-PAID.
           MOVE RT-AID(RV-SUB)          TO RV-AID.
           MOVE RT-ROW-TYPE(RV-SUB)     TO RV-ROW-TYPE.
           MOVE RT-ADJUSTED(RV-SUB)     TO RV-ADJUSTED.
           MOVE RT-COURSE(RV-SUB)       TO RV-COURSE.
           WRITE RECEIVABLE-REC.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'TUITRFD1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
