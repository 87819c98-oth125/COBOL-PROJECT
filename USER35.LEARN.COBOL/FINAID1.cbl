       IDENTIFICATION DIVISION.
       PROGRAM-ID.   FINAID1.
      *
      * ***************************************************
      * ***     Financial aid awards, disbursement and return of
      * ***     aid.  Keeps the AIDMAST award master - one row per
      * ***     student ID, term and fund, with the award amount,
      * ***     up to two disbursement dates and the enrolled
      * ***     credits the fund requires - maintained from the
      * ***     AIDTRAN award deck.  On or after each disbursement
      * ***     date the award posts to the STURECV ledger as aid
      * ***     (RV-AID, not RV-PAID, so aid and cash stay apart),
      * ***     but only while the student's enrolled credits for
      * ***     the term on STDNTFL meet the fund's requirement.
      * ***     Aid past the term's open balance is a credit
      * ***     balance and goes out on the AIDRFND refund file by
      * ***     check or direct deposit.  When a withdrawal ('3'
      * ***     record) takes a disbursed student below the
      * ***     requirement, the unearned share of the aid -
      * ***     the part of the term not yet attended, nothing
      * ***     once 60 percent of the term has passed - is
      * ***     returned to the fund and billed back to the
      * ***     student as an 'R' row on the ledger.  The updated
      * ***     master writes to AIDNEW; the ledger writes back
      * ***     whole the way TUITCASH rewrites it.
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
           SELECT AWARD-TRANS    ASSIGN TO AIDTRAN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AIDTRAN-STATUS.
           SELECT RECEIVABLE-LEDGER ASSIGN TO STURECV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RECV-STATUS.
           SELECT AWARD-NEW      ASSIGN TO AIDNEW
                  ORGANIZATION IS SEQUENTIAL.
           SELECT REFUND-FILE    ASSIGN TO AIDRFND
                  ORGANIZATION IS SEQUENTIAL.
           SELECT AID-REPORT     ASSIGN TO AIDRPT
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
      * A  add an award         C  change amount/requirement/dates
      * X  cancel an award      P  refund election for the student
      * Cards apply in deck order, after the master loads.
       FD  AWARD-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AWARD-TRANS-REC.
       01  AWARD-TRANS-REC.
           05  AT-ACTION          PIC X(01).
               88  AT-ADD                 VALUE 'A'.
               88  AT-CHANGE              VALUE 'C'.
               88  AT-CANCEL              VALUE 'X'.
               88  AT-PREFERENCE          VALUE 'P'.
           05  AT-STUDENT-ID      PIC X(08).
           05  AT-AWARD-DATA.
               10  AT-TERM            PIC X(05).
               10  AT-FUND-CODE       PIC X(06).
               10  AT-FUND-TYPE       PIC X(01).
                   88  AT-FUND-TYPE-OK        VALUE 'S' 'G' 'L'.
               10  AT-AWARD-AMT       PIC 9(7)V99.
               10  AT-AWARD-AMT-X REDEFINES AT-AWARD-AMT
                                      PIC X(09).
               10  AT-MIN-CREDITS     PIC 9(02).
               10  AT-MIN-CREDITS-X REDEFINES AT-MIN-CREDITS
                                      PIC X(02).
               10  AT-DISB-DATE-1     PIC X(08).
               10  AT-DISB-DATE-2     PIC X(08).
               10  AT-TERM-START      PIC X(08).
               10  AT-TERM-END        PIC X(08).
               10  FILLER             PIC X(16).
           05  AT-REFUND-DATA REDEFINES AT-AWARD-DATA.
               10  AT-REFUND-METHOD   PIC X(01).
                   88  AT-REFUND-CHECK        VALUE 'C'.
                   88  AT-REFUND-DEPOSIT      VALUE 'D'.
               10  AT-ROUTING         PIC 9(09).
               10  AT-ROUTING-X REDEFINES AT-ROUTING PIC X(09).
               10  AT-BANK-ACCT       PIC X(17).
               10  FILLER             PIC X(44).
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
       FD  AWARD-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AWARD-NEW-REC.
       01  AWARD-NEW-REC.
           05  AN-STUDENT-ID      PIC X(08).
           05  AN-STUDENT-NAME    PIC X(19).
           05  AN-TERM            PIC X(05).
           05  AN-FUND-CODE       PIC X(06).
           05  AN-FUND-TYPE       PIC X(01).
           05  AN-AWARD-AMT       PIC 9(7)V99.
           05  AN-MIN-CREDITS     PIC 9(02).
           05  AN-DISB-DATE-1     PIC X(08).
           05  AN-DISB-DATE-2     PIC X(08).
           05  AN-TERM-START      PIC X(08).
           05  AN-TERM-END        PIC X(08).
           05  AN-DISB-COUNT      PIC 9(01).
           05  AN-DISBURSED       PIC 9(7)V99.
           05  AN-REFUNDED        PIC 9(7)V99.
           05  AN-RETURNED        PIC 9(7)V99.
           05  AN-STATUS          PIC X(01).
           05  AN-LAST-DATE       PIC X(08).
           05  AN-REFUND-METHOD   PIC X(01).
           05  AN-ROUTING         PIC 9(09).
           05  AN-BANK-ACCT       PIC X(17).
           05  FILLER             PIC X(14).
      * One credit-balance refund per disbursement that overran
      * the term's open balance - method C check, D direct deposit
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
       FD  AID-REPORT
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
       77  WS-AIDMAST-STATUS      PIC X(02) VALUE SPACES.
           88  AIDMAST-OPEN-OK              VALUE '00'.
       77  WS-AIDTRAN-STATUS      PIC X(02) VALUE SPACES.
           88  AIDTRAN-OPEN-OK              VALUE '00'.
       77  WS-RECV-STATUS         PIC X(02) VALUE SPACES.
           88  RECV-OPEN-OK                 VALUE '00'.
       77  WS-STUDENT-EOF         PIC X(01) VALUE 'N'.
           88  STUDENT-AT-EOF               VALUE 'Y'.
       77  WS-AIDMAST-EOF         PIC X(01) VALUE 'N'.
           88  AIDMAST-AT-EOF               VALUE 'Y'.
       77  WS-AIDTRAN-EOF         PIC X(01) VALUE 'N'.
           88  AIDTRAN-AT-EOF               VALUE 'Y'.
       77  WS-RECV-EOF            PIC X(01) VALUE 'N'.
           88  RECV-AT-EOF                  VALUE 'Y'.
       77  WS-AIDTRAN-OPEN-SW     PIC X(01) VALUE 'N'.
           88  AIDTRAN-IS-OPEN              VALUE 'Y'.
      *    ENROLLMENT IS WHAT EVERY DECISION HERE RESTS ON - WITHOUT
      *    IT (OR WITH IT TRUNCATED) NOTHING IS APPLIED.  WITHOUT A
      *    WHOLE LEDGER THE DECK STILL APPLIES BUT NOTHING POSTS.
       77  WS-ENROLL-OK-SW        PIC X(01) VALUE 'Y'.
           88  ENROLLMENT-IS-OK             VALUE 'Y'.
       77  WS-POSTING-OK-SW       PIC X(01) VALUE 'Y'.
           88  POSTING-IS-OK                VALUE 'Y'.
       77  WS-LEDGER-CHANGED-SW   PIC X(01) VALUE 'N'.
           88  LEDGER-WAS-CHANGED           VALUE 'Y'.
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CONTROL CARD - RUN DATE IN 1-8, BLANK FOR TODAY
       01  WS-CONTROL-CARD.
           05  CC-RUN-DATE        PIC X(08).
           05  FILLER             PIC X(72).
       01  WS-RUN-DATE            PIC 9(8)  VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
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
      *    ONES A WITHDRAWAL RECORD DROPPED
       01 ENROLL-TABLE-AREA.
          05 EN-COUNT            PIC 9(4) COMP VALUE 0.
          05 EN-SUB              PIC 9(4) COMP VALUE 0.
          05 ENROLL-TABLE OCCURS 1000 TIMES.
             10 EN-STUDENT-ID    PIC X(08).
             10 EN-TERM          PIC X(05).
             10 EN-CREDITS       PIC S9(3).
             10 EN-WITHDREW-SW   PIC X(01).
                88 EN-HAS-WITHDRAWN        VALUE 'Y'.
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
      *    AWARD MASTER HELD WHOLE FOR THE REWRITE
       01 AWARD-TABLE-AREA.
          05 AW-COUNT            PIC 9(4) COMP VALUE 0.
          05 AW-SUB              PIC 9(4) COMP VALUE 0.
          05 AW-SCAN             PIC 9(4) COMP VALUE 0.
          05 AWARD-TABLE OCCURS 1000 TIMES.
             10 AW-STUDENT-ID    PIC X(08).
             10 AW-STUDENT-NAME  PIC X(19).
             10 AW-TERM          PIC X(05).
             10 AW-FUND-CODE     PIC X(06).
             10 AW-FUND-TYPE     PIC X(01).
             10 AW-AWARD-AMT     PIC 9(7)V99.
             10 AW-MIN-CREDITS   PIC 9(02).
             10 AW-DISB-DATE-1   PIC X(08).
             10 AW-DISB-DATE-2   PIC X(08).
             10 AW-TERM-START    PIC X(08).
             10 AW-TERM-END      PIC X(08).
             10 AW-DISB-COUNT    PIC 9(01).
             10 AW-DISBURSED     PIC 9(7)V99.
             10 AW-REFUNDED      PIC 9(7)V99.
             10 AW-RETURNED      PIC 9(7)V99.
      * A = active, X = cancelled before any disbursement,
      * W = withdrawn - return of aid taken, nothing more disburses
             10 AW-STATUS        PIC X(01).
                88 AW-ACTIVE               VALUE 'A'.
                88 AW-CANCELLED            VALUE 'X'.
                88 AW-WITHDRAWN            VALUE 'W'.
             10 AW-LAST-DATE     PIC X(08).
             10 AW-REFUND-METHOD PIC X(01).
                88 AW-REFUND-BY-DEPOSIT    VALUE 'D'.
             10 AW-ROUTING       PIC 9(09).
             10 AW-BANK-ACCT     PIC X(17).
       01 AWARD-TABLE-FULL       PIC X(01) VALUE 'N'.
          88 AWARD-TABLE-IS-FULL           VALUE 'Y'.
       01 AWARD-FOUND-SW         PIC X(01) VALUE 'N'.
          88 AWARD-ENTRY-FOUND             VALUE 'Y'.
      *    LEDGER HELD WHOLE FOR THE REWRITE - SAME SHAPE AS TUITCASH
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
             10 RT-ADJUSTED       PIC 9(7)V99.
             10 RT-COURSE         PIC X(05).
       01 RECV-TABLE-FULL         PIC X(01) VALUE 'N'.
          88 RECV-TABLE-IS-FULL              VALUE 'Y'.
       01 WS-TERM-BILLED-SW       PIC X(01) VALUE 'N'.
          88 TERM-WAS-BILLED                 VALUE 'Y'.
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
       01 WS-CARD-WORK.
          05 WS-CARD-OK-SW        PIC X(01)  VALUE 'Y'.
             88 CARD-IS-OK                   VALUE 'Y'.
          05 WS-REJECT-REASON     PIC X(22)  VALUE SPACES.
          05 WS-DATE-TO-CHECK     PIC X(08)  VALUE SPACES.
          05 WS-DATE-OK-SW        PIC X(01)  VALUE 'N'.
             88 DATE-IS-OK                   VALUE 'Y'.
          05 WS-AWARDS-CHANGED    PIC 9(4)   COMP VALUE 0.
       01 WS-DISB-WORK.
          05 WS-SCHEDULED         PIC 9(01)    VALUE 0.
          05 WS-NEXT-DATE         PIC X(08)    VALUE SPACES.
          05 WS-DISB-AMT          PIC 9(7)V99  VALUE 0.
          05 WS-REMAINING         PIC 9(7)V99  VALUE 0.
          05 WS-ROW-OPEN          PIC S9(7)V99 VALUE 0.
          05 WS-TAKE              PIC 9(7)V99  VALUE 0.
          05 WS-ENROLLED          PIC S9(3)    VALUE 0.
      *    RETURN OF AID - PERCENT OF THE TERM ATTENDED IN TENTHS
       01 WS-RETURN-WORK.
          05 WS-DAYS-ATTENDED     PIC S9(5)    VALUE 0.
          05 WS-TERM-DAYS         PIC S9(5)    VALUE 0.
          05 WS-PCT-EARNED        PIC 9(4)     VALUE 0.
          05 WS-PCT-UNEARNED      PIC 9(4)     VALUE 0.
          05 WS-UNEARNED          PIC 9(7)V99  VALUE 0.
       01 AID-COUNTERS.
          05 CTR-CARDS            PIC 9(5)     VALUE 0.
          05 CTR-CARDS-REJECTED   PIC 9(5)     VALUE 0.
          05 CTR-DISBURSED        PIC 9(5)     VALUE 0.
          05 CTR-HELD             PIC 9(5)     VALUE 0.
          05 CTR-REFUNDS          PIC 9(5)     VALUE 0.
          05 CTR-RETURNS          PIC 9(5)     VALUE 0.
          05 WS-TOTAL-DISBURSED   PIC 9(9)V99  VALUE 0.
          05 WS-TOTAL-REFUNDED    PIC 9(9)V99  VALUE 0.
          05 WS-TOTAL-RETURNED    PIC 9(9)V99  VALUE 0.
       01 AID-HEADING.
          05 FILLER  PIC X(42) VALUE
                'FINANCIAL AID - AWARDS AND DISBURSEMENT  '.
          05 FILLER  PIC X(10) VALUE 'RUN DATE: '.
          05 AH-RUN-DATE         PIC X(08).
       01 AID-SECTION-LINE.
          05 ASL-TITLE           PIC X(40).
       01 AID-DETAIL-LINE.
          05 ADL-ACTION          PIC X(09).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 ADL-STUDENT-ID      PIC X(08).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 ADL-TERM            PIC X(05).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 ADL-FUND            PIC X(06).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 ADL-AMOUNT          PIC $$,$$$,$$9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 ADL-NOTE            PIC X(33).
       01 AID-TOTAL-LINE-1.
          05 FILLER  PIC X(11) VALUE 'DISBURSED: '.
          05 ATL-DISBURSED       PIC ZZZZ9.
          05 FILLER  PIC X(02) VALUE SPACES.
          05 ATL-DISB-AMT        PIC $$$,$$$,$$9.99.
          05 FILLER  PIC X(09) VALUE '   HELD: '.
          05 ATL-HELD            PIC ZZZZ9.
          05 FILLER  PIC X(13) VALUE '   REJECTED: '.
          05 ATL-REJECTED        PIC ZZZZ9.
       01 AID-TOTAL-LINE-2.
          05 FILLER  PIC X(11) VALUE 'REFUNDS:   '.
          05 ATL-REFUNDS         PIC ZZZZ9.
          05 FILLER  PIC X(02) VALUE SPACES.
          05 ATL-REFUND-AMT      PIC $$$,$$$,$$9.99.
          05 FILLER  PIC X(12) VALUE '   RETURNS: '.
          05 ATL-RETURNS         PIC ZZZZ9.
          05 FILLER  PIC X(02) VALUE SPACES.
          05 ATL-RETURN-AMT      PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           IF ENROLLMENT-IS-OK
              MOVE 'AWARD DECK' TO ASL-TITLE
              WRITE REPORT-LINE-OUT FROM AID-SECTION-LINE
                 AFTER ADVANCING 2
              PERFORM 200-APPLY-AWARD-CARD UNTIL AIDTRAN-AT-EOF
              IF POSTING-IS-OK
                 MOVE 'DISBURSEMENTS' TO ASL-TITLE
                 WRITE REPORT-LINE-OUT FROM AID-SECTION-LINE
                    AFTER ADVANCING 2
                 PERFORM 400-DISBURSE-ONE-AWARD
                    VARYING AW-SUB FROM 1 BY 1 UNTIL AW-SUB > AW-COUNT
                 MOVE 'RETURN OF AID' TO ASL-TITLE
                 WRITE REPORT-LINE-OUT FROM AID-SECTION-LINE
                    AFTER ADVANCING 2
                 PERFORM 600-CHECK-ONE-RETURN
                    VARYING AW-SUB FROM 1 BY 1 UNTIL AW-SUB > AW-COUNT
              END-IF
           END-IF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           ACCEPT WS-CONTROL-CARD.
           OPEN OUTPUT AID-REPORT.
           OPEN OUTPUT REFUND-FILE.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           IF CC-RUN-DATE = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X
           ELSE
              MOVE CC-RUN-DATE TO WS-DATE-TO-CHECK
              PERFORM 290-CHECK-DATE
              IF DATE-IS-OK
                 MOVE CC-RUN-DATE TO WS-RUN-DATE-X
              ELSE
                 DISPLAY 'FINAID1 - RUN DATE NOT VALID: ' CC-RUN-DATE
                 MOVE 'N' TO WS-ENROLL-OK-SW
                 MOVE 8   TO RETURN-CODE
              END-IF
           END-IF.
           MOVE WS-RUN-DATE-X TO AH-RUN-DATE.
           WRITE REPORT-LINE-OUT FROM AID-HEADING.
           PERFORM 120-LOAD-AWARD-MASTER.
           PERFORM 140-LOAD-LEDGER.
           PERFORM 160-LOAD-ENROLLMENT.
           IF ENROLLMENT-IS-OK
              OPEN INPUT AWARD-TRANS
              IF AIDTRAN-OPEN-OK
                 MOVE 'Y' TO WS-AIDTRAN-OPEN-SW
                 PERFORM 190-READ-AWARD-CARD
              ELSE
                 DISPLAY 'AIDTRAN NOT AVAILABLE - STATUS: '
                    WS-AIDTRAN-STATUS
                 DISPLAY 'NO AWARD CHANGES THIS RUN'
                 MOVE 'Y' TO WS-AIDTRAN-EOF
              END-IF
           END-IF.
      *    NO MASTER YET IS THE FIRST RUN OF A NEW AID YEAR - THE
      *    DECK BUILDS IT.  A FULL TABLE IS NOT WRITTEN BACK.
       120-LOAD-AWARD-MASTER.
           OPEN INPUT AWARD-MASTER.
           IF AIDMAST-OPEN-OK
              PERFORM 122-READ-AWARD
              PERFORM 124-STORE-AWARD UNTIL AIDMAST-AT-EOF
           ELSE
              DISPLAY 'AIDMAST NOT AVAILABLE - STATUS: '
                 WS-AIDMAST-STATUS
              DISPLAY 'STARTING AN EMPTY AWARD MASTER'
           END-IF.
           CLOSE AWARD-MASTER.
           IF AWARD-TABLE-IS-FULL
              MOVE 'N' TO WS-ENROLL-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       122-READ-AWARD.
           READ AWARD-MASTER
              AT END MOVE 'Y' TO WS-AIDMAST-EOF
           END-READ.
       124-STORE-AWARD.
           IF AW-COUNT < 1000
              ADD 1 TO AW-COUNT
              MOVE AM-STUDENT-ID    TO AW-STUDENT-ID(AW-COUNT)
              MOVE AM-STUDENT-NAME  TO AW-STUDENT-NAME(AW-COUNT)
              MOVE AM-TERM          TO AW-TERM(AW-COUNT)
              MOVE AM-FUND-CODE     TO AW-FUND-CODE(AW-COUNT)
              MOVE AM-FUND-TYPE     TO AW-FUND-TYPE(AW-COUNT)
              MOVE AM-AWARD-AMT     TO AW-AWARD-AMT(AW-COUNT)
              MOVE AM-MIN-CREDITS   TO AW-MIN-CREDITS(AW-COUNT)
              MOVE AM-DISB-DATE-1   TO AW-DISB-DATE-1(AW-COUNT)
              MOVE AM-DISB-DATE-2   TO AW-DISB-DATE-2(AW-COUNT)
              MOVE AM-TERM-START    TO AW-TERM-START(AW-COUNT)
              MOVE AM-TERM-END      TO AW-TERM-END(AW-COUNT)
              MOVE AM-DISB-COUNT    TO AW-DISB-COUNT(AW-COUNT)
              MOVE AM-DISBURSED     TO AW-DISBURSED(AW-COUNT)
              MOVE AM-REFUNDED      TO AW-REFUNDED(AW-COUNT)
              MOVE AM-RETURNED      TO AW-RETURNED(AW-COUNT)
              MOVE AM-STATUS        TO AW-STATUS(AW-COUNT)
              MOVE AM-LAST-DATE     TO AW-LAST-DATE(AW-COUNT)
              MOVE AM-REFUND-METHOD TO AW-REFUND-METHOD(AW-COUNT)
              MOVE AM-ROUTING       TO AW-ROUTING(AW-COUNT)
              MOVE AM-BANK-ACCT     TO AW-BANK-ACCT(AW-COUNT)
           ELSE
              MOVE 'Y' TO AWARD-TABLE-FULL
              DISPLAY 'AWARD TABLE FULL - UNABLE TO HOLD ALL AWARDS'
           END-IF.
           PERFORM 122-READ-AWARD.
      *    ROWS WRITTEN BEFORE THE LEDGER CARRIED AID HAVE SPACES IN
      *    RV-AID - THAT IS NO AID.
       140-LOAD-LEDGER.
           OPEN INPUT RECEIVABLE-LEDGER.
           IF RECV-OPEN-OK
              PERFORM 142-READ-LEDGER
              PERFORM 144-STORE-LEDGER-ROW UNTIL RECV-AT-EOF
           ELSE
              DISPLAY 'STURECV NOT AVAILABLE - STATUS: '
                 WS-RECV-STATUS
              DISPLAY 'NO LEDGER - NOTHING DISBURSES OR RETURNS'
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
           CLOSE RECEIVABLE-LEDGER.
           IF RECV-TABLE-IS-FULL
              MOVE 'N' TO WS-POSTING-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       142-READ-LEDGER.
           READ RECEIVABLE-LEDGER
              AT END MOVE 'Y' TO WS-RECV-EOF
           END-READ.
       144-STORE-LEDGER-ROW.
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
           ELSE
              MOVE 'Y' TO RECV-TABLE-FULL
              DISPLAY 'LEDGER TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 142-READ-LEDGER.
      *    STUDENT IDS ARE STAMPED ON EVERY RECORD TYPE (STIDCNV1),
      *    SO EACH RECORD STANDS ON ITS OWN - A RECORD WITHOUT ONE
      *    CANNOT BE TIED TO AN AWARD AND IS PASSED OVER.
       160-LOAD-ENROLLMENT.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 162-READ-STUDENT
              PERFORM 164-STORE-STUDENT-REC UNTIL STUDENT-AT-EOF
              CLOSE STUDENT-FILE
           ELSE
              DISPLAY 'STDNTFL NOT AVAILABLE - STATUS: '
                 WS-STUDENT-STATUS
              DISPLAY 'NO ENROLLMENT - NO AID APPLIED'
              MOVE 'N' TO WS-ENROLL-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       162-READ-STUDENT.
           READ STUDENT-FILE
              AT END MOVE 'Y' TO WS-STUDENT-EOF
           END-READ.
       164-STORE-STUDENT-REC.
           ADD 1 TO WS-JOB-RECORD-COUNT.
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
              MOVE 'N' TO WS-ENROLL-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
       170-ADD-COURSE.
           PERFORM 180-FIND-ENROLLMENT.
           IF ENROLL-ENTRY-FOUND AND CT-COUNT < 3000
              ADD SR-CREDITS TO EN-CREDITS(EN-SUB)
              ADD 1 TO CT-COUNT
              MOVE SR-STUDENT-ID    TO CT-STUDENT-ID(CT-COUNT)
              MOVE SR-TERM          TO CT-TERM(CT-COUNT)
              MOVE SR-COURSE-NUMBER TO CT-COURSE(CT-COUNT)
              MOVE SR-CREDITS       TO CT-CREDITS(CT-COUNT)
              MOVE 'N'              TO CT-DROPPED-SW(CT-COUNT)
           ELSE
              DISPLAY 'ENROLLMENT TABLE FULL - ENROLLMENT TRUNCATED'
              MOVE 'N' TO WS-ENROLL-OK-SW
              MOVE 8   TO RETURN-CODE
           END-IF.
      *    A DROP TAKES BACK THE CREDITS OF THE COURSE IT NAMES; THE
      *    WITHDRAWAL FLAG STAYS EVEN IF THE COURSE IS NOT FOUND, SO
      *    THE RETURN CHECK STILL LOOKS AT THE STUDENT.
       172-APPLY-WITHDRAWAL.
           PERFORM 180-FIND-ENROLLMENT.
           IF ENROLL-ENTRY-FOUND
              MOVE 'Y' TO EN-WITHDREW-SW(EN-SUB)
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
              MOVE 'N' TO WS-ENROLL-OK-SW
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
              MOVE 'N'           TO EN-WITHDREW-SW(EN-SUB)
              MOVE 'Y'           TO ENROLL-FOUND-SW
           END-IF.
       182-MATCH-ENROLLMENT.
           IF EN-STUDENT-ID(EN-SUB) = SR-STUDENT-ID
              AND EN-TERM(EN-SUB) = SR-TERM
              MOVE 'Y' TO ENROLL-FOUND-SW
           ELSE
              ADD 1 TO EN-SUB
           END-IF.
       190-READ-AWARD-CARD.
           READ AWARD-TRANS
              AT END MOVE 'Y' TO WS-AIDTRAN-EOF
           END-READ.
      *    ONE CARD PER PASS - EACH ACCEPTED OR REJECTED CARD PRINTS
      *    WITH THE REASON
       200-APPLY-AWARD-CARD.
           ADD 1 TO CTR-CARDS.
           MOVE 'Y'    TO WS-CARD-OK-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZEROS  TO ADL-AMOUNT.
           MOVE AT-STUDENT-ID TO ADL-STUDENT-ID.
           EVALUATE TRUE
              WHEN AT-ADD
                 MOVE 'ADD'      TO ADL-ACTION
                 PERFORM 210-ADD-AWARD
              WHEN AT-CHANGE
                 MOVE 'CHANGE'   TO ADL-ACTION
                 PERFORM 230-CHANGE-AWARD
              WHEN AT-CANCEL
                 MOVE 'CANCEL'   TO ADL-ACTION
                 PERFORM 240-CANCEL-AWARD
              WHEN AT-PREFERENCE
                 MOVE 'REFUND'   TO ADL-ACTION
                 PERFORM 250-SET-REFUND-ELECTION
              WHEN OTHER
                 MOVE AT-ACTION  TO ADL-ACTION
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF AT-PREFERENCE
              MOVE SPACES       TO ADL-TERM
              MOVE SPACES       TO ADL-FUND
           ELSE
              MOVE AT-TERM      TO ADL-TERM
              MOVE AT-FUND-CODE TO ADL-FUND
           END-IF.
           IF CARD-IS-OK
              IF WS-REJECT-REASON = SPACES
                 MOVE 'ACCEPTED' TO ADL-NOTE
              ELSE
                 MOVE WS-REJECT-REASON TO ADL-NOTE
              END-IF
           ELSE
              ADD 1 TO CTR-CARDS-REJECTED
              MOVE SPACES TO ADL-NOTE
              STRING 'REJECTED - ' WS-REJECT-REASON
                 DELIMITED BY SIZE INTO ADL-NOTE
           END-IF.
           WRITE REPORT-LINE-OUT FROM AID-DETAIL-LINE
              AFTER ADVANCING 1.
           PERFORM 190-READ-AWARD-CARD.
       210-ADD-AWARD.
           PERFORM 220-EDIT-AWARD-FIELDS.
           IF CARD-IS-OK
              PERFORM 270-FIND-STUDENT-NAME
              IF NOT STUDENT-ENTRY-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'ID NOT ON STDNTFL' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF CARD-IS-OK
              PERFORM 280-FIND-AWARD
              IF AWARD-ENTRY-FOUND AND NOT AW-CANCELLED(AW-SCAN)
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'AWARD ALREADY ON FILE' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF CARD-IS-OK AND NOT AWARD-ENTRY-FOUND
              IF AW-COUNT < 1000
                 ADD 1 TO AW-COUNT
                 MOVE AW-COUNT TO AW-SCAN
              ELSE
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'AWARD TABLE FULL' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF CARD-IS-OK
              MOVE AT-STUDENT-ID     TO AW-STUDENT-ID(AW-SCAN)
              MOVE ST-NAME(ST-SUB)   TO AW-STUDENT-NAME(AW-SCAN)
              MOVE AT-TERM           TO AW-TERM(AW-SCAN)
              MOVE AT-FUND-CODE      TO AW-FUND-CODE(AW-SCAN)
              MOVE AT-FUND-TYPE      TO AW-FUND-TYPE(AW-SCAN)
              MOVE AT-AWARD-AMT      TO AW-AWARD-AMT(AW-SCAN)
              MOVE AT-MIN-CREDITS    TO AW-MIN-CREDITS(AW-SCAN)
              MOVE AT-DISB-DATE-1    TO AW-DISB-DATE-1(AW-SCAN)
              MOVE AT-DISB-DATE-2    TO AW-DISB-DATE-2(AW-SCAN)
              MOVE AT-TERM-START     TO AW-TERM-START(AW-SCAN)
              MOVE AT-TERM-END       TO AW-TERM-END(AW-SCAN)
              MOVE ZEROS             TO AW-DISB-COUNT(AW-SCAN)
              MOVE ZEROS             TO AW-DISBURSED(AW-SCAN)
              MOVE ZEROS             TO AW-REFUNDED(AW-SCAN)
              MOVE ZEROS             TO AW-RETURNED(AW-SCAN)
              MOVE 'A'               TO AW-STATUS(AW-SCAN)
              MOVE WS-RUN-DATE-X     TO AW-LAST-DATE(AW-SCAN)
              MOVE 'C'               TO AW-REFUND-METHOD(AW-SCAN)
              MOVE ZEROS             TO AW-ROUTING(AW-SCAN)
              MOVE SPACES            TO AW-BANK-ACCT(AW-SCAN)
              MOVE AT-AWARD-AMT      TO ADL-AMOUNT
              PERFORM 260-COPY-REFUND-ELECTION
           END-IF.
      *    THE FIELDS AN ADD MUST CARRY; A CHANGE EDITS THE SAME ONES
       220-EDIT-AWARD-FIELDS.
           EVALUATE TRUE
              WHEN AT-STUDENT-ID = SPACES
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO STUDENT ID' TO WS-REJECT-REASON
              WHEN AT-TERM = SPACES
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO TERM' TO WS-REJECT-REASON
              WHEN AT-FUND-CODE = SPACES
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO FUND CODE' TO WS-REJECT-REASON
              WHEN NOT AT-FUND-TYPE-OK
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'FUND TYPE NOT S/G/L' TO WS-REJECT-REASON
              WHEN AT-AWARD-AMT-X IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
              WHEN AT-AWARD-AMT = ZERO
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'AWARD AMOUNT IS ZERO' TO WS-REJECT-REASON
              WHEN AT-MIN-CREDITS-X IS NOT NUMERIC
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'MIN CREDITS INVALID' TO WS-REJECT-REASON
           END-EVALUATE.
           IF CARD-IS-OK
              MOVE AT-DISB-DATE-1 TO WS-DATE-TO-CHECK
              PERFORM 290-CHECK-DATE
              IF NOT DATE-IS-OK
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'DISB DATE 1 INVALID' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF CARD-IS-OK AND AT-DISB-DATE-2 NOT = SPACES
              MOVE AT-DISB-DATE-2 TO WS-DATE-TO-CHECK
              PERFORM 290-CHECK-DATE
              IF NOT DATE-IS-OK
                 OR AT-DISB-DATE-2 NOT > AT-DISB-DATE-1
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'DISB DATE 2 INVALID' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF CARD-IS-OK
              MOVE AT-TERM-START TO WS-DATE-TO-CHECK
              PERFORM 290-CHECK-DATE
              IF DATE-IS-OK
                 MOVE AT-TERM-END TO WS-DATE-TO-CHECK
                 PERFORM 290-CHECK-DATE
              END-IF
              IF NOT DATE-IS-OK
                 OR AT-TERM-END NOT > AT-TERM-START
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'TERM DATES INVALID' TO WS-REJECT-REASON
              END-IF
           END-IF.
      *    ONLY AN ACTIVE AWARD CHANGES, AND NEVER BELOW WHAT HAS
      *    ALREADY GONE OUT
       230-CHANGE-AWARD.
           PERFORM 220-EDIT-AWARD-FIELDS.
           IF CARD-IS-OK
              PERFORM 280-FIND-AWARD
              EVALUATE TRUE
                 WHEN NOT AWARD-ENTRY-FOUND
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'NO SUCH AWARD' TO WS-REJECT-REASON
                 WHEN NOT AW-ACTIVE(AW-SCAN)
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'AWARD NOT ACTIVE' TO WS-REJECT-REASON
                 WHEN AT-AWARD-AMT < AW-DISBURSED(AW-SCAN)
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'BELOW AID DISBURSED' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.
           IF CARD-IS-OK
              MOVE AT-FUND-TYPE      TO AW-FUND-TYPE(AW-SCAN)
              MOVE AT-AWARD-AMT      TO AW-AWARD-AMT(AW-SCAN)
              MOVE AT-MIN-CREDITS    TO AW-MIN-CREDITS(AW-SCAN)
              MOVE AT-DISB-DATE-1    TO AW-DISB-DATE-1(AW-SCAN)
              MOVE AT-DISB-DATE-2    TO AW-DISB-DATE-2(AW-SCAN)
              MOVE AT-TERM-START     TO AW-TERM-START(AW-SCAN)
              MOVE AT-TERM-END       TO AW-TERM-END(AW-SCAN)
              MOVE WS-RUN-DATE-X     TO AW-LAST-DATE(AW-SCAN)
              MOVE AT-AWARD-AMT      TO ADL-AMOUNT
           END-IF.
      *    ONCE AID HAS GONE OUT ONLY A WITHDRAWAL TAKES IT BACK
       240-CANCEL-AWARD.
           PERFORM 280-FIND-AWARD.
           EVALUATE TRUE
              WHEN NOT AWARD-ENTRY-FOUND
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO SUCH AWARD' TO WS-REJECT-REASON
              WHEN NOT AW-ACTIVE(AW-SCAN)
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'AWARD NOT ACTIVE' TO WS-REJECT-REASON
              WHEN AW-DISBURSED(AW-SCAN) > ZERO
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'AID ALREADY DISBURSED' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'X'           TO AW-STATUS(AW-SCAN)
                 MOVE WS-RUN-DATE-X TO AW-LAST-DATE(AW-SCAN)
                 MOVE AW-AWARD-AMT(AW-SCAN) TO ADL-AMOUNT
           END-EVALUATE.
      *    THE ELECTION BELONGS TO THE STUDENT, SO IT GOES ON EVERY
      *    AWARD THE STUDENT HOLDS
       250-SET-REFUND-ELECTION.
           EVALUATE TRUE
              WHEN AT-STUDENT-ID = SPACES
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO STUDENT ID' TO WS-REJECT-REASON
              WHEN AT-REFUND-CHECK
                 CONTINUE
              WHEN AT-REFUND-DEPOSIT
                 IF AT-ROUTING-X IS NUMERIC
                    MOVE AT-ROUTING TO WS-RC-ROUTING
                    PERFORM 295-CHECK-ROUTING
                 ELSE
                    MOVE 'N' TO ROUTING-VALID-SW
                 END-IF
                 IF NOT ROUTING-IS-VALID
                    MOVE 'N' TO WS-CARD-OK-SW
                    MOVE 'ROUTING NUMBER INVALID' TO WS-REJECT-REASON
                 ELSE
                    IF AT-BANK-ACCT = SPACES
                       MOVE 'N' TO WS-CARD-OK-SW
                       MOVE 'NO BANK ACCOUNT' TO WS-REJECT-REASON
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'METHOD NOT C OR D' TO WS-REJECT-REASON
           END-EVALUATE.
           IF CARD-IS-OK
              MOVE ZEROS TO WS-AWARDS-CHANGED
              PERFORM 255-ELECT-ONE-AWARD
                 VARYING AW-SCAN FROM 1 BY 1 UNTIL AW-SCAN > AW-COUNT
              IF WS-AWARDS-CHANGED = ZERO
                 MOVE 'N' TO WS-CARD-OK-SW
                 MOVE 'NO AWARD FOR STUDENT' TO WS-REJECT-REASON
              ELSE
                 IF AT-REFUND-DEPOSIT
                    MOVE 'DIRECT DEPOSIT ELECTED' TO WS-REJECT-REASON
                 ELSE
                    MOVE 'CHECK ELECTED' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       255-ELECT-ONE-AWARD.
           IF AW-STUDENT-ID(AW-SCAN) = AT-STUDENT-ID
              MOVE AT-REFUND-METHOD TO AW-REFUND-METHOD(AW-SCAN)
              IF AT-REFUND-DEPOSIT
                 MOVE AT-ROUTING    TO AW-ROUTING(AW-SCAN)
                 MOVE AT-BANK-ACCT  TO AW-BANK-ACCT(AW-SCAN)
              ELSE
                 MOVE ZEROS         TO AW-ROUTING(AW-SCAN)
                 MOVE SPACES        TO AW-BANK-ACCT(AW-SCAN)
              END-IF
              ADD 1 TO WS-AWARDS-CHANGED
           END-IF.
      *    A NEW AWARD PICKS UP THE ELECTION THE STUDENT ALREADY HAS
      *    ON ANOTHER AWARD
       260-COPY-REFUND-ELECTION.
           MOVE 1 TO AW-SUB.
           PERFORM 262-MATCH-ELECTION
              UNTIL AW-SUB > AW-COUNT.
       262-MATCH-ELECTION.
           IF AW-SUB NOT = AW-SCAN
              AND AW-STUDENT-ID(AW-SUB) = AT-STUDENT-ID
              MOVE AW-REFUND-METHOD(AW-SUB)
                 TO AW-REFUND-METHOD(AW-SCAN)
              MOVE AW-ROUTING(AW-SUB)   TO AW-ROUTING(AW-SCAN)
              MOVE AW-BANK-ACCT(AW-SUB) TO AW-BANK-ACCT(AW-SCAN)
              MOVE AW-COUNT TO AW-SUB
           END-IF.
           ADD 1 TO AW-SUB.
       270-FIND-STUDENT-NAME.
           MOVE 'N' TO STUDENT-FOUND-SW.
           MOVE 1   TO ST-SUB.
           PERFORM 272-MATCH-STUDENT-NAME
              UNTIL ST-SUB > ST-COUNT OR STUDENT-ENTRY-FOUND.
       272-MATCH-STUDENT-NAME.
           IF ST-STUDENT-ID(ST-SUB) = AT-STUDENT-ID
              MOVE 'Y' TO STUDENT-FOUND-SW
           ELSE
              ADD 1 TO ST-SUB
           END-IF.
       280-FIND-AWARD.
           MOVE 'N' TO AWARD-FOUND-SW.
           MOVE 1   TO AW-SCAN.
           PERFORM 282-MATCH-AWARD
              UNTIL AW-SCAN > AW-COUNT OR AWARD-ENTRY-FOUND.
       282-MATCH-AWARD.
           IF AW-STUDENT-ID(AW-SCAN) = AT-STUDENT-ID
              AND AW-TERM(AW-SCAN) = AT-TERM
              AND AW-FUND-CODE(AW-SCAN) = AT-FUND-CODE
              MOVE 'Y' TO AWARD-FOUND-SW
           ELSE
              ADD 1 TO AW-SCAN
           END-IF.
       290-CHECK-DATE.
           MOVE 'N'    TO WS-DATE-OK-SW.
           MOVE SPACES TO DATEVAL-PARMS.
           MOVE WS-DATE-TO-CHECK TO DV-DATE-IN.
           MOVE 'Y'    TO DV-FORMAT.
           MOVE ZEROS  TO DV-DAY-COUNT.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF DV-VALID = 'Y'
              MOVE 'Y' TO WS-DATE-OK-SW
           END-IF.
       295-CHECK-ROUTING.
           MOVE 'N' TO ROUTING-VALID-SW.
           IF WS-RC-ROUTING NOT = ZERO
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
              IF WS-RC-REMAINDER = ZERO
                 MOVE 'Y' TO ROUTING-VALID-SW
              END-IF
           END-IF.
      *    ONE DISBURSEMENT PER AWARD PER RUN, ON OR AFTER ITS DATE.
      *    TWO SCHEDULED DATES SPLIT THE AWARD IN HALF, THE SECOND
      *    TAKING WHATEVER THE FIRST LEFT.  ENROLLMENT BELOW THE
      *    FUND'S REQUIREMENT, OR NO BILL YET FOR THE TERM, HOLDS
      *    THE DISBURSEMENT - IT IS TRIED AGAIN NEXT RUN.
       400-DISBURSE-ONE-AWARD.
           IF AW-DISB-DATE-2(AW-SUB) = SPACES
              MOVE 1 TO WS-SCHEDULED
           ELSE
              MOVE 2 TO WS-SCHEDULED
           END-IF.
           IF AW-DISB-COUNT(AW-SUB) = 0
              MOVE AW-DISB-DATE-1(AW-SUB) TO WS-NEXT-DATE
           ELSE
              MOVE AW-DISB-DATE-2(AW-SUB) TO WS-NEXT-DATE
           END-IF.
           IF AW-ACTIVE(AW-SUB)
              AND AW-DISB-COUNT(AW-SUB) < WS-SCHEDULED
              AND WS-NEXT-DATE NOT > WS-RUN-DATE-X
              PERFORM 410-LOAD-AWARD-LINE
              PERFORM 420-LOOK-UP-ENROLLMENT
              PERFORM 430-CHECK-TERM-BILLED
              EVALUATE TRUE
                 WHEN WS-ENROLLED < AW-MIN-CREDITS(AW-SUB)
                    ADD 1 TO CTR-HELD
                    MOVE 'HELD'     TO ADL-ACTION
                    MOVE 'ENROLLED BELOW FUND REQUIREMENT'
                       TO ADL-NOTE
                 WHEN NOT TERM-WAS-BILLED
                    ADD 1 TO CTR-HELD
                    MOVE 'HELD'     TO ADL-ACTION
                    MOVE 'TERM NOT YET BILLED' TO ADL-NOTE
                 WHEN OTHER
                    PERFORM 440-POST-DISBURSEMENT
              END-EVALUATE
              WRITE REPORT-LINE-OUT FROM AID-DETAIL-LINE
                 AFTER ADVANCING 1
           END-IF.
       410-LOAD-AWARD-LINE.
           MOVE AW-STUDENT-ID(AW-SUB) TO ADL-STUDENT-ID.
           MOVE AW-TERM(AW-SUB)       TO ADL-TERM.
           MOVE AW-FUND-CODE(AW-SUB)  TO ADL-FUND.
           MOVE ZEROS                 TO ADL-AMOUNT.
           MOVE SPACES                TO ADL-NOTE.
       420-LOOK-UP-ENROLLMENT.
           MOVE ZEROS TO WS-ENROLLED.
           MOVE 'N'   TO ENROLL-FOUND-SW.
           MOVE 1     TO EN-SUB.
           PERFORM 422-MATCH-AWARD-ENROLLMENT
              UNTIL EN-SUB > EN-COUNT OR ENROLL-ENTRY-FOUND.
           IF ENROLL-ENTRY-FOUND
              MOVE EN-CREDITS(EN-SUB) TO WS-ENROLLED
           END-IF.
       422-MATCH-AWARD-ENROLLMENT.
           IF EN-STUDENT-ID(EN-SUB) = AW-STUDENT-ID(AW-SUB)
              AND EN-TERM(EN-SUB) = AW-TERM(AW-SUB)
              MOVE 'Y' TO ENROLL-FOUND-SW
           ELSE
              ADD 1 TO EN-SUB
           END-IF.
       430-CHECK-TERM-BILLED.
           MOVE 'N' TO WS-TERM-BILLED-SW.
           PERFORM 432-MATCH-TERM-BILL
              VARYING RV-SUB FROM 1 BY 1 UNTIL RV-SUB > RV-COUNT.
       432-MATCH-TERM-BILL.
           IF RT-STUDENT-NAME(RV-SUB) = AW-STUDENT-NAME(AW-SUB)
              AND RT-TERM(RV-SUB) = AW-TERM(AW-SUB)
              AND RT-ROW-TYPE(RV-SUB) NOT = 'R'
              MOVE 'Y' TO WS-TERM-BILLED-SW
           END-IF.
      *    AID LANDS ON THE TERM'S OPEN ROWS OLDEST FIRST, THE WAY
      *    TUITCASH APPLIES CASH; WHAT IS LEFT IS A CREDIT BALANCE
      *    AND IS REFUNDED TO THE STUDENT.
       440-POST-DISBURSEMENT.
           IF AW-DISB-COUNT(AW-SUB) + 1 = WS-SCHEDULED
              COMPUTE WS-DISB-AMT =
                 AW-AWARD-AMT(AW-SUB) - AW-DISBURSED(AW-SUB)
           ELSE
              COMPUTE WS-DISB-AMT = AW-AWARD-AMT(AW-SUB) / 2
           END-IF.
           MOVE WS-DISB-AMT TO WS-REMAINING.
           PERFORM 445-APPLY-AID-TO-ROW
              VARYING RV-SUB FROM 1 BY 1
              UNTIL RV-SUB > RV-COUNT OR WS-REMAINING = ZERO.
           MOVE 'Y' TO WS-LEDGER-CHANGED-SW.
           ADD 1 TO AW-DISB-COUNT(AW-SUB).
           ADD WS-DISB-AMT   TO AW-DISBURSED(AW-SUB).
           MOVE WS-RUN-DATE-X TO AW-LAST-DATE(AW-SUB).
           ADD 1 TO CTR-DISBURSED.
           ADD WS-DISB-AMT TO WS-TOTAL-DISBURSED.
           MOVE 'DISBURSED' TO ADL-ACTION.
           MOVE WS-DISB-AMT TO ADL-AMOUNT.
           MOVE 'POSTED TO STURECV' TO ADL-NOTE.
           IF WS-REMAINING > ZERO
              WRITE REPORT-LINE-OUT FROM AID-DETAIL-LINE
                 AFTER ADVANCING 1
              PERFORM 450-WRITE-REFUND
           END-IF.
       445-APPLY-AID-TO-ROW.
           IF RT-STUDENT-NAME(RV-SUB) = AW-STUDENT-NAME(AW-SUB)
              AND RT-TERM(RV-SUB) = AW-TERM(AW-SUB)
              COMPUTE WS-ROW-OPEN = RT-BILLED(RV-SUB)
                 - RT-PAID(RV-SUB) - RT-AID(RV-SUB)
                 - RT-ADJUSTED(RV-SUB)
              IF WS-ROW-OPEN > ZERO
                 IF WS-REMAINING < WS-ROW-OPEN
                    MOVE WS-REMAINING TO WS-TAKE
                 ELSE
                    MOVE WS-ROW-OPEN TO WS-TAKE
                 END-IF
                 ADD WS-TAKE TO RT-AID(RV-SUB)
                 SUBTRACT WS-TAKE FROM WS-REMAINING
              END-IF
           END-IF.
      *    DIRECT DEPOSIT ONLY WITH A ROUTING NUMBER ON FILE -
      *    OTHERWISE THE STUDENT GETS A CHECK
       450-WRITE-REFUND.
           MOVE SPACES                  TO REFUND-REC.
           MOVE AW-STUDENT-ID(AW-SUB)   TO RF-STUDENT-ID.
           MOVE AW-STUDENT-NAME(AW-SUB) TO RF-STUDENT-NAME.
           MOVE AW-TERM(AW-SUB)         TO RF-TERM.
           MOVE WS-REMAINING            TO RF-AMOUNT.
           MOVE WS-RUN-DATE-X           TO RF-DATE.
           IF AW-REFUND-BY-DEPOSIT(AW-SUB)
              AND AW-ROUTING(AW-SUB) NOT = ZERO
              MOVE 'D'                  TO RF-METHOD
              MOVE AW-ROUTING(AW-SUB)   TO RF-ROUTING
              MOVE AW-BANK-ACCT(AW-SUB) TO RF-BANK-ACCT
              MOVE 'CREDIT BALANCE - DIRECT DEPOSIT' TO ADL-NOTE
           ELSE
              MOVE 'C'                  TO RF-METHOD
              MOVE ZEROS                TO RF-ROUTING
              MOVE 'CREDIT BALANCE - CHECK' TO ADL-NOTE
           END-IF.
           WRITE REFUND-REC.
           ADD WS-REMAINING TO AW-REFUNDED(AW-SUB).
           ADD 1 TO CTR-REFUNDS.
           ADD WS-REMAINING TO WS-TOTAL-REFUNDED.
           MOVE 'REFUND'     TO ADL-ACTION.
           MOVE WS-REMAINING TO ADL-AMOUNT.
      *    A WITHDRAWAL THAT LEAVES A DISBURSED STUDENT UNDER THE
      *    FUND'S REQUIREMENT ENDS THE AWARD.  THE SHARE OF THE TERM
      *    ATTENDED TO THE RUN DATE IS EARNED (ALL OF IT PAST 60
      *    PERCENT); THE REST GOES BACK TO THE FUND AND IS BILLED TO
      *    THE STUDENT AS AN 'R' ROW ON THE LEDGER.
       600-CHECK-ONE-RETURN.
           IF AW-ACTIVE(AW-SUB) AND AW-DISBURSED(AW-SUB) > ZERO
              PERFORM 420-LOOK-UP-ENROLLMENT
              IF ENROLL-ENTRY-FOUND
                 AND EN-HAS-WITHDRAWN(EN-SUB)
                 AND WS-ENROLLED < AW-MIN-CREDITS(AW-SUB)
                 PERFORM 410-LOAD-AWARD-LINE
                 PERFORM 610-COMPUTE-UNEARNED
                 EVALUATE TRUE
                    WHEN WS-UNEARNED = ZERO
                       MOVE 'W'           TO AW-STATUS(AW-SUB)
                       MOVE WS-RUN-DATE-X TO AW-LAST-DATE(AW-SUB)
                       MOVE 'EARNED'      TO ADL-ACTION
                       MOVE 'PAST 60 PCT OF TERM - NO RETURN'
                          TO ADL-NOTE
                    WHEN RV-COUNT NOT < 1000
                       ADD 1 TO CTR-HELD
                       MOVE 'HELD'        TO ADL-ACTION
                       MOVE WS-UNEARNED   TO ADL-AMOUNT
                       MOVE 'LEDGER FULL - RETURN NOT POSTED'
                          TO ADL-NOTE
                       MOVE 8 TO RETURN-CODE
                    WHEN OTHER
                       PERFORM 620-POST-RETURN
                 END-EVALUATE
                 WRITE REPORT-LINE-OUT FROM AID-DETAIL-LINE
                    AFTER ADVANCING 1
              END-IF
           END-IF.
       610-COMPUTE-UNEARNED.
           MOVE ZEROS TO WS-UNEARNED.
           IF WS-RUN-DATE-X < AW-TERM-END(AW-SUB)
              COMPUTE WS-DAYS-ATTENDED =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(AW-TERM-START(AW-SUB)))
              COMPUTE WS-TERM-DAYS =
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(AW-TERM-END(AW-SUB))) -
                 FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(AW-TERM-START(AW-SUB)))
              IF WS-DAYS-ATTENDED < ZERO
                 MOVE ZEROS TO WS-DAYS-ATTENDED
              END-IF
              COMPUTE WS-PCT-EARNED ROUNDED =
                 WS-DAYS-ATTENDED * 1000 / WS-TERM-DAYS
              IF WS-PCT-EARNED NOT > 600
                 COMPUTE WS-PCT-UNEARNED = 1000 - WS-PCT-EARNED
                 COMPUTE WS-UNEARNED ROUNDED =
                    AW-DISBURSED(AW-SUB) * WS-PCT-UNEARNED / 1000
              END-IF
           END-IF.
       620-POST-RETURN.
           ADD 1 TO RV-COUNT.
           MOVE AW-STUDENT-NAME(AW-SUB) TO RT-STUDENT-NAME(RV-COUNT).
           MOVE AW-TERM(AW-SUB)         TO RT-TERM(RV-COUNT).
           MOVE WS-RUN-DATE-X           TO RT-BILL-DATE(RV-COUNT).
           MOVE WS-UNEARNED             TO RT-BILLED(RV-COUNT).
           MOVE ZEROS                   TO RT-PAID(RV-COUNT).
           MOVE ZEROS                   TO RT-AID(RV-COUNT).
           MOVE 'R'                     TO RT-ROW-TYPE(RV-COUNT).
           MOVE ZEROS                   TO RT-ADJUSTED(RV-COUNT).
           MOVE SPACES                  TO RT-COURSE(RV-COUNT).
           MOVE 'Y' TO WS-LEDGER-CHANGED-SW.
           MOVE WS-UNEARNED   TO AW-RETURNED(AW-SUB).
           MOVE 'W'           TO AW-STATUS(AW-SUB).
           MOVE WS-RUN-DATE-X TO AW-LAST-DATE(AW-SUB).
           ADD 1 TO CTR-RETURNS.
           ADD WS-UNEARNED TO WS-TOTAL-RETURNED.
           MOVE 'RETURNED'  TO ADL-ACTION.
           MOVE WS-UNEARNED TO ADL-AMOUNT.
           MOVE 'RETURNED TO FUND - BILLED' TO ADL-NOTE.
       800-WRAP-UP.
           IF AIDTRAN-IS-OPEN
              CLOSE AWARD-TRANS
           END-IF.
           MOVE CTR-DISBURSED       TO ATL-DISBURSED.
           MOVE WS-TOTAL-DISBURSED  TO ATL-DISB-AMT.
           MOVE CTR-HELD            TO ATL-HELD.
           MOVE CTR-CARDS-REJECTED  TO ATL-REJECTED.
           MOVE CTR-REFUNDS         TO ATL-REFUNDS.
           MOVE WS-TOTAL-REFUNDED   TO ATL-REFUND-AMT.
           MOVE CTR-RETURNS         TO ATL-RETURNS.
           MOVE WS-TOTAL-RETURNED   TO ATL-RETURN-AMT.
           WRITE REPORT-LINE-OUT FROM AID-TOTAL-LINE-1
              AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM AID-TOTAL-LINE-2
              AFTER ADVANCING 1.
           PERFORM 850-SAVE-AWARD-MASTER.
           PERFORM 870-SAVE-LEDGER.
           IF CTR-CARDS-REJECTED > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REFUND-FILE.
           CLOSE AID-REPORT.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
      *    A FULL TABLE NEVER HELD THE WHOLE MASTER - WRITING IT
      *    BACK WOULD DROP AWARDS, SO AIDNEW IS NOT WRITTEN.
       850-SAVE-AWARD-MASTER.
           IF AWARD-TABLE-IS-FULL
              DISPLAY 'FINAID1 - AWARD TABLE FULL - AIDNEW '
                      'NOT WRITTEN - RAISE THE TABLE LIMIT'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT AWARD-NEW
              PERFORM 860-WRITE-ONE-AWARD
                 VARYING AW-SUB FROM 1 BY 1 UNTIL AW-SUB > AW-COUNT
              CLOSE AWARD-NEW
           END-IF.
       860-WRITE-ONE-AWARD.
           MOVE SPACES                   TO AWARD-NEW-REC.
           MOVE AW-STUDENT-ID(AW-SUB)    TO AN-STUDENT-ID.
           MOVE AW-STUDENT-NAME(AW-SUB)  TO AN-STUDENT-NAME.
           MOVE AW-TERM(AW-SUB)          TO AN-TERM.
           MOVE AW-FUND-CODE(AW-SUB)     TO AN-FUND-CODE.
           MOVE AW-FUND-TYPE(AW-SUB)     TO AN-FUND-TYPE.
           MOVE AW-AWARD-AMT(AW-SUB)     TO AN-AWARD-AMT.
           MOVE AW-MIN-CREDITS(AW-SUB)   TO AN-MIN-CREDITS.
           MOVE AW-DISB-DATE-1(AW-SUB)   TO AN-DISB-DATE-1.
           MOVE AW-DISB-DATE-2(AW-SUB)   TO AN-DISB-DATE-2.
           MOVE AW-TERM-START(AW-SUB)    TO AN-TERM-START.
           MOVE AW-TERM-END(AW-SUB)      TO AN-TERM-END.
           MOVE AW-DISB-COUNT(AW-SUB)    TO AN-DISB-COUNT.
           MOVE AW-DISBURSED(AW-SUB)     TO AN-DISBURSED.
           MOVE AW-REFUNDED(AW-SUB)      TO AN-REFUNDED.
           MOVE AW-RETURNED(AW-SUB)      TO AN-RETURNED.
           MOVE AW-STATUS(AW-SUB)        TO AN-STATUS.
           MOVE AW-LAST-DATE(AW-SUB)     TO AN-LAST-DATE.
           MOVE AW-REFUND-METHOD(AW-SUB) TO AN-REFUND-METHOD.
           MOVE AW-ROUTING(AW-SUB)       TO AN-ROUTING.
           MOVE AW-BANK-ACCT(AW-SUB)     TO AN-BANK-ACCT.
           WRITE AWARD-NEW-REC.
      *    THE LEDGER IS ONLY REWRITTEN WHEN IT WAS HELD WHOLE AND
      *    SOMETHING POSTED TO IT
       870-SAVE-LEDGER.
           IF POSTING-IS-OK AND LEDGER-WAS-CHANGED
              OPEN OUTPUT RECEIVABLE-LEDGER
              PERFORM 880-WRITE-ONE-LEDGER-ROW
                 VARYING RV-SUB FROM 1 BY 1 UNTIL RV-SUB > RV-COUNT
              CLOSE RECEIVABLE-LEDGER
           END-IF.
       880-WRITE-ONE-LEDGER-ROW.
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
           MOVE 'FINAID1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
