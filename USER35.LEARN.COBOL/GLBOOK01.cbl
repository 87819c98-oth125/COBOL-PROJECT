       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBOOK01.
      ***** General ledger book of record.  Posts every extract cut
      ***** in GLPOST01's GL-EXTRACT shape to the GLPBAL period
      ***** balance file - one row per account per period, carried
      ***** across runs the one-file load/save way PROFLEDG is:
      *****     GLEXTR    GLPOST01 payroll, benefit match, expenses
      *****     LABREXTR  LABRDIST labor distribution (the project
      *****               segment behind the account is dropped -
      *****               the ledger posts on the account alone)
      *****               It is the same payroll GLEXTR books, so
      *****               it is proved, listed and counted but held
      *****               as memo unless LABOR=Y says the site books
      *****               wages from it instead.
      *****     FXJRNL    FXREVAL1 unrealized FX gain/loss
      *****     GLACCR    PAYACR01 month-end accrual
      *****     GLACRV    PAYACR01 accrual reversal
      ***** ELECDED1's BENMATCH reaches the ledger inside GLEXTR.
      *****
      ***** Each extract is one entry.  Every line must name an
      ***** active account on the COAMAST chart of accounts, carry
      ***** D or C and a numeric amount, and fall in an open period
      ***** (a line's effective date when it carries one, as
      ***** PAYACR01's do, else the run period), and the entry's
      ***** debits must equal its credits - or none of it posts and
      ***** the whole extract is listed rejected.  The journal lists
      ***** every line read with the outcome per extract, and a
      ***** feed summary shows each extract's lines and totals with
      ***** the ones that never arrived.  What each extract posted is
      ***** written to CYCCTL as its consumer line, so CYCBAL1 holds
      ***** it against the producer's count - a feed cut and never
      ***** posted, or posted short, shows up there.
      *****
      ***** The trial balance lists every chart account's balance
      ***** through the run period on its debit or credit side and
      ***** must net to zero.  CLOSE=Y closes the run period: each
      ***** revenue and expense account's balance is rolled into the
      ***** retained-earnings account, a post-closing trial balance
      ***** prints, and the period takes no more postings.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     PERIOD=202610 CLOSE=Y RETAINED=RETEARNS LABOR=N
      ***** PERIOD is this month when not keyed, CLOSE and LABOR
      ***** default to N and RETAINED to RETEARNS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-FEED ASSIGN TO GLEXTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS F1-F-STATUS.
           SELECT LABOR-FEED ASSIGN TO LABREXTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS F2-F-STATUS.
           SELECT FX-FEED ASSIGN TO FXJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS F3-F-STATUS.
           SELECT ACCRUAL-FEED ASSIGN TO GLACCR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS F4-F-STATUS.
           SELECT REVERSAL-FEED ASSIGN TO GLACRV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS F5-F-STATUS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO COAMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CA-F-STATUS.
           SELECT PERIOD-BALANCES ASSIGN TO GLPBAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GB-F-STATUS.
           SELECT JOURNAL-REPORT ASSIGN TO GLJRNL.
           SELECT TRIAL-REPORT ASSIGN TO GLTRIAL.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYROLL-FEED-REC.
       01  PAYROLL-FEED-REC      PIC X(80).
       FD  LABOR-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LABOR-FEED-REC.
       01  LABOR-FEED-REC        PIC X(80).
       FD  FX-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FX-FEED-REC.
       01  FX-FEED-REC           PIC X(80).
       FD  ACCRUAL-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCRUAL-FEED-REC.
       01  ACCRUAL-FEED-REC      PIC X(80).
       FD  REVERSAL-FEED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REVERSAL-FEED-REC.
       01  REVERSAL-FEED-REC     PIC X(80).
       FD  CHART-OF-ACCOUNTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHART-OF-ACCOUNTS-REC.
      * Account type A asset, L liability, E equity, R revenue,
      * X expense - R and X are the income accounts the month-end
      * close rolls into retained earnings.
       01  CHART-OF-ACCOUNTS-REC.
           05  CA-ACCOUNT         PIC X(8).
           05  CA-DESCRIPTION     PIC X(30).
           05  CA-TYPE            PIC X(1).
               88  CA-VALID-TYPE            VALUE 'A' 'L' 'E' 'R' 'X'.
           05  CA-NORMAL-BALANCE  PIC X(1).
               88  CA-VALID-NORMAL          VALUE 'D' 'C'.
           05  CA-ACTIVE          PIC X(1).
               88  CA-VALID-ACTIVE          VALUE 'Y' 'N'.
           05  FILLER             PIC X(39).
       FD  PERIOD-BALANCES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERIOD-BALANCE-REC.
      * Debits and credits posted to one account in one period
      * (YYYYMM).  GB-CLOSED is Y on every row of a closed period.
       01  PERIOD-BALANCE-REC.
           05  GB-ACCOUNT         PIC X(8).
           05  GB-PERIOD          PIC X(6).
           05  GB-DEBITS          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  GB-CREDITS         PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  GB-CLOSED          PIC X(1).
           05  GB-LAST-POSTED     PIC X(15).
           05  FILLER             PIC X(22).
       FD  JOURNAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOURNAL-LINE-OUT.
       01  JOURNAL-LINE-OUT  PIC X(132).
       FD  TRIAL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRIAL-LINE-OUT.
       01  TRIAL-LINE-OUT    PIC X(132).
       FD  CYCLE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-CONTROL-REC.
      * Hand-off control line - every producer writes what it cut
      * per interface, every consumer what it actually read, and
      * CYCBAL1 proves the pairs agree across the whole cycle.
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
       WORKING-STORAGE SECTION.
       01 WS-JOB-START-TIME         PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT       PIC 9(7)  VALUE 0.
       77 F1-F-STATUS               PIC X(02) VALUE SPACES.
           88 F1-OK                           VALUE '00'.
       77 F2-F-STATUS               PIC X(02) VALUE SPACES.
           88 F2-OK                           VALUE '00'.
       77 F3-F-STATUS               PIC X(02) VALUE SPACES.
           88 F3-OK                           VALUE '00'.
       77 F4-F-STATUS               PIC X(02) VALUE SPACES.
           88 F4-OK                           VALUE '00'.
       77 F5-F-STATUS               PIC X(02) VALUE SPACES.
           88 F5-OK                           VALUE '00'.
       77 CA-F-STATUS               PIC X(02) VALUE SPACES.
           88 CA-OK                           VALUE '00'.
       77 GB-F-STATUS               PIC X(02) VALUE SPACES.
           88 GB-OK                           VALUE '00'.
       77 FEED-EOF                  PIC X(01) VALUE 'N'.
           88 FEED-AT-EOF                     VALUE 'Y'.
       77 CA-EOF                    PIC X(01) VALUE 'N'.
           88 CA-AT-EOF                       VALUE 'Y'.
       77 GB-EOF                    PIC X(01) VALUE 'N'.
           88 GB-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
      * A refused close or an unbalanced trial balance fails the
      * run, but what posted cleanly is still saved.
       77 WS-FAILED-SW              PIC X(01) VALUE 'N'.
           88 RUN-FAILED                      VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
       77 WS-POSTED-SW              PIC X(01) VALUE 'N'.
           88 SOMETHING-POSTED                VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. PERIOD=202610 CLOSE=Y
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-OPTIONS.
          05 WS-RUN-PERIOD          PIC X(06) VALUE SPACES.
          05 WS-CLOSE-SW            PIC X(01) VALUE 'N'.
             88 CLOSE-REQUESTED               VALUE 'Y'.
          05 WS-RETAINED-ACCOUNT    PIC X(08) VALUE 'RETEARNS'.
          05 WS-LABOR-SW            PIC X(01) VALUE 'N'.
             88 LABOR-IS-POSTED               VALUE 'Y'.
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
      *    THE EXTRACTS, IN THE ORDER THEY POST
       01 FEED-NAME-VALUES.
           05 FILLER  PIC X(16) VALUE 'GLEXTR  GLPOST01'.
           05 FILLER  PIC X(16) VALUE 'LABREXTRLABRDIST'.
           05 FILLER  PIC X(16) VALUE 'FXJRNL  FXREVAL1'.
           05 FILLER  PIC X(16) VALUE 'GLACCR  PAYACR01'.
           05 FILLER  PIC X(16) VALUE 'GLACRV  PAYACR01'.
       01 FEED-NAME-TABLE REDEFINES FEED-NAME-VALUES.
           05 FEED-NAME-ENTRY OCCURS 5 TIMES.
               10 FN-INTERFACE      PIC X(8).
               10 FN-PRODUCER       PIC X(8).
       01 FEED-TABLE-AREA.
           05 FD-COUNT              PIC 9(4) COMP VALUE 5.
           05 FD-SUB                PIC 9(4) COMP VALUE 0.
           05 FEED-TABLE OCCURS 5 TIMES.
               10 FD-STATE          PIC X(12).
               10 FD-LINES          PIC 9(5).
               10 FD-DEBITS         PIC S9(11)V99.
               10 FD-CREDITS        PIC S9(11)V99.
      * One extract line in the GL-EXTRACT shape, with the two
      * views the feeds use: GLPOST01's (PAYACR01 adds the
      * effective date and entry kind in its trailing filler) and
      * LABRDIST's, with the project segment behind the account.
       01 WS-FEED-LINE.
           05 GLF-DR-CR             PIC X(01).
           05 FILLER                PIC X(02).
           05 GLF-GL-ACCOUNT        PIC X(08).
           05 FILLER                PIC X(02).
           05 GLF-AMOUNT            PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(02).
           05 GLF-DESCRIPTION       PIC X(25).
           05 FILLER                PIC X(02).
           05 GLF-EFFECTIVE-DATE    PIC X(10).
           05 FILLER                PIC X(01).
           05 GLF-ENTRY-KIND        PIC X(08).
           05 FILLER                PIC X(07).
       01 WS-LABOR-LINE REDEFINES WS-FEED-LINE.
           05 LBF-DR-CR             PIC X(01).
           05 FILLER                PIC X(02).
           05 LBF-GL-ACCOUNT        PIC X(08).
           05 FILLER                PIC X(01).
           05 LBF-PROJECT           PIC X(08).
           05 FILLER                PIC X(02).
           05 LBF-AMOUNT            PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05 FILLER                PIC X(02).
           05 LBF-DESCRIPTION       PIC X(25).
           05 FILLER                PIC X(19).
      * The extract being posted, held whole until it proves out
       01 STAGE-TABLE-AREA.
           05 SG-COUNT              PIC 9(4) COMP VALUE 0.
           05 SG-SUB                PIC 9(4) COMP VALUE 0.
           05 STAGE-TABLE OCCURS 500 TIMES.
               10 SG-DR-CR          PIC X(01).
               10 SG-ACCOUNT        PIC X(08).
               10 SG-AMOUNT         PIC S9(9)V99.
               10 SG-AMOUNT-OK      PIC X(01).
               10 SG-DESCRIPTION    PIC X(25).
               10 SG-EFFECTIVE-DATE PIC X(10).
               10 SG-PERIOD         PIC X(06).
               10 SG-NOTE           PIC X(18).
       77 WS-STAGE-OVERFLOW-SW      PIC X(01) VALUE 'N'.
           88 STAGE-OVERFLOWED                VALUE 'Y'.
       77 WS-FEED-ERROR-SW          PIC X(01) VALUE 'N'.
           88 FEED-HAS-ERRORS                 VALUE 'Y'.
      * COAMAST in core
       01 CHART-TABLE-AREA.
           05 CT-COUNT              PIC 9(4) COMP VALUE 0.
           05 CT-SUB                PIC 9(4) COMP VALUE 0.
           05 CHART-TABLE OCCURS 500 TIMES.
               10 CT-ACCOUNT        PIC X(08).
               10 CT-DESCRIPTION    PIC X(30).
               10 CT-TYPE           PIC X(01).
               10 CT-NORMAL-BALANCE PIC X(01).
               10 CT-ACTIVE         PIC X(01).
       01 CT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 CHART-ENTRY-FOUND               VALUE 'Y'.
      * GLPBAL rows, loaded whole and written back whole
       01 BALANCE-TABLE-AREA.
           05 BL-COUNT              PIC 9(4) COMP VALUE 0.
           05 BL-SUB                PIC 9(4) COMP VALUE 0.
           05 BALANCE-TABLE OCCURS 3000 TIMES.
               10 BL-ACCOUNT        PIC X(08).
               10 BL-PERIOD         PIC X(06).
               10 BL-DEBITS         PIC S9(11)V99.
               10 BL-CREDITS        PIC S9(11)V99.
               10 BL-CLOSED         PIC X(01).
               10 BL-LAST-POSTED    PIC X(15).
       01 BL-FOUND-SW               PIC X(01) VALUE 'N'.
           88 BALANCE-ROW-FOUND               VALUE 'Y'.
       01 WS-POST-WORK.
           05 WS-LOOKUP-ACCOUNT     PIC X(08)     VALUE SPACES.
           05 WS-LOOKUP-PERIOD      PIC X(06)     VALUE SPACES.
           05 WS-POST-SIDE          PIC X(01)     VALUE SPACE.
           05 WS-POST-AMOUNT        PIC S9(11)V99 VALUE 0.
           05 WS-PERIOD-CLOSED-SW   PIC X(01)     VALUE 'N'.
              88 PERIOD-IS-CLOSED                 VALUE 'Y'.
           05 WS-ACCOUNT-BALANCE    PIC S9(13)V99 VALUE 0.
       01 WS-TRIAL-TOTALS.
           05 WS-TB-DEBITS          PIC S9(13)V99 VALUE 0.
           05 WS-TB-CREDITS         PIC S9(13)V99 VALUE 0.
           05 WS-TB-NET             PIC S9(13)V99 VALUE 0.
           05 WS-TB-TITLE           PIC X(14)     VALUE SPACES.
       77 WS-TB-BALANCED-SW         PIC X(01) VALUE 'Y'.
           88 TRIAL-BALANCES                  VALUE 'Y'.
       01 WS-CLOSE-WORK.
           05 WS-CLOSE-TOTAL        PIC S9(13)V99 VALUE 0.
           05 WS-CLOSE-LINES        PIC 9(5)      VALUE 0.
       77 WS-CLOSING-FEED           PIC X(08) VALUE 'CLOSE'.
      *    JOURNAL LINES
       01 JRN-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'GENERAL LEDGER POSTING JOURNAL - PERIOD '.
           05 JH-PERIOD             PIC X(06).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 JH-RUN-TIME           PIC X(15).
       01 JRN-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'FEED'.
           05 FILLER  PIC X(08) VALUE 'PERIOD'.
           05 FILLER  PIC X(03) VALUE 'DC'.
           05 FILLER  PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER  PIC X(22) VALUE 'ACCOUNT NAME'.
           05 FILLER  PIC X(27) VALUE 'DESCRIPTION'.
           05 FILLER  PIC X(17) VALUE '          DEBIT'.
           05 FILLER  PIC X(17) VALUE '         CREDIT'.
           05 FILLER  PIC X(18) VALUE 'NOTE'.
       01 JRN-DETAIL-LINE.
           05 JDL-FEED              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-PERIOD            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-DR-CR             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-ACCOUNT-NAME      PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-DESCRIPTION       PIC X(25).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-DEBIT             PIC $$$,$$$,$$9.99-
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-CREDIT            PIC $$$,$$$,$$9.99-
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JDL-NOTE              PIC X(18).
       01 JRN-FEED-TOTAL-LINE.
           05 FILLER                PIC X(05) VALUE 'FEED '.
           05 JFT-FEED              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JFT-STATE             PIC X(12).
           05 FILLER                PIC X(08) VALUE ' LINES: '.
           05 JFT-LINES             PIC ZZZZ9.
           05 FILLER                PIC X(40) VALUE SPACES.
           05 JFT-DEBITS            PIC $$$,$$$,$$9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JFT-CREDITS           PIC $$$,$$$,$$9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JFT-NOTE              PIC X(18).
       01 JRN-SUMMARY-HEADING.
           05 FILLER  PIC X(40) VALUE
                  'FEED SUMMARY'.
       01 JRN-SUMMARY-LINE.
           05 JSL-FEED              PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JSL-PRODUCER          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JSL-STATE             PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JSL-LINES             PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JSL-DEBITS            PIC $$$,$$$,$$9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 JSL-CREDITS           PIC $$$,$$$,$$9.99-.
       01 JRN-MESSAGE-LINE.
           05 JML-TEXT              PIC X(80).
      *    TRIAL BALANCE LINES
       01 TB-HEADING-LINE.
           05 FILLER  PIC X(19) VALUE 'TRIAL BALANCE THRU '.
           05 TBH-PERIOD            PIC X(06).
           05 FILLER                PIC X(03) VALUE ' - '.
           05 TBH-TITLE             PIC X(14).
           05 TBH-RUN-TIME          PIC X(15).
       01 TB-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER  PIC X(32) VALUE 'ACCOUNT NAME'.
           05 FILLER  PIC X(07) VALUE 'TYPE'.
           05 FILLER  PIC X(20) VALUE '            DEBIT'.
           05 FILLER  PIC X(20) VALUE '           CREDIT'.
           05 FILLER  PIC X(10) VALUE 'FLAG'.
       01 TB-DETAIL-LINE.
           05 TBD-ACCOUNT           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TBD-NAME              PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TBD-TYPE              PIC X(01).
           05 FILLER                PIC X(01) VALUE '/'.
           05 TBD-NORMAL            PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 TBD-DEBIT             PIC $$,$$$,$$$,$$9.99-
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TBD-CREDIT            PIC $$,$$$,$$$,$$9.99-
                                    BLANK WHEN ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TBD-FLAG              PIC X(16).
       01 TB-TOTAL-LINE.
           05 FILLER                PIC X(49) VALUE
                  'TOTALS'.
           05 TBT-DEBITS            PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TBT-CREDITS           PIC $$,$$$,$$$,$$9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TBT-VERDICT           PIC X(16).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Post-One-Feed
                   VARYING FD-SUB FROM 1 BY 1 UNTIL FD-SUB > FD-COUNT
               PERFORM 290-Write-Feed-Summary
               IF  A-TABLE-IS-FULL
                   DISPLAY 'GLBOOK01 - BALANCE TABLE FULL - RAISE THE '
                           'TABLE LIMIT - NOTHING SAVED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               MOVE 'PRE-CLOSING' TO WS-TB-TITLE
               IF  NOT CLOSE-REQUESTED
                   MOVE 'CURRENT' TO WS-TB-TITLE
               END-IF
               PERFORM 300-Print-Trial-Balance
               IF  CLOSE-REQUESTED
                   PERFORM 400-Close-Period
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED AND SOMETHING-POSTED
               PERFORM 680-Save-Balances
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED OR RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME(1:6) TO WS-RUN-PERIOD.
           OPEN OUTPUT JOURNAL-REPORT.
           OPEN OUTPUT TRIAL-REPORT.
           PERFORM 010-Parse-Run-Options.
           MOVE WS-RUN-PERIOD     TO JH-PERIOD.
           MOVE WS-JOB-START-TIME TO JH-RUN-TIME.
           WRITE JOURNAL-LINE-OUT FROM JRN-HEADING-LINE.
           WRITE JOURNAL-LINE-OUT FROM JRN-COLUMN-LINE
               AFTER ADVANCING 2.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Chart
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 120-Load-Balances
           END-IF.
      * A table that overflowed would post against a short ledger,
      * and the balance file it writes back is the only copy.
           IF  A-TABLE-IS-FULL
               DISPLAY 'GLBOOK01 - TABLE FULL - RAISE THE TABLE '
                       'LIMIT - NOTHING POSTED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS POSTED.
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
                   WHEN 'PERIOD'
                       PERFORM 015-Validate-Period
                   WHEN 'CLOSE'
                       IF  WS-OPT-VALUE = 'Y' OR 'N'
                           MOVE WS-OPT-VALUE TO WS-CLOSE-SW
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'LABOR'
                       IF  WS-OPT-VALUE = 'Y' OR 'N'
                           MOVE WS-OPT-VALUE TO WS-LABOR-SW
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'RETAINED'
                       IF  WS-OPT-VALUE = SPACES
                        OR WS-OPT-VALUE(9:2) NOT = SPACES
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-VALUE TO WS-RETAINED-ACCOUNT
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
      * The period is checked as the first of the month, YYYYMMDD.
       015-Validate-Period.
           MOVE SPACES TO DV-DATE-IN.
           STRING WS-OPT-VALUE(1:6) '01' DELIMITED BY SIZE
               INTO DV-DATE-IN.
           MOVE 'Y'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y' OR WS-OPT-VALUE(7:4) NOT = SPACES
               PERFORM 019-Bad-Option
           ELSE
               MOVE WS-OPT-VALUE(1:6) TO WS-RUN-PERIOD
           END-IF.
       019-Bad-Option.
           DISPLAY 'GLBOOK01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * No chart means nothing can be proved against it - the run
      * stops rather than reject every line of every extract.
       100-Load-Chart.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF  CA-OK
               PERFORM 105-Read-Chart
               PERFORM 110-Store-Chart-Entry UNTIL CA-AT-EOF
               CLOSE CHART-OF-ACCOUNTS
           ELSE
               DISPLAY 'COAMAST FILE STATUS: ' CA-F-STATUS
               DISPLAY 'GLBOOK01 - NO CHART OF ACCOUNTS - NOTHING '
                       'POSTED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Chart.
           READ CHART-OF-ACCOUNTS
               AT END MOVE 'Y' TO CA-EOF
           END-READ.
      * A chart row with a bad type, side or active flag is left
      * off the table, so lines naming it reject as not on chart.
       110-Store-Chart-Entry.
           EVALUATE TRUE
               WHEN NOT CA-VALID-TYPE
                 OR NOT CA-VALID-NORMAL
                 OR NOT CA-VALID-ACTIVE
                   DISPLAY 'COAMAST - BAD TYPE/SIDE/ACTIVE ON '
                           CA-ACCOUNT ' - ACCOUNT NOT LOADED'
                   MOVE 'Y' TO WS-WARNING-SW
               WHEN CT-COUNT < 500
                   ADD 1 TO CT-COUNT
                   MOVE CA-ACCOUNT     TO CT-ACCOUNT(CT-COUNT)
                   MOVE CA-DESCRIPTION TO CT-DESCRIPTION(CT-COUNT)
                   MOVE CA-TYPE        TO CT-TYPE(CT-COUNT)
                   MOVE CA-NORMAL-BALANCE
                                       TO CT-NORMAL-BALANCE(CT-COUNT)
                   MOVE CA-ACTIVE      TO CT-ACTIVE(CT-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'CHART TABLE FULL - ' CA-ACCOUNT
                           ' DROPPED'
           END-EVALUATE.
           PERFORM 105-Read-Chart.
      * No balance file is the first run - every account starts
      * from zero.
       120-Load-Balances.
           OPEN INPUT PERIOD-BALANCES.
           IF  GB-OK
               PERFORM 125-Read-Balance
               PERFORM 130-Store-Balance-Row UNTIL GB-AT-EOF
               CLOSE PERIOD-BALANCES
           ELSE
               DISPLAY 'GLPBAL FILE STATUS: ' GB-F-STATUS
               DISPLAY 'GLBOOK01 - NO PERIOD BALANCES - STARTING A '
                       'NEW LEDGER'
           END-IF.
       125-Read-Balance.
           READ PERIOD-BALANCES
               AT END MOVE 'Y' TO GB-EOF
           END-READ.
       130-Store-Balance-Row.
           IF  BL-COUNT < 3000
               ADD 1 TO BL-COUNT
               MOVE GB-ACCOUNT     TO BL-ACCOUNT(BL-COUNT)
               MOVE GB-PERIOD      TO BL-PERIOD(BL-COUNT)
               MOVE GB-DEBITS      TO BL-DEBITS(BL-COUNT)
               MOVE GB-CREDITS     TO BL-CREDITS(BL-COUNT)
               MOVE GB-CLOSED      TO BL-CLOSED(BL-COUNT)
               MOVE GB-LAST-POSTED TO BL-LAST-POSTED(BL-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
               DISPLAY 'BALANCE TABLE FULL - ' GB-ACCOUNT ' '
                       GB-PERIOD ' DROPPED'
           END-IF.
           PERFORM 125-Read-Balance.
      * One extract: stage it whole, prove it, then post all of it
      * or none of it.
       200-Post-One-Feed.
           MOVE ZERO   TO SG-COUNT.
           MOVE 'N'    TO WS-STAGE-OVERFLOW-SW.
           MOVE 'N'    TO WS-FEED-ERROR-SW.
           MOVE 'N'    TO FEED-EOF.
           MOVE ZERO   TO FD-LINES(FD-SUB).
           MOVE ZERO   TO FD-DEBITS(FD-SUB).
           MOVE ZERO   TO FD-CREDITS(FD-SUB).
           PERFORM 205-Open-Feed.
           IF  FEED-AT-EOF
               MOVE 'NOT RECEIVED' TO FD-STATE(FD-SUB)
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               PERFORM 210-Read-Feed
               PERFORM 215-Stage-Feed-Line UNTIL FEED-AT-EOF
               PERFORM 220-Close-Feed
               PERFORM 225-Prove-Feed
           END-IF.
           IF  FD-STATE(FD-SUB) NOT = 'NOT RECEIVED'
               PERFORM 280-Write-Cycle-Control
           END-IF.
      * An extract whose DD is missing or will not open has not
      * arrived - the summary says so.
       205-Open-Feed.
           EVALUATE FD-SUB
               WHEN 1
                   OPEN INPUT PAYROLL-FEED
                   IF  NOT F1-OK
                       MOVE 'Y' TO FEED-EOF
                   END-IF
               WHEN 2
                   OPEN INPUT LABOR-FEED
                   IF  NOT F2-OK
                       MOVE 'Y' TO FEED-EOF
                   END-IF
               WHEN 3
                   OPEN INPUT FX-FEED
                   IF  NOT F3-OK
                       MOVE 'Y' TO FEED-EOF
                   END-IF
               WHEN 4
                   OPEN INPUT ACCRUAL-FEED
                   IF  NOT F4-OK
                       MOVE 'Y' TO FEED-EOF
                   END-IF
               WHEN 5
                   OPEN INPUT REVERSAL-FEED
                   IF  NOT F5-OK
                       MOVE 'Y' TO FEED-EOF
                   END-IF
           END-EVALUATE.
       210-Read-Feed.
           EVALUATE FD-SUB
               WHEN 1
                   READ PAYROLL-FEED INTO WS-FEED-LINE
                       AT END MOVE 'Y' TO FEED-EOF
                   END-READ
               WHEN 2
                   READ LABOR-FEED INTO WS-FEED-LINE
                       AT END MOVE 'Y' TO FEED-EOF
                   END-READ
               WHEN 3
                   READ FX-FEED INTO WS-FEED-LINE
                       AT END MOVE 'Y' TO FEED-EOF
                   END-READ
               WHEN 4
                   READ ACCRUAL-FEED INTO WS-FEED-LINE
                       AT END MOVE 'Y' TO FEED-EOF
                   END-READ
               WHEN 5
                   READ REVERSAL-FEED INTO WS-FEED-LINE
                       AT END MOVE 'Y' TO FEED-EOF
                   END-READ
           END-EVALUATE.
      * LABREXTR carries LABRDIST's project segment behind the
      * account - the amount and description sit further along.
      * A line is dated only when an ISO date sits behind the
      * description; the trailing filler is otherwise not trusted.
       215-Stage-Feed-Line.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           ADD 1 TO FD-LINES(FD-SUB).
           IF  SG-COUNT < 500
               ADD 1 TO SG-COUNT
               MOVE SPACES TO SG-NOTE(SG-COUNT)
               MOVE 'Y'    TO SG-AMOUNT-OK(SG-COUNT)
               IF  FN-INTERFACE(FD-SUB) = 'LABREXTR'
                   MOVE LBF-DR-CR       TO SG-DR-CR(SG-COUNT)
                   MOVE LBF-GL-ACCOUNT  TO SG-ACCOUNT(SG-COUNT)
                   MOVE LBF-DESCRIPTION TO SG-DESCRIPTION(SG-COUNT)
                   MOVE SPACES          TO SG-EFFECTIVE-DATE(SG-COUNT)
                   IF  LBF-AMOUNT IS NUMERIC
                       MOVE LBF-AMOUNT  TO SG-AMOUNT(SG-COUNT)
                   ELSE
                       MOVE 'N'         TO SG-AMOUNT-OK(SG-COUNT)
                       MOVE ZERO        TO SG-AMOUNT(SG-COUNT)
                   END-IF
               ELSE
                   MOVE GLF-DR-CR       TO SG-DR-CR(SG-COUNT)
                   MOVE GLF-GL-ACCOUNT  TO SG-ACCOUNT(SG-COUNT)
                   MOVE GLF-DESCRIPTION TO SG-DESCRIPTION(SG-COUNT)
                   MOVE SPACES          TO SG-EFFECTIVE-DATE(SG-COUNT)
                   IF  GLF-EFFECTIVE-DATE(5:1) = '-'
                       MOVE GLF-EFFECTIVE-DATE
                                        TO SG-EFFECTIVE-DATE(SG-COUNT)
                   END-IF
                   IF  GLF-AMOUNT IS NUMERIC
                       MOVE GLF-AMOUNT  TO SG-AMOUNT(SG-COUNT)
                   ELSE
                       MOVE 'N'         TO SG-AMOUNT-OK(SG-COUNT)
                       MOVE ZERO        TO SG-AMOUNT(SG-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-STAGE-OVERFLOW-SW
           END-IF.
           PERFORM 210-Read-Feed.
       220-Close-Feed.
           EVALUATE FD-SUB
               WHEN 1
                   CLOSE PAYROLL-FEED
               WHEN 2
                   CLOSE LABOR-FEED
               WHEN 3
                   CLOSE FX-FEED
               WHEN 4
                   CLOSE ACCRUAL-FEED
               WHEN 5
                   CLOSE REVERSAL-FEED
           END-EVALUATE.
       225-Prove-Feed.
           PERFORM 230-Check-One-Line
               VARYING SG-SUB FROM 1 BY 1 UNTIL SG-SUB > SG-COUNT.
           MOVE SPACES TO JFT-NOTE.
           EVALUATE TRUE
               WHEN FD-LINES(FD-SUB) = ZERO
                   MOVE 'EMPTY'        TO FD-STATE(FD-SUB)
               WHEN STAGE-OVERFLOWED
                   MOVE 'REJECTED'     TO FD-STATE(FD-SUB)
                   MOVE 'TOO MANY LINES' TO JFT-NOTE
               WHEN FEED-HAS-ERRORS
                   MOVE 'REJECTED'     TO FD-STATE(FD-SUB)
                   MOVE 'LINES IN ERROR' TO JFT-NOTE
               WHEN FD-DEBITS(FD-SUB) NOT = FD-CREDITS(FD-SUB)
                   MOVE 'REJECTED'     TO FD-STATE(FD-SUB)
                   MOVE 'OUT OF BALANCE' TO JFT-NOTE
               WHEN FN-INTERFACE(FD-SUB) = 'LABREXTR'
                AND NOT LABOR-IS-POSTED
                   MOVE 'MEMO ONLY'    TO FD-STATE(FD-SUB)
                   MOVE 'NOT POSTED'   TO JFT-NOTE
               WHEN OTHER
                   MOVE 'POSTED'       TO FD-STATE(FD-SUB)
           END-EVALUATE.
           IF  FD-STATE(FD-SUB) = 'REJECTED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 240-List-One-Line
               VARYING SG-SUB FROM 1 BY 1 UNTIL SG-SUB > SG-COUNT.
           IF  FD-LINES(FD-SUB) > ZERO
               MOVE FN-INTERFACE(FD-SUB) TO JFT-FEED
               MOVE FD-STATE(FD-SUB)     TO JFT-STATE
               MOVE FD-LINES(FD-SUB)     TO JFT-LINES
               MOVE FD-DEBITS(FD-SUB)    TO JFT-DEBITS
               MOVE FD-CREDITS(FD-SUB)   TO JFT-CREDITS
               WRITE JOURNAL-LINE-OUT FROM JRN-FEED-TOTAL-LINE
                   AFTER ADVANCING 1
               MOVE SPACES TO JOURNAL-LINE-OUT
               WRITE JOURNAL-LINE-OUT AFTER ADVANCING 1
           END-IF.
      * Find the line's period and prove its account and side; the
      * first fault found is the one noted.
       230-Check-One-Line.
           MOVE WS-RUN-PERIOD TO SG-PERIOD(SG-SUB).
           IF  SG-EFFECTIVE-DATE(SG-SUB) NOT = SPACES
               MOVE SG-EFFECTIVE-DATE(SG-SUB) TO DV-DATE-IN
               MOVE 'I'   TO DV-FORMAT
               MOVE SPACE TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID = 'Y'
                   MOVE DV-DATE-OUT(1:6) TO SG-PERIOD(SG-SUB)
               ELSE
                   MOVE 'BAD EFFECTIVE DATE' TO SG-NOTE(SG-SUB)
               END-IF
           END-IF.
           MOVE SG-ACCOUNT(SG-SUB) TO WS-LOOKUP-ACCOUNT.
           PERFORM 250-Find-Chart-Entry.
           MOVE SG-PERIOD(SG-SUB) TO WS-LOOKUP-PERIOD.
           PERFORM 270-Check-Period-Closed.
           EVALUATE TRUE
               WHEN SG-NOTE(SG-SUB) NOT = SPACES
                   CONTINUE
               WHEN SG-DR-CR(SG-SUB) NOT = 'D' AND NOT = 'C'
                   MOVE 'BAD DR/CR CODE'     TO SG-NOTE(SG-SUB)
               WHEN SG-AMOUNT-OK(SG-SUB) NOT = 'Y'
                   MOVE 'AMOUNT NOT NUMERIC' TO SG-NOTE(SG-SUB)
               WHEN NOT CHART-ENTRY-FOUND
                   MOVE 'NOT ON CHART'       TO SG-NOTE(SG-SUB)
               WHEN CT-ACTIVE(CT-SUB) NOT = 'Y'
                   MOVE 'ACCOUNT INACTIVE'   TO SG-NOTE(SG-SUB)
               WHEN PERIOD-IS-CLOSED
                   MOVE 'PERIOD CLOSED'      TO SG-NOTE(SG-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  SG-NOTE(SG-SUB) NOT = SPACES
               MOVE 'Y' TO WS-FEED-ERROR-SW
           END-IF.
           EVALUATE SG-DR-CR(SG-SUB)
               WHEN 'D'
                   ADD SG-AMOUNT(SG-SUB) TO FD-DEBITS(FD-SUB)
               WHEN 'C'
                   ADD SG-AMOUNT(SG-SUB) TO FD-CREDITS(FD-SUB)
           END-EVALUATE.
      * Every line prints; a posted extract's lines post as they
      * print.
       240-List-One-Line.
           MOVE SG-ACCOUNT(SG-SUB) TO WS-LOOKUP-ACCOUNT.
           PERFORM 250-Find-Chart-Entry.
           IF  CHART-ENTRY-FOUND
               MOVE CT-DESCRIPTION(CT-SUB) TO JDL-ACCOUNT-NAME
           ELSE
               MOVE SPACES TO JDL-ACCOUNT-NAME
           END-IF.
           MOVE FN-INTERFACE(FD-SUB)   TO JDL-FEED.
           MOVE SG-PERIOD(SG-SUB)      TO JDL-PERIOD.
           MOVE SG-DR-CR(SG-SUB)       TO JDL-DR-CR.
           MOVE SG-ACCOUNT(SG-SUB)     TO JDL-ACCOUNT.
           MOVE SG-DESCRIPTION(SG-SUB) TO JDL-DESCRIPTION.
           MOVE SG-NOTE(SG-SUB)        TO JDL-NOTE.
           MOVE ZERO TO JDL-DEBIT.
           MOVE ZERO TO JDL-CREDIT.
           IF  SG-DR-CR(SG-SUB) = 'C'
               MOVE SG-AMOUNT(SG-SUB) TO JDL-CREDIT
           ELSE
               MOVE SG-AMOUNT(SG-SUB) TO JDL-DEBIT
           END-IF.
           WRITE JOURNAL-LINE-OUT FROM JRN-DETAIL-LINE
               AFTER ADVANCING 1.
           IF  FD-STATE(FD-SUB) = 'POSTED'
               MOVE SG-ACCOUNT(SG-SUB) TO WS-LOOKUP-ACCOUNT
               MOVE SG-PERIOD(SG-SUB)  TO WS-LOOKUP-PERIOD
               MOVE SG-DR-CR(SG-SUB)   TO WS-POST-SIDE
               MOVE SG-AMOUNT(SG-SUB)  TO WS-POST-AMOUNT
               PERFORM 260-Post-To-Balance
           END-IF.
       250-Find-Chart-Entry.
           MOVE 'N' TO CT-FOUND-SW.
           MOVE 1   TO CT-SUB.
           PERFORM 255-Match-Chart-Entry
               UNTIL CT-SUB > CT-COUNT OR CHART-ENTRY-FOUND.
       255-Match-Chart-Entry.
           IF  CT-ACCOUNT(CT-SUB) = WS-LOOKUP-ACCOUNT
               MOVE 'Y' TO CT-FOUND-SW
           ELSE
               ADD 1 TO CT-SUB
           END-IF.
      * Add the posting to the account's row for the period,
      * opening the row when this is its first posting.
       260-Post-To-Balance.
           PERFORM 262-Find-Balance-Row.
           IF  NOT BALANCE-ROW-FOUND
               IF  BL-COUNT < 3000
                   ADD 1 TO BL-COUNT
                   MOVE BL-COUNT          TO BL-SUB
                   MOVE WS-LOOKUP-ACCOUNT TO BL-ACCOUNT(BL-SUB)
                   MOVE WS-LOOKUP-PERIOD  TO BL-PERIOD(BL-SUB)
                   MOVE ZERO              TO BL-DEBITS(BL-SUB)
                   MOVE ZERO              TO BL-CREDITS(BL-SUB)
                   MOVE 'N'               TO BL-CLOSED(BL-SUB)
                   MOVE 'Y' TO BL-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
           IF  BALANCE-ROW-FOUND
               IF  WS-POST-SIDE = 'C'
                   ADD WS-POST-AMOUNT TO BL-CREDITS(BL-SUB)
               ELSE
                   ADD WS-POST-AMOUNT TO BL-DEBITS(BL-SUB)
               END-IF
               MOVE WS-JOB-START-TIME TO BL-LAST-POSTED(BL-SUB)
               MOVE 'Y' TO WS-POSTED-SW
           END-IF.
       262-Find-Balance-Row.
           MOVE 'N' TO BL-FOUND-SW.
           MOVE 1   TO BL-SUB.
           PERFORM 264-Match-Balance-Row
               UNTIL BL-SUB > BL-COUNT OR BALANCE-ROW-FOUND.
       264-Match-Balance-Row.
           IF  BL-ACCOUNT(BL-SUB) = WS-LOOKUP-ACCOUNT
           AND BL-PERIOD(BL-SUB)  = WS-LOOKUP-PERIOD
               MOVE 'Y' TO BL-FOUND-SW
           ELSE
               ADD 1 TO BL-SUB
           END-IF.
      * A period is closed once any of its rows says so - the close
      * flags them all.
       270-Check-Period-Closed.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW.
           MOVE 1   TO BL-SUB.
           PERFORM 275-Test-Period-Row
               UNTIL BL-SUB > BL-COUNT OR PERIOD-IS-CLOSED.
       275-Test-Period-Row.
           IF  BL-PERIOD(BL-SUB) = WS-LOOKUP-PERIOD
           AND BL-CLOSED(BL-SUB) = 'Y'
               MOVE 'Y' TO WS-PERIOD-CLOSED-SW
           ELSE
               ADD 1 TO BL-SUB
           END-IF.
      * What the extract proved - lines and debits when it posted
      * or was held as memo, zero when it was rejected, so CYCBAL1
      * flags a rejected feed against its producer.
       280-Write-Cycle-Control.
           OPEN EXTEND CYCLE-CONTROL.
           MOVE FN-INTERFACE(FD-SUB) TO CC-INTERFACE.
           MOVE 'C'                  TO CC-ROLE.
           MOVE 'GLBOOK01'           TO CC-JOB.
           MOVE WS-JOB-START-TIME    TO CC-STAMP.
           IF  FD-STATE(FD-SUB) = 'REJECTED'
               MOVE ZERO                TO CC-COUNT
               MOVE ZERO                TO CC-AMOUNT
           ELSE
               MOVE FD-LINES(FD-SUB)    TO CC-COUNT
               MOVE FD-DEBITS(FD-SUB)   TO CC-AMOUNT
           END-IF.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       290-Write-Feed-Summary.
           WRITE JOURNAL-LINE-OUT FROM JRN-SUMMARY-HEADING
               AFTER ADVANCING 2.
           PERFORM 295-Write-One-Feed-Summary
               VARYING FD-SUB FROM 1 BY 1 UNTIL FD-SUB > FD-COUNT.
       295-Write-One-Feed-Summary.
           MOVE FN-INTERFACE(FD-SUB) TO JSL-FEED.
           MOVE FN-PRODUCER(FD-SUB)  TO JSL-PRODUCER.
           MOVE FD-STATE(FD-SUB)     TO JSL-STATE.
           MOVE FD-LINES(FD-SUB)     TO JSL-LINES.
           MOVE FD-DEBITS(FD-SUB)    TO JSL-DEBITS.
           MOVE FD-CREDITS(FD-SUB)   TO JSL-CREDITS.
           WRITE JOURNAL-LINE-OUT FROM JRN-SUMMARY-LINE
               AFTER ADVANCING 1.
      * Every chart account's balance from the first period through
      * the run period, on the side it falls.  The two sides must
      * agree - a ledger that does not net to zero fails the run.
       300-Print-Trial-Balance.
           MOVE ZERO TO WS-TB-DEBITS.
           MOVE ZERO TO WS-TB-CREDITS.
           MOVE WS-TB-TITLE       TO TBH-TITLE.
           MOVE WS-RUN-PERIOD     TO TBH-PERIOD.
           MOVE WS-JOB-START-TIME TO TBH-RUN-TIME.
           WRITE TRIAL-LINE-OUT FROM TB-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE TRIAL-LINE-OUT FROM TB-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 310-Print-One-Account
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
           MOVE WS-TB-DEBITS  TO TBT-DEBITS.
           MOVE WS-TB-CREDITS TO TBT-CREDITS.
           COMPUTE WS-TB-NET = WS-TB-DEBITS - WS-TB-CREDITS.
           IF  WS-TB-NET = ZERO
               MOVE 'Y'              TO WS-TB-BALANCED-SW
               MOVE 'IN BALANCE'     TO TBT-VERDICT
           ELSE
               MOVE 'N'              TO WS-TB-BALANCED-SW
               MOVE 'OUT OF BALANCE' TO TBT-VERDICT
               DISPLAY 'GLBOOK01 - TRIAL BALANCE OUT OF BALANCE BY '
                       WS-TB-NET
               MOVE 'Y' TO WS-FAILED-SW
           END-IF.
           WRITE TRIAL-LINE-OUT FROM TB-TOTAL-LINE
               AFTER ADVANCING 2.
       310-Print-One-Account.
           MOVE CT-ACCOUNT(CT-SUB) TO WS-LOOKUP-ACCOUNT.
           PERFORM 320-Total-Account.
           IF  WS-ACCOUNT-BALANCE NOT = ZERO
               MOVE CT-ACCOUNT(CT-SUB)        TO TBD-ACCOUNT
               MOVE CT-DESCRIPTION(CT-SUB)    TO TBD-NAME
               MOVE CT-TYPE(CT-SUB)           TO TBD-TYPE
               MOVE CT-NORMAL-BALANCE(CT-SUB) TO TBD-NORMAL
               MOVE ZERO   TO TBD-DEBIT
               MOVE ZERO   TO TBD-CREDIT
               MOVE SPACES TO TBD-FLAG
               IF  WS-ACCOUNT-BALANCE > ZERO
                   MOVE WS-ACCOUNT-BALANCE TO TBD-DEBIT
                   ADD WS-ACCOUNT-BALANCE  TO WS-TB-DEBITS
                   IF  CT-NORMAL-BALANCE(CT-SUB) = 'C'
                       MOVE 'ABNORMAL BALANCE' TO TBD-FLAG
                   END-IF
               ELSE
                   COMPUTE TBD-CREDIT = ZERO - WS-ACCOUNT-BALANCE
                   SUBTRACT WS-ACCOUNT-BALANCE FROM WS-TB-CREDITS
                   IF  CT-NORMAL-BALANCE(CT-SUB) = 'D'
                       MOVE 'ABNORMAL BALANCE' TO TBD-FLAG
                   END-IF
               END-IF
               WRITE TRIAL-LINE-OUT FROM TB-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
      * Debits less credits for the account through the run period
       320-Total-Account.
           MOVE ZERO TO WS-ACCOUNT-BALANCE.
           PERFORM 325-Add-Balance-Row
               VARYING BL-SUB FROM 1 BY 1 UNTIL BL-SUB > BL-COUNT.
       325-Add-Balance-Row.
           IF  BL-ACCOUNT(BL-SUB) = WS-LOOKUP-ACCOUNT
           AND BL-PERIOD(BL-SUB) NOT > WS-RUN-PERIOD
               ADD BL-DEBITS(BL-SUB)       TO WS-ACCOUNT-BALANCE
               SUBTRACT BL-CREDITS(BL-SUB) FROM WS-ACCOUNT-BALANCE
           END-IF.
      * Month-end close: zero every revenue and expense account into
      * retained earnings with a closing entry in the run period,
      * then flag the period's rows closed.  The close is refused
      * when the ledger is out of balance, the period is already
      * closed, or the retained-earnings account is not an active
      * equity account on the chart.
       400-Close-Period.
           MOVE WS-RUN-PERIOD TO WS-LOOKUP-PERIOD.
           PERFORM 270-Check-Period-Closed.
           MOVE WS-RETAINED-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           PERFORM 250-Find-Chart-Entry.
           MOVE SPACES TO JML-TEXT.
           EVALUATE TRUE
               WHEN NOT TRIAL-BALANCES
                   STRING 'CLOSE REFUSED - LEDGER OUT OF BALANCE'
                       DELIMITED BY SIZE INTO JML-TEXT
               WHEN PERIOD-IS-CLOSED
                   STRING 'CLOSE REFUSED - PERIOD ' WS-RUN-PERIOD
                          ' IS ALREADY CLOSED'
                       DELIMITED BY SIZE INTO JML-TEXT
               WHEN NOT CHART-ENTRY-FOUND
                 OR CT-TYPE(CT-SUB) NOT = 'E'
                 OR CT-ACTIVE(CT-SUB) NOT = 'Y'
                   STRING 'CLOSE REFUSED - ' WS-RETAINED-ACCOUNT
                          ' IS NOT AN ACTIVE EQUITY ACCOUNT'
                       DELIMITED BY SIZE INTO JML-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  JML-TEXT NOT = SPACES
               WRITE JOURNAL-LINE-OUT FROM JRN-MESSAGE-LINE
                   AFTER ADVANCING 2
               DISPLAY 'GLBOOK01 - ' JML-TEXT
               MOVE 'Y' TO WS-FAILED-SW
           ELSE
               PERFORM 410-Post-Closing-Entry
           END-IF.
       410-Post-Closing-Entry.
           MOVE ZERO TO WS-CLOSE-TOTAL.
           MOVE ZERO TO WS-CLOSE-LINES.
           MOVE SPACES TO JOURNAL-LINE-OUT.
           WRITE JOURNAL-LINE-OUT AFTER ADVANCING 1.
           PERFORM 420-Close-One-Account
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
      *    THE OFFSET TO RETAINED EARNINGS - NET INCOME IS A CREDIT
           MOVE WS-RETAINED-ACCOUNT TO WS-LOOKUP-ACCOUNT.
           MOVE WS-RUN-PERIOD       TO WS-LOOKUP-PERIOD.
           PERFORM 250-Find-Chart-Entry.
           IF  WS-CLOSE-TOTAL < ZERO
               MOVE 'D' TO WS-POST-SIDE
               COMPUTE WS-POST-AMOUNT = ZERO - WS-CLOSE-TOTAL
           ELSE
               MOVE 'C' TO WS-POST-SIDE
               MOVE WS-CLOSE-TOTAL TO WS-POST-AMOUNT
           END-IF.
           MOVE 'NET INCOME TO RETAINED' TO JDL-DESCRIPTION.
           PERFORM 430-List-Closing-Line.
           PERFORM 260-Post-To-Balance.
           PERFORM 440-Flag-Period-Row
               VARYING BL-SUB FROM 1 BY 1 UNTIL BL-SUB > BL-COUNT.
           MOVE SPACES TO JML-TEXT.
           STRING 'PERIOD ' WS-RUN-PERIOD ' CLOSED TO '
                  WS-RETAINED-ACCOUNT
               DELIMITED BY SIZE INTO JML-TEXT.
           WRITE JOURNAL-LINE-OUT FROM JRN-MESSAGE-LINE
               AFTER ADVANCING 2.
           MOVE 'POST-CLOSING' TO WS-TB-TITLE.
           PERFORM 300-Print-Trial-Balance.
      * Reverse the account's balance through the period: a debit
      * balance (expense) is credited off, a credit balance
      * (revenue) debited off.
       420-Close-One-Account.
           IF  CT-TYPE(CT-SUB) = 'R' OR CT-TYPE(CT-SUB) = 'X'
               MOVE CT-ACCOUNT(CT-SUB) TO WS-LOOKUP-ACCOUNT
               PERFORM 320-Total-Account
               IF  WS-ACCOUNT-BALANCE NOT = ZERO
                   MOVE WS-RUN-PERIOD TO WS-LOOKUP-PERIOD
                   IF  WS-ACCOUNT-BALANCE > ZERO
                       MOVE 'C' TO WS-POST-SIDE
                       MOVE WS-ACCOUNT-BALANCE TO WS-POST-AMOUNT
                   ELSE
                       MOVE 'D' TO WS-POST-SIDE
                       COMPUTE WS-POST-AMOUNT =
                           ZERO - WS-ACCOUNT-BALANCE
                   END-IF
                   SUBTRACT WS-ACCOUNT-BALANCE FROM WS-CLOSE-TOTAL
                   MOVE 'CLOSE TO RETAINED' TO JDL-DESCRIPTION
                   PERFORM 430-List-Closing-Line
                   PERFORM 260-Post-To-Balance
               END-IF
           END-IF.
       430-List-Closing-Line.
           ADD 1 TO WS-CLOSE-LINES.
           MOVE WS-CLOSING-FEED        TO JDL-FEED.
           MOVE WS-LOOKUP-PERIOD       TO JDL-PERIOD.
           MOVE WS-POST-SIDE           TO JDL-DR-CR.
           MOVE WS-LOOKUP-ACCOUNT      TO JDL-ACCOUNT.
           MOVE CT-DESCRIPTION(CT-SUB) TO JDL-ACCOUNT-NAME.
           MOVE SPACES                 TO JDL-NOTE.
           MOVE ZERO TO JDL-DEBIT.
           MOVE ZERO TO JDL-CREDIT.
           IF  WS-POST-SIDE = 'C'
               MOVE WS-POST-AMOUNT TO JDL-CREDIT
           ELSE
               MOVE WS-POST-AMOUNT TO JDL-DEBIT
           END-IF.
           WRITE JOURNAL-LINE-OUT FROM JRN-DETAIL-LINE
               AFTER ADVANCING 1.
       440-Flag-Period-Row.
           IF  BL-PERIOD(BL-SUB) = WS-RUN-PERIOD
               MOVE 'Y' TO BL-CLOSED(BL-SUB)
           END-IF.
       680-Save-Balances.
           OPEN OUTPUT PERIOD-BALANCES.
           PERFORM 685-Write-One-Balance-Row
               VARYING BL-SUB FROM 1 BY 1 UNTIL BL-SUB > BL-COUNT.
           CLOSE PERIOD-BALANCES.
       685-Write-One-Balance-Row.
           MOVE SPACES                 TO PERIOD-BALANCE-REC.
           MOVE BL-ACCOUNT(BL-SUB)     TO GB-ACCOUNT.
           MOVE BL-PERIOD(BL-SUB)      TO GB-PERIOD.
           MOVE BL-DEBITS(BL-SUB)      TO GB-DEBITS.
           MOVE BL-CREDITS(BL-SUB)     TO GB-CREDITS.
           MOVE BL-CLOSED(BL-SUB)      TO GB-CLOSED.
           MOVE BL-LAST-POSTED(BL-SUB) TO GB-LAST-POSTED.
           WRITE PERIOD-BALANCE-REC.
       690-Close-Files.
           CLOSE JOURNAL-REPORT.
           CLOSE TRIAL-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'GLBOOK01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
