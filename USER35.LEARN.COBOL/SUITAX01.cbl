       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUITAX01.
      ***** Quarterly employer unemployment tax - FUTA and state
      ***** SUI.  Reads a full quarter of PAYCHECK datasets under
      ***** the QTRPAY DD the way QTRTAX01 does, with the earlier
      ***** quarters of the same year under PRIORPAY (none for a
      ***** first quarter) replayed first so every wage base is
      ***** counted from January.  Each check's wages are taxable
      ***** only up to the wage base: the federal base on the
      ***** employee's wages across all states, and each state's
      ***** own base on the wages paid in that state (work state
      ***** from PAYROL02's STATE-IN).  Rates and bases come from
      ***** the UITBL table - one row per state per tax year, plus
      ***** a 'US' row for FUTA.  Produces the quarterly liability
      ***** report by state, the state quarterly wage-detail file
      ***** (SUIWAGE, one header/detail/trailer group per state we
      ***** employ in, registered on XMITMANF), and in the fourth
      ***** quarter the 940-style annual summary from the same
      ***** accumulation.  Wages with no work state, or in a state
      ***** the table does not know, are reported and set the
      ***** return code to 4 - they are never filed at a guess.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCHECK-QTR ASSIGN TO QTRPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PQ-F-STATUS.
           SELECT PAYCHECK-PRIOR ASSIGN TO PRIORPAY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PP-F-STATUS.
           SELECT UI-RATE-TABLE ASSIGN TO UITBL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS UT-F-STATUS.
           SELECT SUI-WAGE-FILE ASSIGN TO SUIWAGE
           ORGANIZATION IS SEQUENTIAL.
           SELECT UI-REPORT ASSIGN TO UIRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYCHECK-QTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-QTR-REC.
       01  PAYCHECK-QTR-REC  PIC X(80).
       FD  PAYCHECK-PRIOR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-PRIOR-REC.
       01  PAYCHECK-PRIOR-REC  PIC X(80).
       FD  UI-RATE-TABLE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS UI-RATE-REC.
       01  UI-RATE-REC.
           05  UT-STATE           PIC X(02).
           05  UT-TAX-YEAR        PIC X(04).
           05  UT-RATE            PIC V9(5).
           05  UT-WAGE-BASE       PIC 9(7)V99.
           05  UT-EMPLOYER-ACCT   PIC X(15).
           05  FILLER             PIC X(45).
       FD  SUI-WAGE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUI-WAGE-REC.
       01  SUI-WAGE-REC  PIC X(80).
       FD  UI-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS UI-REPORT-REC.
       01  UI-REPORT-REC  PIC X(80).
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
       77 PQ-F-STATUS               PIC X(02) VALUE SPACES.
           88 PQ-OK                           VALUE '00'.
       77 PQ-EOF                    PIC X(01) VALUE 'N'.
           88 PQ-AT-EOF                       VALUE 'Y'.
       77 QTRPAY-AVAILABLE          PIC X(01) VALUE 'Y'.
       77 PP-F-STATUS               PIC X(02) VALUE SPACES.
           88 PP-OK                           VALUE '00'.
       77 PP-EOF                    PIC X(01) VALUE 'N'.
           88 PP-AT-EOF                       VALUE 'Y'.
       77 UT-F-STATUS               PIC X(02) VALUE SPACES.
           88 UT-OK                           VALUE '00'.
       77 UT-EOF                    PIC X(01) VALUE 'N'.
           88 UT-AT-EOF                       VALUE 'Y'.
      * 'Y' while the earlier quarters are replayed - their wages
      * build the year to date but are not this quarter's to file.
       77 WS-REPLAY-SW              PIC X(01) VALUE 'N'.
           88 REPLAYING-PRIOR                 VALUE 'Y'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
       01 PC-DETAIL-REC.
           05 PC-NAME              PIC X(22).
           05 FILLER               PIC X(02).
           05 PC-DATE.
               10 PC-DATE-YEAR     PIC X(04).
               10 FILLER           PIC X(01).
               10 PC-DATE-MONTH    PIC X(02).
               10 PC-DATE-MONTH-9 REDEFINES PC-DATE-MONTH PIC 9(02).
               10 FILLER           PIC X(03).
           05 FILLER               PIC X(02).
           05 PC-HOURLY-RATE       PIC X(05).
           05 FILLER               PIC X(02).
           05 PC-HOURS-WORKED      PIC X(02).
           05 FILLER               PIC X(02).
           05 PC-CATEGORY          PIC X(1).
           05 FILLER               PIC X(01).
           05 PC-GROSS-PAY         PIC X(09).
           05 PC-GROSS-PAY-NUM REDEFINES PC-GROSS-PAY PIC $$$$$$.99.
           05 FILLER               PIC X(01).
           05 PC-CURRENCY-CODE     PIC X(03).
           05 FILLER               PIC X(01).
           05 PC-EMP-ID            PIC X(08).
           05 FILLER               PIC X(06).
           05 PC-STATE             PIC X(02).
           05 PC-REC-TYPE          PIC X(01).
               88 PC-TYPE-DETAIL          VALUE 'D'.
               88 PC-TYPE-VOID            VALUE 'V'.
       01 WS-GROSS-PAY-NUM         PIC S9(5)V99 VALUE ZEROS.
       01 WS-CHECK-QTR             PIC 9(01)    VALUE ZERO.
       01 WS-RUN-YEAR              PIC X(04)    VALUE SPACES.
       01 WS-RUN-QTR               PIC 9(01)    VALUE ZERO.
       01 WS-QTR-DISPLAY           PIC 9(01)    VALUE ZERO.
      * Taxable-wage arithmetic: what is taxable is the part of the
      * year's wages under the base, before and after this check.
       01 WS-TAXABLE-WORK.
           05 WS-BASE              PIC 9(7)V99  VALUE ZEROS.
           05 WS-YTD-BEFORE        PIC S9(9)V99 VALUE ZEROS.
           05 WS-YTD-AFTER         PIC S9(9)V99 VALUE ZEROS.
           05 WS-UNDER-BEFORE      PIC S9(9)V99 VALUE ZEROS.
           05 WS-UNDER-AFTER       PIC S9(9)V99 VALUE ZEROS.
           05 WS-TAXABLE-AMT       PIC S9(9)V99 VALUE ZEROS.
      * Rate table - loaded once.  FUTA is the 'US' row; with no
      * 'US' row the statutory net rate and base stand in.
       01 WS-FUTA-DEFAULTS.
           05 WS-DFLT-FUTA-RATE    PIC V9(5)    VALUE .00600.
           05 WS-DFLT-FUTA-BASE    PIC 9(7)V99  VALUE 7000.00.
       01 UI-TABLE-AREA.
           05 UIT-COUNT            PIC 9(4) COMP VALUE 0.
           05 UIT-SUB              PIC 9(4) COMP VALUE 0.
           05 UI-TABLE-ROW OCCURS 300 TIMES.
               10 UIT-STATE        PIC X(02).
               10 UIT-TAX-YEAR     PIC X(04).
               10 UIT-RATE         PIC V9(5).
               10 UIT-WAGE-BASE    PIC 9(7)V99.
               10 UIT-EMPLOYER-ACCT PIC X(15).
       01 WS-LOOKUP.
           05 WS-LOOKUP-STATE      PIC X(02)    VALUE SPACES.
           05 WS-LOOKUP-YEAR       PIC X(04)    VALUE SPACES.
           05 WS-LOOKUP-FOUND      PIC X(01)    VALUE 'N'.
           05 WS-LOOKUP-BEST-YEAR  PIC X(04)    VALUE SPACES.
           05 WS-LOOKUP-RATE       PIC V9(5)    VALUE ZEROS.
           05 WS-LOOKUP-BASE       PIC 9(7)V99  VALUE ZEROS.
           05 WS-LOOKUP-ACCT       PIC X(15)    VALUE SPACES.
       01 WS-FUTA-RATE             PIC V9(5)    VALUE ZEROS.
       01 WS-FUTA-BASE             PIC 9(7)V99  VALUE ZEROS.
      * One row per work state seen this year.  SU-RATE-FOUND 'N'
      * is a state (or a blank state) the table does not know.
       01 STATE-TABLE-AREA.
           05 SU-COUNT             PIC 9(4) COMP VALUE 0.
           05 SU-SUB               PIC 9(4) COMP VALUE 0.
           05 STATE-TABLE OCCURS 60 TIMES.
               10 SU-STATE         PIC X(02).
               10 SU-RATE-FOUND    PIC X(01).
               10 SU-RATE          PIC V9(5).
               10 SU-WAGE-BASE     PIC 9(7)V99.
               10 SU-EMPLOYER-ACCT PIC X(15).
               10 SU-QTR-WAGES     PIC S9(9)V99.
               10 SU-QTR-TAXABLE   PIC S9(9)V99.
               10 SU-QTR-TAX       PIC S9(9)V99.
               10 SU-QTR-EMPS      PIC 9(7).
       01 SU-FOUND-SW              PIC X(01) VALUE 'N'.
           88 SU-ENTRY-FOUND                 VALUE 'Y'.
      * One row per employee - federal base counts all states.
       01 EMPLOYEE-TABLE-AREA.
           05 EM-COUNT             PIC 9(4) COMP VALUE 0.
           05 EM-SUB               PIC 9(4) COMP VALUE 0.
           05 EMPLOYEE-TABLE OCCURS 1000 TIMES.
               10 EM-EMP-ID        PIC X(08).
               10 EM-YTD-WAGES     PIC S9(9)V99.
       01 EM-FOUND-SW              PIC X(01) VALUE 'N'.
           88 EM-ENTRY-FOUND                 VALUE 'Y'.
      * One row per employee per work state - each state's base
      * counts only the wages paid in that state.
       01 EMP-STATE-TABLE-AREA.
           05 ES-COUNT             PIC 9(4) COMP VALUE 0.
           05 ES-SUB               PIC 9(4) COMP VALUE 0.
           05 EMP-STATE-TABLE OCCURS 2000 TIMES.
               10 ES-EMP-ID        PIC X(08).
               10 ES-STATE         PIC X(02).
               10 ES-NAME          PIC X(22).
               10 ES-YTD-WAGES     PIC S9(9)V99.
               10 ES-QTR-WAGES     PIC S9(9)V99.
               10 ES-QTR-TAXABLE   PIC S9(9)V99.
       01 ES-FOUND-SW              PIC X(01) VALUE 'N'.
           88 ES-ENTRY-FOUND                 VALUE 'Y'.
       01 WS-TABLE-OVERFLOW-SW     PIC X(01) VALUE 'N'.
           88 TABLE-OVERFLOWED               VALUE 'Y'.
      * FUTA by calendar quarter of the pay date - the 940's
      * quarterly liability lines come straight off this.
       01 FUTA-QUARTER-AREA.
           05 FQ-SUB               PIC 9(1) COMP VALUE 0.
           05 FUTA-QUARTER OCCURS 4 TIMES.
               10 FQ-WAGES         PIC S9(9)V99.
               10 FQ-TAXABLE       PIC S9(9)V99.
               10 FQ-TAX           PIC S9(9)V99.
       01 WS-TOTALS.
           05 WS-TOT-SUI-WAGES     PIC S9(9)V99 VALUE ZEROS.
           05 WS-TOT-SUI-TAXABLE   PIC S9(9)V99 VALUE ZEROS.
           05 WS-TOT-SUI-TAX       PIC S9(9)V99 VALUE ZEROS.
           05 WS-YR-WAGES          PIC S9(9)V99 VALUE ZEROS.
           05 WS-YR-TAXABLE        PIC S9(9)V99 VALUE ZEROS.
           05 WS-YR-EXCESS         PIC S9(9)V99 VALUE ZEROS.
           05 WS-YR-FUTA-TAX       PIC S9(9)V99 VALUE ZEROS.
           05 WS-UNFILED-WAGES     PIC S9(9)V99 VALUE ZEROS.
           05 WS-EXCESS-AMT        PIC S9(9)V99 VALUE ZEROS.
      * Wage-file counts and the amount hash for the manifest
       01 WS-WAGE-FILE-TOTALS.
           05 WS-WF-REC-COUNT      PIC 9(7)     VALUE ZEROS.
           05 WS-WF-AMOUNT-HASH    PIC S9(11)V99 VALUE ZEROS.
           05 WS-WF-STATE-COUNT    PIC 9(7)     VALUE ZEROS.
           05 WS-WF-STATE-WAGES    PIC S9(9)V99 VALUE ZEROS.
           05 WS-WF-STATE-TAXABLE  PIC S9(9)V99 VALUE ZEROS.
      *    STATE QUARTERLY WAGE-DETAIL RECORDS
       01 SW-HEADER-REC.
           05 FILLER               PIC X(01) VALUE 'S'.
           05 SWH-STATE            PIC X(02).
           05 SWH-TAX-YEAR         PIC X(04).
           05 SWH-QUARTER          PIC 9(01).
           05 SWH-EMPLOYER-ACCT    PIC X(15).
           05 SWH-EMPLOYER-NAME    PIC X(30) VALUE
                  'ACME MANUFACTURING COMPANY'.
           05 SWH-EIN              PIC 9(09) VALUE 123456789.
           05 FILLER               PIC X(18) VALUE SPACES.
       01 SW-DETAIL-REC.
           05 FILLER               PIC X(01) VALUE 'W'.
           05 SWD-STATE            PIC X(02).
           05 SWD-EMP-ID           PIC X(08).
           05 SWD-NAME             PIC X(22).
           05 SWD-QTR-WAGES        PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 SWD-QTR-TAXABLE      PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 SWD-YTD-WAGES        PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(17) VALUE SPACES.
       01 SW-TRAILER-REC.
           05 FILLER               PIC X(01) VALUE 'T'.
           05 SWT-STATE            PIC X(02).
           05 SWT-EMP-COUNT        PIC 9(07).
           05 SWT-TOTAL-WAGES      PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 SWT-TOTAL-TAXABLE    PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 SWT-TAX-DUE          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(34) VALUE SPACES.
      *    REPORT LINES
       01 UI-HEADING-LINE.
           05 FILLER  PIC X(36) VALUE
                  'EMPLOYER UNEMPLOYMENT TAX - QUARTER '.
           05 UH-QUARTER           PIC 9(01).
           05 FILLER  PIC X(01) VALUE SPACE.
           05 UH-YEAR              PIC X(04).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 UH-RUN-TIME          PIC X(15).
       01 UI-STATE-COLUMN-LINE.
           05 FILLER  PIC X(07) VALUE 'STATE  '.
           05 FILLER  PIC X(08) VALUE '   RATE '.
           05 FILLER  PIC X(16) VALUE '           WAGES'.
           05 FILLER  PIC X(16) VALUE '         TAXABLE'.
           05 FILLER  PIC X(16) VALUE '         SUI DUE'.
       01 UI-STATE-LINE.
           05 USL-STATE            PIC X(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 USL-RATE             PIC 9.9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 USL-WAGES            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 USL-TAXABLE          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 USL-TAX              PIC $$$,$$$,$$9.99-.
       01 UI-UNFILED-LINE.
           05 UUL-STATE            PIC X(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'NO RATE   '.
           05 UUL-WAGES            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(34) VALUE
                  '  ** NOT FILED - NO UITBL ROW'.
       01 UI-SUI-TOTAL-LINE.
           05 FILLER               PIC X(15) VALUE 'SUI TOTAL      '.
           05 UST-WAGES            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 UST-TAXABLE          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 UST-TAX              PIC $$$,$$$,$$9.99-.
       01 UI-FUTA-LINE.
           05 FILLER               PIC X(05) VALUE 'FUTA '.
           05 UFL-RATE             PIC 9.9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 UFL-WAGES            PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 UFL-TAXABLE          PIC $$$,$$$,$$9.99-.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 UFL-TAX              PIC $$$,$$$,$$9.99-.
       01 UI-940-HEADING-LINE.
           05 FILLER  PIC X(45) VALUE
                  'ANNUAL FUTA SUMMARY (940-STYLE) FOR TAX YEAR '.
           05 U9H-YEAR             PIC X(04).
       01 UI-940-AMOUNT-LINE.
           05 U9A-LABEL            PIC X(46).
           05 U9A-AMOUNT           PIC $$$,$$$,$$9.99-.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF QTRPAY-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL PQ-AT-EOF
               PERFORM 500-Write-Quarter-Report
               PERFORM 600-Write-Wage-Detail-File
               IF  WS-RUN-QTR = 4
                   PERFORM 650-Write-940-Summary
               END-IF
           END-IF.
           PERFORM 800-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Rate-Table.
           IF QTRPAY-AVAILABLE = 'Y'
               PERFORM 050-Replay-Prior-Quarters
               PERFORM 400-Read-Paycheck-Qtr
           END-IF.
      * Run the earlier quarters through the same accumulation so
      * this quarter's checks meet the wage bases where they stand.
       050-Replay-Prior-Quarters.
           OPEN INPUT PAYCHECK-PRIOR.
           IF  PP-OK
               MOVE 'Y' TO WS-REPLAY-SW
               PERFORM 060-Read-Paycheck-Prior
               PERFORM 070-Replay-One-Check UNTIL PP-AT-EOF
               CLOSE PAYCHECK-PRIOR
               MOVE 'N' TO WS-REPLAY-SW
           ELSE
               DISPLAY 'SUITAX01 - NO PRIORPAY - WAGE BASES COUNT '
                       'FROM ZERO'
           END-IF.
       060-Read-Paycheck-Prior.
           READ PAYCHECK-PRIOR
               AT END MOVE 'Y' TO PP-EOF
           END-READ.
       070-Replay-One-Check.
           MOVE PAYCHECK-PRIOR-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL OR PC-TYPE-VOID
               PERFORM 200-Accumulate-One-Check
           END-IF.
           PERFORM 060-Read-Paycheck-Prior.
       100-Main.
           MOVE PAYCHECK-QTR-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL OR PC-TYPE-VOID
               ADD 1 TO WS-JOB-RECORD-COUNT
               PERFORM 200-Accumulate-One-Check
           END-IF.
           PERFORM 400-Read-Paycheck-Qtr.
       200-Accumulate-One-Check.
           IF  PC-DATE-MONTH IS NOT NUMERIC
           OR  PC-DATE-MONTH-9 < 1 OR PC-DATE-MONTH-9 > 12
               DISPLAY 'SUITAX01 - BAD PAY DATE: ' PC-DATE
                       ' EMP ' PC-EMP-ID ' SKIPPED'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE PC-GROSS-PAY-NUM TO WS-GROSS-PAY-NUM
               IF  PC-TYPE-VOID
                   COMPUTE WS-GROSS-PAY-NUM = 0 - WS-GROSS-PAY-NUM
               END-IF
               COMPUTE WS-CHECK-QTR = (PC-DATE-MONTH-9 + 2) / 3
               IF  NOT REPLAYING-PRIOR
                   IF  WS-RUN-YEAR = SPACES
                       MOVE PC-DATE-YEAR TO WS-RUN-YEAR
                   END-IF
                   IF  WS-CHECK-QTR > WS-RUN-QTR
                       MOVE WS-CHECK-QTR TO WS-RUN-QTR
                   END-IF
               END-IF
               PERFORM 220-Apply-FUTA
               PERFORM 240-Apply-SUI
           END-IF.
      * Federal base - every state's wages count toward it.
       220-Apply-FUTA.
           IF  WS-FUTA-BASE = ZERO
               PERFORM 160-Set-FUTA-Rate
           END-IF.
           PERFORM 250-Locate-Employee.
           IF  EM-ENTRY-FOUND
               MOVE WS-FUTA-BASE        TO WS-BASE
               MOVE EM-YTD-WAGES(EM-SUB) TO WS-YTD-BEFORE
               PERFORM 280-Taxable-Part
               ADD WS-GROSS-PAY-NUM TO EM-YTD-WAGES(EM-SUB)
               ADD WS-GROSS-PAY-NUM TO FQ-WAGES(WS-CHECK-QTR)
               ADD WS-TAXABLE-AMT   TO FQ-TAXABLE(WS-CHECK-QTR)
           END-IF.
      * State base - only wages paid in this state count.
       240-Apply-SUI.
           PERFORM 260-Locate-State.
           IF  SU-ENTRY-FOUND
               PERFORM 270-Locate-Emp-State
           END-IF.
           IF  SU-ENTRY-FOUND AND ES-ENTRY-FOUND
               MOVE SU-WAGE-BASE(SU-SUB) TO WS-BASE
               MOVE ES-YTD-WAGES(ES-SUB) TO WS-YTD-BEFORE
               PERFORM 280-Taxable-Part
               ADD WS-GROSS-PAY-NUM TO ES-YTD-WAGES(ES-SUB)
               IF  NOT REPLAYING-PRIOR
                   ADD WS-GROSS-PAY-NUM TO ES-QTR-WAGES(ES-SUB)
                   ADD WS-TAXABLE-AMT   TO ES-QTR-TAXABLE(ES-SUB)
                   ADD WS-GROSS-PAY-NUM TO SU-QTR-WAGES(SU-SUB)
                   ADD WS-TAXABLE-AMT   TO SU-QTR-TAXABLE(SU-SUB)
               END-IF
           END-IF.
       250-Locate-Employee.
           MOVE 'N' TO EM-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 255-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EM-ENTRY-FOUND.
           IF  NOT EM-ENTRY-FOUND
               IF  EM-COUNT < 1000
                   ADD 1 TO EM-COUNT
                   MOVE EM-COUNT  TO EM-SUB
                   MOVE PC-EMP-ID TO EM-EMP-ID(EM-SUB)
                   MOVE ZEROS     TO EM-YTD-WAGES(EM-SUB)
                   MOVE 'Y'       TO EM-FOUND-SW
               ELSE
                   DISPLAY 'EMPLOYEE TABLE FULL - ' PC-EMP-ID
                           ' SKIPPED'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
               END-IF
           END-IF.
       255-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = PC-EMP-ID
               MOVE 'Y' TO EM-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
       260-Locate-State.
           MOVE 'N' TO SU-FOUND-SW.
           MOVE 1   TO SU-SUB.
           PERFORM 265-Match-State
               UNTIL SU-SUB > SU-COUNT OR SU-ENTRY-FOUND.
           IF  NOT SU-ENTRY-FOUND
               IF  SU-COUNT < 60
                   ADD 1 TO SU-COUNT
                   MOVE SU-COUNT   TO SU-SUB
                   MOVE PC-STATE   TO SU-STATE(SU-SUB)
                   MOVE PC-STATE     TO WS-LOOKUP-STATE
                   MOVE PC-DATE-YEAR TO WS-LOOKUP-YEAR
                   PERFORM 170-Find-Rate-Row
                   MOVE WS-LOOKUP-FOUND TO SU-RATE-FOUND(SU-SUB)
                   MOVE WS-LOOKUP-RATE  TO SU-RATE(SU-SUB)
                   MOVE WS-LOOKUP-BASE  TO SU-WAGE-BASE(SU-SUB)
                   MOVE WS-LOOKUP-ACCT  TO SU-EMPLOYER-ACCT(SU-SUB)
                   MOVE ZEROS TO SU-QTR-WAGES(SU-SUB)
                   MOVE ZEROS TO SU-QTR-TAXABLE(SU-SUB)
                   MOVE ZEROS TO SU-QTR-TAX(SU-SUB)
                   MOVE ZEROS TO SU-QTR-EMPS(SU-SUB)
                   MOVE 'Y'   TO SU-FOUND-SW
               ELSE
                   DISPLAY 'STATE TABLE FULL - ' PC-STATE ' SKIPPED'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
               END-IF
           END-IF.
       265-Match-State.
           IF  SU-STATE(SU-SUB) = PC-STATE
               MOVE 'Y' TO SU-FOUND-SW
           ELSE
               ADD 1 TO SU-SUB
           END-IF.
       270-Locate-Emp-State.
           MOVE 'N' TO ES-FOUND-SW.
           MOVE 1   TO ES-SUB.
           PERFORM 275-Match-Emp-State
               UNTIL ES-SUB > ES-COUNT OR ES-ENTRY-FOUND.
           IF  NOT ES-ENTRY-FOUND
               IF  ES-COUNT < 2000
                   ADD 1 TO ES-COUNT
                   MOVE ES-COUNT  TO ES-SUB
                   MOVE PC-EMP-ID TO ES-EMP-ID(ES-SUB)
                   MOVE PC-STATE  TO ES-STATE(ES-SUB)
                   MOVE PC-NAME   TO ES-NAME(ES-SUB)
                   MOVE ZEROS     TO ES-YTD-WAGES(ES-SUB)
                   MOVE ZEROS     TO ES-QTR-WAGES(ES-SUB)
                   MOVE ZEROS     TO ES-QTR-TAXABLE(ES-SUB)
                   MOVE 'Y'       TO ES-FOUND-SW
               ELSE
                   DISPLAY 'EMPLOYEE/STATE TABLE FULL - ' PC-EMP-ID
                           ' ' PC-STATE ' SKIPPED'
                   MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
               END-IF
           END-IF.
       275-Match-Emp-State.
           IF  ES-EMP-ID(ES-SUB) = PC-EMP-ID
           AND ES-STATE(ES-SUB)  = PC-STATE
               MOVE 'Y' TO ES-FOUND-SW
           ELSE
               ADD 1 TO ES-SUB
           END-IF.
      * Taxable part of this check = the year's wages under the base
      * after the check less the same before it.  Signed, so a void
      * gives back exactly the taxable wages it took.
       280-Taxable-Part.
           COMPUTE WS-YTD-AFTER = WS-YTD-BEFORE + WS-GROSS-PAY-NUM.
           MOVE WS-YTD-BEFORE TO WS-UNDER-BEFORE.
           IF  WS-UNDER-BEFORE > WS-BASE
               MOVE WS-BASE TO WS-UNDER-BEFORE
           END-IF.
           IF  WS-UNDER-BEFORE < ZERO
               MOVE ZEROS TO WS-UNDER-BEFORE
           END-IF.
           MOVE WS-YTD-AFTER TO WS-UNDER-AFTER.
           IF  WS-UNDER-AFTER > WS-BASE
               MOVE WS-BASE TO WS-UNDER-AFTER
           END-IF.
           IF  WS-UNDER-AFTER < ZERO
               MOVE ZEROS TO WS-UNDER-AFTER
           END-IF.
           COMPUTE WS-TAXABLE-AMT = WS-UNDER-AFTER - WS-UNDER-BEFORE.
       150-Load-Rate-Table.
           OPEN INPUT UI-RATE-TABLE.
           IF  UT-OK
               PERFORM 155-Read-Rate-Record
               PERFORM 158-Store-Rate-Record UNTIL UT-AT-EOF
               CLOSE UI-RATE-TABLE
           ELSE
               DISPLAY 'UITBL FILE STATUS: ' UT-F-STATUS
               DISPLAY 'NO UNEMPLOYMENT RATE TABLE - FUTA AT THE '
                       'STATUTORY RATE, NO STATE FILED'
           END-IF.
       155-Read-Rate-Record.
           READ UI-RATE-TABLE
               AT END MOVE 'Y' TO UT-EOF
           END-READ.
       158-Store-Rate-Record.
           IF  UIT-COUNT < 300
               ADD 1 TO UIT-COUNT
               MOVE UT-STATE         TO UIT-STATE(UIT-COUNT)
               MOVE UT-TAX-YEAR      TO UIT-TAX-YEAR(UIT-COUNT)
               MOVE UT-RATE          TO UIT-RATE(UIT-COUNT)
               MOVE UT-WAGE-BASE     TO UIT-WAGE-BASE(UIT-COUNT)
               MOVE UT-EMPLOYER-ACCT TO UIT-EMPLOYER-ACCT(UIT-COUNT)
           ELSE
               DISPLAY 'UITBL TABLE FULL - EXTRA ROWS IGNORED'
           END-IF.
           PERFORM 155-Read-Rate-Record.
       160-Set-FUTA-Rate.
           MOVE 'US'         TO WS-LOOKUP-STATE.
           MOVE PC-DATE-YEAR TO WS-LOOKUP-YEAR.
           PERFORM 170-Find-Rate-Row.
           IF  WS-LOOKUP-FOUND = 'Y'
               MOVE WS-LOOKUP-RATE    TO WS-FUTA-RATE
               MOVE WS-LOOKUP-BASE    TO WS-FUTA-BASE
           ELSE
               MOVE WS-DFLT-FUTA-RATE TO WS-FUTA-RATE
               MOVE WS-DFLT-FUTA-BASE TO WS-FUTA-BASE
           END-IF.
      * Latest row for the state not after the pay year
       170-Find-Rate-Row.
           MOVE 'N'    TO WS-LOOKUP-FOUND.
           MOVE ZEROS  TO WS-LOOKUP-RATE WS-LOOKUP-BASE.
           MOVE SPACES TO WS-LOOKUP-ACCT WS-LOOKUP-BEST-YEAR.
           PERFORM 175-Check-One-Rate-Row
               VARYING UIT-SUB FROM 1 BY 1 UNTIL UIT-SUB > UIT-COUNT.
       175-Check-One-Rate-Row.
           IF  UIT-STATE(UIT-SUB) = WS-LOOKUP-STATE
           AND UIT-STATE(UIT-SUB) NOT = SPACES
           AND UIT-TAX-YEAR(UIT-SUB) NOT > WS-LOOKUP-YEAR
               IF  WS-LOOKUP-FOUND = 'N'
               OR  UIT-TAX-YEAR(UIT-SUB) > WS-LOOKUP-BEST-YEAR
                   MOVE 'Y'                    TO WS-LOOKUP-FOUND
                   MOVE UIT-TAX-YEAR(UIT-SUB)  TO WS-LOOKUP-BEST-YEAR
                   MOVE UIT-RATE(UIT-SUB)      TO WS-LOOKUP-RATE
                   MOVE UIT-WAGE-BASE(UIT-SUB) TO WS-LOOKUP-BASE
                   MOVE UIT-EMPLOYER-ACCT(UIT-SUB)
                       TO WS-LOOKUP-ACCT
               END-IF
           END-IF.
       300-Open-Files.
           OPEN INPUT PAYCHECK-QTR.
           OPEN OUTPUT UI-REPORT.
           OPEN OUTPUT SUI-WAGE-FILE.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 320-Clear-FUTA-Quarter
               VARYING FQ-SUB FROM 1 BY 1 UNTIL FQ-SUB > 4.
           IF NOT PQ-OK
               DISPLAY 'QTRPAY FILE STATUS: ' PQ-F-STATUS
               DISPLAY 'NO INPUT TODAY - QTRPAY FILE NOT AVAILABLE'
               MOVE 'N' TO QTRPAY-AVAILABLE
               MOVE 'Y' TO PQ-EOF
           END-IF.
       320-Clear-FUTA-Quarter.
           MOVE ZEROS TO FQ-WAGES(FQ-SUB).
           MOVE ZEROS TO FQ-TAXABLE(FQ-SUB).
           MOVE ZEROS TO FQ-TAX(FQ-SUB).
       400-Read-Paycheck-Qtr.
           READ PAYCHECK-QTR
               AT END MOVE 'Y' TO PQ-EOF
           END-READ.
       500-Write-Quarter-Report.
           MOVE WS-RUN-QTR        TO UH-QUARTER.
           MOVE WS-RUN-YEAR       TO UH-YEAR.
           MOVE WS-JOB-START-TIME TO UH-RUN-TIME.
           WRITE UI-REPORT-REC FROM UI-HEADING-LINE.
           WRITE UI-REPORT-REC FROM UI-STATE-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 520-Write-One-State
               VARYING SU-SUB FROM 1 BY 1 UNTIL SU-SUB > SU-COUNT.
           MOVE WS-TOT-SUI-WAGES   TO UST-WAGES.
           MOVE WS-TOT-SUI-TAXABLE TO UST-TAXABLE.
           MOVE WS-TOT-SUI-TAX     TO UST-TAX.
           WRITE UI-REPORT-REC FROM UI-SUI-TOTAL-LINE
               AFTER ADVANCING 2.
           IF  WS-RUN-QTR > 0
               COMPUTE FQ-TAX(WS-RUN-QTR) ROUNDED =
                   FQ-TAXABLE(WS-RUN-QTR) * WS-FUTA-RATE
               MOVE WS-FUTA-RATE            TO UFL-RATE
               MOVE FQ-WAGES(WS-RUN-QTR)    TO UFL-WAGES
               MOVE FQ-TAXABLE(WS-RUN-QTR)  TO UFL-TAXABLE
               MOVE FQ-TAX(WS-RUN-QTR)      TO UFL-TAX
               WRITE UI-REPORT-REC FROM UI-FUTA-LINE
                   AFTER ADVANCING 2
           END-IF.
           IF  TABLE-OVERFLOWED
               MOVE '** TABLE OVERFLOW - FIGURES INCOMPLETE'
                   TO UI-REPORT-REC
               WRITE UI-REPORT-REC AFTER ADVANCING 2
               MOVE 8 TO RETURN-CODE
           END-IF.
       520-Write-One-State.
           IF  SU-RATE-FOUND(SU-SUB) = 'Y'
               COMPUTE SU-QTR-TAX(SU-SUB) ROUNDED =
                   SU-QTR-TAXABLE(SU-SUB) * SU-RATE(SU-SUB)
               MOVE SU-STATE(SU-SUB)       TO USL-STATE
               MOVE SU-RATE(SU-SUB)        TO USL-RATE
               MOVE SU-QTR-WAGES(SU-SUB)   TO USL-WAGES
               MOVE SU-QTR-TAXABLE(SU-SUB) TO USL-TAXABLE
               MOVE SU-QTR-TAX(SU-SUB)     TO USL-TAX
               WRITE UI-REPORT-REC FROM UI-STATE-LINE
                   AFTER ADVANCING 1
               ADD SU-QTR-WAGES(SU-SUB)   TO WS-TOT-SUI-WAGES
               ADD SU-QTR-TAXABLE(SU-SUB) TO WS-TOT-SUI-TAXABLE
               ADD SU-QTR-TAX(SU-SUB)     TO WS-TOT-SUI-TAX
           ELSE
               IF  SU-QTR-WAGES(SU-SUB) NOT = ZERO
                   MOVE SU-STATE(SU-SUB)     TO UUL-STATE
                   MOVE SU-QTR-WAGES(SU-SUB) TO UUL-WAGES
                   WRITE UI-REPORT-REC FROM UI-UNFILED-LINE
                       AFTER ADVANCING 1
                   ADD SU-QTR-WAGES(SU-SUB) TO WS-UNFILED-WAGES
                   IF  RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      * One header/detail/trailer group per state with a rate row
      * and wages this quarter.  States with no rate are left out
      * - they are on the report for someone to set up.
       600-Write-Wage-Detail-File.
           PERFORM 610-Write-One-State-Group
               VARYING SU-SUB FROM 1 BY 1 UNTIL SU-SUB > SU-COUNT.
       610-Write-One-State-Group.
           IF  SU-RATE-FOUND(SU-SUB) = 'Y'
           AND SU-QTR-WAGES(SU-SUB) NOT = ZERO
               MOVE SU-STATE(SU-SUB)         TO SWH-STATE
               MOVE WS-RUN-YEAR              TO SWH-TAX-YEAR
               MOVE WS-RUN-QTR               TO SWH-QUARTER
               MOVE SU-EMPLOYER-ACCT(SU-SUB) TO SWH-EMPLOYER-ACCT
               WRITE SUI-WAGE-REC FROM SW-HEADER-REC
               ADD 1 TO WS-WF-REC-COUNT
               MOVE ZEROS TO WS-WF-STATE-COUNT
               MOVE ZEROS TO WS-WF-STATE-WAGES
               MOVE ZEROS TO WS-WF-STATE-TAXABLE
               PERFORM 620-Write-One-Wage-Detail
                   VARYING ES-SUB FROM 1 BY 1 UNTIL ES-SUB > ES-COUNT
               MOVE SU-STATE(SU-SUB)    TO SWT-STATE
               MOVE WS-WF-STATE-COUNT   TO SWT-EMP-COUNT
               MOVE WS-WF-STATE-WAGES   TO SWT-TOTAL-WAGES
               MOVE WS-WF-STATE-TAXABLE TO SWT-TOTAL-TAXABLE
               MOVE SU-QTR-TAX(SU-SUB)  TO SWT-TAX-DUE
               WRITE SUI-WAGE-REC FROM SW-TRAILER-REC
               ADD 1 TO WS-WF-REC-COUNT
               MOVE WS-WF-STATE-COUNT TO SU-QTR-EMPS(SU-SUB)
           END-IF.
       620-Write-One-Wage-Detail.
           IF  ES-STATE(ES-SUB) = SU-STATE(SU-SUB)
           AND ES-QTR-WAGES(ES-SUB) NOT = ZERO
               MOVE ES-STATE(ES-SUB)       TO SWD-STATE
               MOVE ES-EMP-ID(ES-SUB)      TO SWD-EMP-ID
               MOVE ES-NAME(ES-SUB)        TO SWD-NAME
               MOVE ES-QTR-WAGES(ES-SUB)   TO SWD-QTR-WAGES
               MOVE ES-QTR-TAXABLE(ES-SUB) TO SWD-QTR-TAXABLE
               MOVE ES-YTD-WAGES(ES-SUB)   TO SWD-YTD-WAGES
               WRITE SUI-WAGE-REC FROM SW-DETAIL-REC
               ADD 1 TO WS-WF-REC-COUNT
               ADD 1 TO WS-WF-STATE-COUNT
               ADD ES-QTR-WAGES(ES-SUB)   TO WS-WF-STATE-WAGES
               ADD ES-QTR-TAXABLE(ES-SUB) TO WS-WF-STATE-TAXABLE
               ADD ES-QTR-WAGES(ES-SUB)   TO WS-WF-AMOUNT-HASH
           END-IF.
      * Year end - the 940 figures come off the same FUTA quarter
      * buckets the four quarterly runs reported from.
       650-Write-940-Summary.
           PERFORM 660-Total-One-FUTA-Quarter
               VARYING FQ-SUB FROM 1 BY 1 UNTIL FQ-SUB > 4.
           COMPUTE WS-YR-EXCESS = WS-YR-WAGES - WS-YR-TAXABLE.
           MOVE WS-RUN-YEAR TO U9H-YEAR.
           WRITE UI-REPORT-REC FROM UI-940-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE 'TOTAL PAYMENTS TO ALL EMPLOYEES'   TO U9A-LABEL.
           MOVE WS-YR-WAGES                         TO U9A-AMOUNT.
           WRITE UI-REPORT-REC FROM UI-940-AMOUNT-LINE
               AFTER ADVANCING 2.
           MOVE 'PAYMENTS OVER THE FUTA WAGE BASE'  TO U9A-LABEL.
           MOVE WS-YR-EXCESS                        TO U9A-AMOUNT.
           WRITE UI-REPORT-REC FROM UI-940-AMOUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'TOTAL TAXABLE FUTA WAGES'          TO U9A-LABEL.
           MOVE WS-YR-TAXABLE                       TO U9A-AMOUNT.
           WRITE UI-REPORT-REC FROM UI-940-AMOUNT-LINE
               AFTER ADVANCING 1.
           MOVE 'FUTA TAX FOR THE YEAR'             TO U9A-LABEL.
           MOVE WS-YR-FUTA-TAX                      TO U9A-AMOUNT.
           WRITE UI-REPORT-REC FROM UI-940-AMOUNT-LINE
               AFTER ADVANCING 1.
           PERFORM 670-Write-One-940-Quarter
               VARYING FQ-SUB FROM 1 BY 1 UNTIL FQ-SUB > 4.
       660-Total-One-FUTA-Quarter.
           COMPUTE FQ-TAX(FQ-SUB) ROUNDED =
               FQ-TAXABLE(FQ-SUB) * WS-FUTA-RATE.
           ADD FQ-WAGES(FQ-SUB)   TO WS-YR-WAGES.
           ADD FQ-TAXABLE(FQ-SUB) TO WS-YR-TAXABLE.
           ADD FQ-TAX(FQ-SUB)     TO WS-YR-FUTA-TAX.
       670-Write-One-940-Quarter.
           MOVE SPACES TO U9A-LABEL.
           MOVE FQ-SUB TO WS-QTR-DISPLAY.
           STRING 'FUTA LIABILITY - QUARTER ' DELIMITED BY SIZE
                  WS-QTR-DISPLAY              DELIMITED BY SIZE
               INTO U9A-LABEL
           END-STRING.
           MOVE FQ-TAX(FQ-SUB) TO U9A-AMOUNT.
           IF  FQ-SUB = 1
               WRITE UI-REPORT-REC FROM UI-940-AMOUNT-LINE
                   AFTER ADVANCING 2
           ELSE
               WRITE UI-REPORT-REC FROM UI-940-AMOUNT-LINE
                   AFTER ADVANCING 1
           END-IF.
       800-Close-Files.
           IF QTRPAY-AVAILABLE = 'Y'
               CLOSE PAYCHECK-QTR
           END-IF.
           CLOSE UI-REPORT.
           CLOSE SUI-WAGE-FILE.
           IF QTRPAY-AVAILABLE = 'Y'
               PERFORM 780-Register-Transmission
           END-IF.
           PERFORM 900-Write-Job-Audit-Record.
       780-Register-Transmission.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE 'SUIWAGE '         TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME  TO XM-CREATED.
           MOVE WS-WF-REC-COUNT    TO XM-RECORD-COUNT.
           MOVE WS-WF-AMOUNT-HASH  TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
       900-Write-Job-Audit-Record.
           MOVE 'SUITAX01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
