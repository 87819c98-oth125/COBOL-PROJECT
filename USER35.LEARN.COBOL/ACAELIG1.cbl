       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAELIG1.
      ***** ACA full-time eligibility - look-back measurement and the
      ***** year-end 1095-C style extract.  Two kinds of run, picked
      ***** on the labeled options card:
      *****
      ***** MODE=MEASURE FROM=yyyy-mm-dd TO=yyyy-mm-dd HEALTH=codes
      *****   reads the retained PAYCHECK datasets (RETAINED DD, the
      *****   same concatenation PAYRPRT1 reads), totals each EMP-ID's
      *****   hours over the measurement period (voids back their
      *****   hours out), averages them per week, and classifies the
      *****   employee full-time (F) at HOURS= (default 30) or more a
      *****   week, otherwise not (P), for the stability period that
      *****   follows.  The stability period starts the first of the
      *****   month after the measurement period (or STABLE=, a first
      *****   of month) and runs MONTHS= (default 12) months.  The
      *****   status goes on the ACAMAST eligibility master, which
      *****   keeps the current and the prior stability period so a
      *****   calendar year that straddles two is still answerable.
      *****   Re-running a measurement for the same stability start
      *****   replaces it instead of stacking another period.
      *****
      ***** MODE=YEAREND YEAR=yyyy HEALTH=codes
      *****   builds one ACA1095 record per employee full-time in any
      *****   month of the year, with a month-by-month offer code
      *****   (line 14) and safe-harbor code (line 16) worked out from
      *****   the status in effect on the first of the month and the
      *****   ELECMAST health-plan elections in effect by its end.
      *****
      ***** HEALTH= names the ELECMAST plan codes that are health
      ***** coverage - up to four, separated by commas.  Both runs
      ***** list on ACARPT every full-time employee with no health
      ***** election so HR can follow up before the IRS does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINED-FILE ASSIGN TO RETAINED
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RT-F-STATUS.
           SELECT ELIGIBILITY-MASTER ASSIGN TO ACAMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AM-F-STATUS.
           SELECT ELECTION-MASTER ASSIGN TO ELECMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EM-F-STATUS.
           SELECT ACA-EXTRACT ASSIGN TO ACA1095.
           SELECT ACA-REPORT ASSIGN TO ACARPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  RETAINED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETAINED-REC.
       01  RETAINED-REC  PIC X(80).
       FD  ELIGIBILITY-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ELIGIBILITY-REC.
      * One row per employee.  Period 1 is the current stability
      * period, period 2 the one before it.  Status F full-time,
      * P not full-time.
       01  ELIGIBILITY-REC.
           05  AM-EMP-ID          PIC X(08).
           05  AM-NAME            PIC X(22).
           05  AM-PERIOD OCCURS 2 TIMES.
               10  AM-STABLE-FROM PIC X(08).
               10  AM-STABLE-TO   PIC X(08).
               10  AM-STATUS      PIC X(01).
               10  AM-AVG-HOURS   PIC 9(3)V99.
           05  FILLER             PIC X(06).
       FD  ELECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ELECTION-REC.
      * ELECDED's election master layout
       01  ELECTION-REC.
           05  EM-EMP-ID          PIC X(08).
           05  EM-PLAN-CODE       PIC X(04).
           05  EM-EE-RATE         PIC V999.
           05  EM-EE-FLAT         PIC 9(4)V99.
           05  EM-ER-MATCH-RATE   PIC V999.
           05  EM-EFFECTIVE       PIC X(08).
           05  FILLER             PIC X(48).
       FD  ACA-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACA-EXTRACT-REC.
      * 1095-C style row - line 14 offer and line 16 safe-harbor
      * code for each month, January first.
       01  ACA-EXTRACT-REC.
           05  AX-EMP-ID          PIC X(08).
           05  AX-FIRST-NAME      PIC X(10).
           05  AX-LAST-NAME       PIC X(10).
           05  AX-YEAR            PIC X(04).
           05  AX-MONTH OCCURS 12 TIMES.
               10  AX-OFFER-CODE  PIC X(02).
               10  AX-HARBOR-CODE PIC X(02).
       FD  ACA-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(80).
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
       77 RT-F-STATUS               PIC X(02) VALUE SPACES.
           88 RT-OK                           VALUE '00'.
       77 AM-F-STATUS               PIC X(02) VALUE SPACES.
           88 AM-OK                           VALUE '00'.
       77 EM-F-STATUS               PIC X(02) VALUE SPACES.
           88 EM-OK                           VALUE '00'.
       77 RT-EOF                    PIC X(01) VALUE 'N'.
           88 RT-AT-EOF                       VALUE 'Y'.
       77 AM-EOF                    PIC X(01) VALUE 'N'.
           88 AM-AT-EOF                       VALUE 'Y'.
       77 EM-EOF                    PIC X(01) VALUE 'N'.
           88 EM-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-OUTPUT-OPEN-SW         PIC X(01) VALUE 'N'.
           88 OUTPUT-IS-OPEN                  VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G.
      *    MODE=MEASURE FROM=2025-10-01 TO=2026-09-30 HEALTH=MED1
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(30).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(20) VALUE SPACES.
       77 WS-OPT-LENGTH             PIC 9(2)  VALUE 0.
       77 WS-OPT-NUMBER             PIC 9(3)  VALUE 0.
       01 WS-RUN-OPTIONS.
          05 WS-RUN-MODE            PIC X(07) VALUE SPACES.
             88 MEASURE-RUN                   VALUE 'MEASURE'.
             88 YEAREND-RUN                   VALUE 'YEAREND'.
          05 WS-MEASURE-FROM        PIC X(08) VALUE SPACES.
          05 WS-MEASURE-TO          PIC X(08) VALUE SPACES.
          05 WS-STABLE-FROM         PIC X(08) VALUE SPACES.
          05 WS-STABLE-TO           PIC X(08) VALUE SPACES.
          05 WS-STABLE-MONTHS       PIC 9(02) VALUE 12.
          05 WS-FULL-TIME-HOURS     PIC 9(03) VALUE 30.
          05 WS-REPORT-YEAR         PIC X(04) VALUE SPACES.
      * Health-plan codes from HEALTH=
       77 HP-COUNT                  PIC 9(1) COMP VALUE 0.
       77 HP-SUB                    PIC 9(1) COMP VALUE 0.
       01 HEALTH-PLAN-CODES         VALUE SPACES.
          05 HP-PLAN-CODE OCCURS 4 TIMES PIC X(04).
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
      * Month arithmetic for the stability period
       01 WS-DATE-WORK.
           05 WS-WORK-YMD           PIC 9(08) VALUE 0.
           05 WS-WORK-YMD-X REDEFINES WS-WORK-YMD.
              10 WS-WORK-YEAR       PIC 9(04).
              10 WS-WORK-MONTH      PIC 9(02).
              10 WS-WORK-DAY        PIC 9(02).
           05 WS-DAY-NUMBER         PIC S9(9) VALUE 0.
           05 WS-PERIOD-DAYS        PIC 9(05) VALUE 0.
           05 WS-PERIOD-WEEKS       PIC 9(03)V99 VALUE 0.
           05 WS-CHECK-YMD          PIC X(08) VALUE SPACES.
           05 WS-MONTH-FIRST        PIC X(08) VALUE SPACES.
           05 WS-MONTH-LAST         PIC X(08) VALUE SPACES.
           05 WS-MONTH-SUB          PIC 9(02) COMP VALUE 0.
      * Eligibility master in core - loaded, updated, rewritten
       01 ELIGIBILITY-TABLE-AREA.
           05 EL-COUNT              PIC 9(4) COMP VALUE 0.
           05 EL-SUB                PIC 9(4) COMP VALUE 0.
           05 ELIGIBILITY-TABLE OCCURS 1000 TIMES.
               10 EL-EMP-ID         PIC X(08).
               10 EL-NAME           PIC X(22).
               10 EL-PERIOD OCCURS 2 TIMES.
                  15 EL-STABLE-FROM PIC X(08).
                  15 EL-STABLE-TO   PIC X(08).
                  15 EL-STATUS      PIC X(01).
                  15 EL-AVG-HOURS   PIC 9(3)V99.
               10 EL-HOURS          PIC S9(6)V99.
       77 EL-PER                    PIC 9(1) COMP VALUE 0.
       01 EL-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 EL-TABLE-IS-FULL                VALUE 'Y'.
       01 EL-FOUND-SW               PIC X(01) VALUE 'N'.
           88 EL-ENTRY-FOUND                  VALUE 'Y'.
       01 WS-LOOKUP-EMP-ID          PIC X(08) VALUE SPACES.
      * Health elections only - every other plan is dropped on load
       01 ELECTION-TABLE-AREA.
           05 ET-COUNT              PIC 9(4) COMP VALUE 0.
           05 ET-SUB                PIC 9(4) COMP VALUE 0.
           05 ELECTION-TABLE OCCURS 1000 TIMES.
               10 ET-EMP-ID         PIC X(08).
               10 ET-EFFECTIVE      PIC X(08).
       01 ET-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 ET-TABLE-IS-FULL                VALUE 'Y'.
       01 WS-ENROLLED-SW            PIC X(01) VALUE 'N'.
           88 EMPLOYEE-ENROLLED               VALUE 'Y'.
       01 WS-HEALTH-PLAN-SW         PIC X(01) VALUE 'N'.
           88 PLAN-IS-HEALTH                  VALUE 'Y'.
      * Breakdown of a PAYCHECK detail line as PAYROL02's
      * 500-Write-Paycheck lays it out in PAYROLL-OUT.
       01 PC-DETAIL-REC.
           05 PC-NAME              PIC X(22).
           05 FILLER               PIC X(02).
           05 PC-DATE              PIC X(10).
           05 FILLER               PIC X(02).
           05 PC-HOURLY-RATE       PIC X(05).
           05 FILLER               PIC X(02).
           05 PC-HOURS-WORKED      PIC X(02).
           05 FILLER               PIC X(02).
           05 PC-CATEGORY          PIC X(1).
           05 FILLER               PIC X(01).
           05 PC-GROSS-PAY         PIC X(09).
           05 FILLER               PIC X(01).
           05 PC-CURRENCY-CODE     PIC X(03).
           05 FILLER               PIC X(01).
           05 PC-EMP-ID            PIC X(08).
           05 FILLER               PIC X(06).
           05 PC-STATE             PIC X(02).
           05 PC-REC-TYPE          PIC X(01).
               88 PC-TYPE-DETAIL          VALUE 'D'.
               88 PC-TYPE-VOID            VALUE 'V'.
       01 WS-PAY-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-CHECK-HOURS            PIC 9(02) VALUE 0.
      * Month being coded on the year-end run
       01 WS-MONTH-STATUS           PIC X(01) VALUE SPACE.
       01 WS-FULL-TIME-MONTHS       PIC 9(02) VALUE 0.
       01 WS-UNCOVERED-MONTHS       PIC 9(02) VALUE 0.
       01 ACA-COUNTERS.
           05 CTR-MEASURED          PIC 9(5) VALUE 0.
           05 CTR-FULL-TIME         PIC 9(5) VALUE 0.
           05 CTR-EXTRACTED         PIC 9(5) VALUE 0.
           05 CTR-NO-COVERAGE       PIC 9(5) VALUE 0.
      *    REPORT PRINT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(28) VALUE 'ACA FULL-TIME ELIGIBILITY - '.
           05 RH-MODE               PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RH-RUN-TIME           PIC X(15).
       01 RPT-PERIOD-LINE.
           05 FILLER  PIC X(13) VALUE 'MEASUREMENT: '.
           05 RPL-MEASURE-FROM      PIC X(08).
           05 FILLER  PIC X(04) VALUE ' TO '.
           05 RPL-MEASURE-TO        PIC X(08).
           05 FILLER  PIC X(13) VALUE '  STABILITY: '.
           05 RPL-STABLE-FROM       PIC X(08).
           05 FILLER  PIC X(04) VALUE ' TO '.
           05 RPL-STABLE-TO         PIC X(08).
       01 RPT-YEAR-LINE.
           05 FILLER  PIC X(13) VALUE 'CALENDAR YEAR'.
           05 FILLER  PIC X(01) VALUE SPACE.
           05 RYL-YEAR              PIC X(04).
       01 RPT-MEASURE-COLUMNS.
           05 FILLER  PIC X(10) VALUE 'EMP ID'.
           05 FILLER  PIC X(24) VALUE 'NAME'.
           05 FILLER  PIC X(12) VALUE '   HOURS'.
           05 FILLER  PIC X(10) VALUE 'AVG/WEEK'.
           05 FILLER  PIC X(08) VALUE 'STATUS'.
           05 FILLER  PIC X(16) VALUE 'NOTE'.
       01 RPT-MEASURE-LINE.
           05 RML-EMP-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RML-NAME              PIC X(22).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RML-HOURS             PIC ZZZ,ZZ9-.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RML-AVG               PIC ZZ9.99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RML-STATUS            PIC X(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RML-NOTE              PIC X(14).
       01 RPT-YEAREND-COLUMNS.
           05 FILLER  PIC X(10) VALUE 'EMP ID'.
           05 FILLER  PIC X(24) VALUE 'NAME'.
           05 FILLER  PIC X(14) VALUE 'FT MONTHS'.
           05 FILLER  PIC X(14) VALUE 'NOT COVERED'.
       01 RPT-YEAREND-LINE.
           05 RYE-EMP-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RYE-NAME              PIC X(22).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RYE-FT-MONTHS         PIC Z9.
           05 FILLER                PIC X(12) VALUE SPACES.
           05 RYE-UNCOVERED         PIC Z9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RYE-NOTE              PIC X(23).
       01 RPT-TOTAL-LINE.
           05 FILLER  PIC X(10) VALUE 'MEASURED: '.
           05 RTL-MEASURED          PIC ZZZZ9.
           05 FILLER  PIC X(13) VALUE '  FULL-TIME: '.
           05 RTL-FULL-TIME         PIC ZZZZ9.
           05 FILLER  PIC X(13) VALUE '  EXTRACTED: '.
           05 RTL-EXTRACTED         PIC ZZZZ9.
           05 FILLER  PIC X(15) VALUE '  NO COVERAGE: '.
           05 RTL-NO-COVERAGE       PIC ZZZZ9.
      * In-use lock on the ACAMAST - see FILELOCK.  A measurement
      * rewrites the whole master.
       01 FILELOCK-PARMS.
           05 FL-FUNCTION     PIC X(1)  VALUE SPACE.
           05 FL-RESOURCE     PIC X(8)  VALUE 'ACAMAST '.
           05 FL-HOLDER       PIC X(8)  VALUE 'ACAELIG1'.
           05 FL-RESULT       PIC X(1)  VALUE 'N'.
           05 FL-HOLDER-OUT   PIC X(8)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'A' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           IF FL-RESULT NOT = 'Y'
               DISPLAY 'ACAELIG1 - ACAMAST IN USE BY '
                   FL-HOLDER-OUT ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  MEASURE-RUN
                   PERFORM 200-Measure-Hours
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               IF  MEASURE-RUN
                   PERFORM 300-Classify-One-Employee
                       VARYING EL-SUB FROM 1 BY 1
                       UNTIL EL-SUB > EL-COUNT
                   PERFORM 880-Save-Eligibility-Master
               ELSE
                   PERFORM 500-Code-One-Employee
                       VARYING EL-SUB FROM 1 BY 1
                       UNTIL EL-SUB > EL-COUNT
               END-IF
               PERFORM 590-Write-Report-Totals
           END-IF.
           PERFORM 600-Close-Files.
           MOVE 'R' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 040-Check-Run-Options
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Eligibility-Master
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Health-Elections
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 320-Open-Output-Files
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS WRITTEN.
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
                   WHEN 'MODE'
                       IF  WS-OPT-VALUE = 'MEASURE' OR 'YEAREND'
                           MOVE WS-OPT-VALUE TO WS-RUN-MODE
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'FROM'
                       PERFORM 015-Validate-Option-Date
                       MOVE DV-DATE-OUT TO WS-MEASURE-FROM
                   WHEN 'TO'
                       PERFORM 015-Validate-Option-Date
                       MOVE DV-DATE-OUT TO WS-MEASURE-TO
                   WHEN 'STABLE'
                       PERFORM 015-Validate-Option-Date
                       MOVE DV-DATE-OUT TO WS-STABLE-FROM
                       IF  WS-STABLE-FROM(7:2) NOT = '01'
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'MONTHS'
                       PERFORM 014-Numeric-Option
                       IF  WS-OPT-NUMBER > 24 OR WS-OPT-NUMBER = ZERO
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-STABLE-MONTHS
                       END-IF
                   WHEN 'HOURS'
                       PERFORM 014-Numeric-Option
                       IF  WS-OPT-NUMBER > 60 OR WS-OPT-NUMBER = ZERO
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-NUMBER TO WS-FULL-TIME-HOURS
                       END-IF
                   WHEN 'YEAR'
                       IF  WS-OPT-VALUE(1:4) IS NUMERIC
                       AND WS-OPT-VALUE(5:1) = SPACE
                           MOVE WS-OPT-VALUE(1:4) TO WS-REPORT-YEAR
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'HEALTH'
                       PERFORM 017-Split-Health-Plans
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
      * One to three digits; anything else is a bad option.
       014-Numeric-Option.
           MOVE ZERO TO WS-OPT-LENGTH.
           MOVE ZERO TO WS-OPT-NUMBER.
           INSPECT WS-OPT-VALUE TALLYING WS-OPT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-OPT-LENGTH > ZERO AND WS-OPT-LENGTH < 4
               IF  WS-OPT-VALUE(1:WS-OPT-LENGTH) IS NUMERIC
                   COMPUTE WS-OPT-NUMBER =
                       FUNCTION NUMVAL(WS-OPT-VALUE(1:WS-OPT-LENGTH))
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       015-Validate-Option-Date.
           MOVE WS-OPT-VALUE TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
       017-Split-Health-Plans.
           MOVE SPACES TO HEALTH-PLAN-CODES.
           MOVE ZERO   TO HP-COUNT.
           UNSTRING WS-OPT-VALUE DELIMITED BY ',' OR SPACE
               INTO HP-PLAN-CODE(1) HP-PLAN-CODE(2)
                    HP-PLAN-CODE(3) HP-PLAN-CODE(4)
               TALLYING IN HP-COUNT.
           IF  HP-PLAN-CODE(1) = SPACES
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'ACAELIG1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * What each run needs before anything is read or written.
       040-Check-Run-Options.
           IF  HP-PLAN-CODE(1) = SPACES
               DISPLAY 'ACAELIG1 - HEALTH= PLAN CODES REQUIRED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           EVALUATE TRUE
               WHEN MEASURE-RUN
                   IF  WS-MEASURE-FROM = SPACES
                    OR WS-MEASURE-TO   = SPACES
                    OR WS-MEASURE-FROM > WS-MEASURE-TO
                       DISPLAY 'ACAELIG1 - MEASURE NEEDS FROM= AND '
                               'TO= IN ORDER'
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                   ELSE
                       PERFORM 045-Set-Stability-Period
                   END-IF
               WHEN YEAREND-RUN
                   IF  WS-REPORT-YEAR = SPACES
                       DISPLAY 'ACAELIG1 - YEAREND NEEDS YEAR='
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAELIG1 - MODE=MEASURE OR MODE=YEAREND '
                           'REQUIRED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-EVALUATE.
      * Stability starts the first of the month after the measurement
      * period unless STABLE= says otherwise, and ends the day before
      * the same day MONTHS= months on.
       045-Set-Stability-Period.
           IF  WS-STABLE-FROM = SPACES
               MOVE WS-MEASURE-TO TO WS-WORK-YMD
               MOVE 1 TO WS-WORK-DAY
               PERFORM 047-Next-Month
               MOVE WS-WORK-YMD TO WS-STABLE-FROM
           END-IF.
           MOVE WS-STABLE-FROM TO WS-WORK-YMD.
           PERFORM 047-Next-Month WS-STABLE-MONTHS TIMES.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1.
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-WORK-YMD TO WS-STABLE-TO.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-MEASURE-TO))
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-MEASURE-FROM)) + 1.
           COMPUTE WS-PERIOD-WEEKS ROUNDED = WS-PERIOD-DAYS / 7.
       047-Next-Month.
           IF  WS-WORK-MONTH = 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1  TO WS-WORK-YEAR
           ELSE
               ADD 1  TO WS-WORK-MONTH
           END-IF.
      * A full table means rows past the limit never made it into
      * core - rewriting from the table would drop them, so the run
      * stops before anything is written.
       100-Load-Eligibility-Master.
           OPEN INPUT ELIGIBILITY-MASTER.
           IF  AM-OK
               PERFORM 105-Read-Eligibility
               PERFORM 110-Store-Eligibility UNTIL AM-AT-EOF
               CLOSE ELIGIBILITY-MASTER
           ELSE
               DISPLAY 'ACA ELIGIBILITY MASTER STATUS: ' AM-F-STATUS
               IF  MEASURE-RUN
                   DISPLAY 'STARTING A NEW ELIGIBILITY MASTER'
               ELSE
                   DISPLAY 'ACAELIG1 - NO ELIGIBILITY MASTER - '
                           'NOTHING TO REPORT'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  EL-TABLE-IS-FULL
               DISPLAY 'ACAELIG1 - ELIGIBILITY TABLE FULL - RUN '
                       'REFUSED - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Eligibility.
           READ ELIGIBILITY-MASTER
               AT END MOVE 'Y' TO AM-EOF
           END-READ.
       110-Store-Eligibility.
           IF  EL-COUNT < 1000
               ADD 1 TO EL-COUNT
               MOVE AM-EMP-ID TO EL-EMP-ID(EL-COUNT)
               MOVE AM-NAME   TO EL-NAME(EL-COUNT)
               MOVE ZEROS     TO EL-HOURS(EL-COUNT)
               PERFORM 112-Store-One-Period
                   VARYING EL-PER FROM 1 BY 1 UNTIL EL-PER > 2
           ELSE
               MOVE 'Y' TO EL-TABLE-FULL
           END-IF.
           PERFORM 105-Read-Eligibility.
       112-Store-One-Period.
           MOVE AM-STABLE-FROM(EL-PER)
               TO EL-STABLE-FROM(EL-COUNT, EL-PER).
           MOVE AM-STABLE-TO(EL-PER)
               TO EL-STABLE-TO(EL-COUNT, EL-PER).
           MOVE AM-STATUS(EL-PER)
               TO EL-STATUS(EL-COUNT, EL-PER).
           MOVE AM-AVG-HOURS(EL-PER)
               TO EL-AVG-HOURS(EL-COUNT, EL-PER).
      * Only elections under a HEALTH= plan code matter here.
       150-Load-Health-Elections.
           OPEN INPUT ELECTION-MASTER.
           IF  EM-OK
               PERFORM 155-Read-Election
               PERFORM 160-Store-Election UNTIL EM-AT-EOF
               CLOSE ELECTION-MASTER
           ELSE
               DISPLAY 'ELECTION MASTER STATUS: ' EM-F-STATUS
               DISPLAY 'NO ELECTIONS - NOBODY SHOWS AS COVERED'
           END-IF.
           IF  ET-TABLE-IS-FULL
               DISPLAY 'ACAELIG1 - ELECTION TABLE FULL - RUN '
                       'REFUSED - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       155-Read-Election.
           READ ELECTION-MASTER
               AT END MOVE 'Y' TO EM-EOF
           END-READ.
       160-Store-Election.
           MOVE 'N' TO WS-HEALTH-PLAN-SW.
           PERFORM 165-Match-Health-Plan
               VARYING HP-SUB FROM 1 BY 1 UNTIL HP-SUB > 4.
           IF  PLAN-IS-HEALTH
               IF  ET-COUNT < 1000
                   ADD 1 TO ET-COUNT
                   MOVE EM-EMP-ID    TO ET-EMP-ID(ET-COUNT)
                   MOVE EM-EFFECTIVE TO ET-EFFECTIVE(ET-COUNT)
               ELSE
                   MOVE 'Y' TO ET-TABLE-FULL
               END-IF
           END-IF.
           PERFORM 155-Read-Election.
       165-Match-Health-Plan.
           IF  HP-PLAN-CODE(HP-SUB) NOT = SPACES
           AND HP-PLAN-CODE(HP-SUB) = EM-PLAN-CODE
               MOVE 'Y' TO WS-HEALTH-PLAN-SW
           END-IF.
      * One pass over the retained checks, keeping the details (and
      * voids, which take their hours back out) dated inside the
      * measurement period.
       200-Measure-Hours.
           OPEN INPUT RETAINED-FILE.
           IF  RT-OK
               PERFORM 205-Read-Retained
               PERFORM 210-Measure-One-Check UNTIL RT-AT-EOF
               CLOSE RETAINED-FILE
           ELSE
               DISPLAY 'RETAINED PAYCHECK FILE STATUS: ' RT-F-STATUS
               DISPLAY 'NO RETAINED CHECKS - EVERYONE MEASURES ZERO'
           END-IF.
       205-Read-Retained.
           READ RETAINED-FILE
               AT END MOVE 'Y' TO RT-EOF
           END-READ.
       210-Measure-One-Check.
           MOVE RETAINED-REC TO PC-DETAIL-REC.
           IF  PC-TYPE-DETAIL OR PC-TYPE-VOID
               MOVE SPACES TO WS-PAY-DATE-YMD
               STRING PC-DATE(1:4) PC-DATE(6:2) PC-DATE(9:2)
                      DELIMITED BY SIZE INTO WS-PAY-DATE-YMD
               IF  WS-PAY-DATE-YMD NOT < WS-MEASURE-FROM
               AND WS-PAY-DATE-YMD NOT > WS-MEASURE-TO
                   PERFORM 220-Post-Check-Hours
               END-IF
           END-IF.
           PERFORM 205-Read-Retained.
       220-Post-Check-Hours.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  PC-HOURS-WORKED IS NUMERIC
               MOVE PC-HOURS-WORKED TO WS-CHECK-HOURS
           ELSE
               COMPUTE WS-CHECK-HOURS =
                   FUNCTION NUMVAL(PC-HOURS-WORKED)
           END-IF.
           MOVE PC-EMP-ID TO WS-LOOKUP-EMP-ID.
           PERFORM 250-Find-Employee.
           IF  NOT EL-ENTRY-FOUND
               PERFORM 230-Add-Employee
           END-IF.
           IF  EL-ENTRY-FOUND
               IF  PC-TYPE-VOID
                   SUBTRACT WS-CHECK-HOURS FROM EL-HOURS(EL-SUB)
               ELSE
                   ADD WS-CHECK-HOURS TO EL-HOURS(EL-SUB)
               END-IF
           END-IF.
      * First check for someone new to the master opens a row with
      * no periods yet.
       230-Add-Employee.
           IF  EL-COUNT < 1000
               ADD 1 TO EL-COUNT
               MOVE EL-COUNT   TO EL-SUB
               MOVE PC-EMP-ID  TO EL-EMP-ID(EL-SUB)
               MOVE PC-NAME    TO EL-NAME(EL-SUB)
               MOVE ZEROS      TO EL-HOURS(EL-SUB)
               MOVE SPACES     TO EL-PERIOD(EL-SUB, 1)
               MOVE SPACES     TO EL-PERIOD(EL-SUB, 2)
               MOVE ZEROS      TO EL-AVG-HOURS(EL-SUB, 1)
               MOVE ZEROS      TO EL-AVG-HOURS(EL-SUB, 2)
               MOVE 'Y'        TO EL-FOUND-SW
           ELSE
               IF  NOT EL-TABLE-IS-FULL
                   DISPLAY 'ACAELIG1 - ELIGIBILITY TABLE FULL - RUN '
                           'REFUSED - RAISE THE TABLE LIMIT'
               END-IF
               MOVE 'Y' TO EL-TABLE-FULL
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       250-Find-Employee.
           MOVE 'N' TO EL-FOUND-SW.
           MOVE 1   TO EL-SUB.
           PERFORM 255-Match-Employee
               UNTIL EL-SUB > EL-COUNT OR EL-ENTRY-FOUND.
       255-Match-Employee.
           IF  EL-EMP-ID(EL-SUB) = WS-LOOKUP-EMP-ID
               MOVE 'Y' TO EL-FOUND-SW
           ELSE
               ADD 1 TO EL-SUB
           END-IF.
      * Everyone on the master gets a status for the new stability
      * period - no checks in the measurement period averages zero.
      * The current period moves to prior unless this is a re-run
      * for the same stability start.
       300-Classify-One-Employee.
           ADD 1 TO CTR-MEASURED.
           IF  EL-STABLE-FROM(EL-SUB, 1) NOT = WS-STABLE-FROM
               MOVE EL-PERIOD(EL-SUB, 1) TO EL-PERIOD(EL-SUB, 2)
           END-IF.
           MOVE WS-STABLE-FROM TO EL-STABLE-FROM(EL-SUB, 1).
           MOVE WS-STABLE-TO   TO EL-STABLE-TO(EL-SUB, 1).
           IF  EL-HOURS(EL-SUB) > ZERO AND WS-PERIOD-WEEKS > ZERO
               COMPUTE EL-AVG-HOURS(EL-SUB, 1) ROUNDED =
                   EL-HOURS(EL-SUB) / WS-PERIOD-WEEKS
           ELSE
               MOVE ZEROS TO EL-AVG-HOURS(EL-SUB, 1)
           END-IF.
           MOVE SPACES TO RML-NOTE.
           IF  EL-AVG-HOURS(EL-SUB, 1) NOT < WS-FULL-TIME-HOURS
               MOVE 'F' TO EL-STATUS(EL-SUB, 1)
               MOVE 'FULL-TIME' TO RML-STATUS
               ADD 1 TO CTR-FULL-TIME
               MOVE WS-STABLE-TO TO WS-MONTH-LAST
               PERFORM 520-Check-Enrollment
               IF  NOT EMPLOYEE-ENROLLED
                   MOVE 'NO COVERAGE' TO RML-NOTE
                   ADD 1 TO CTR-NO-COVERAGE
               END-IF
           ELSE
               MOVE 'P' TO EL-STATUS(EL-SUB, 1)
               MOVE 'NOT FT'    TO RML-STATUS
           END-IF.
           MOVE EL-EMP-ID(EL-SUB)       TO RML-EMP-ID.
           MOVE EL-NAME(EL-SUB)         TO RML-NAME.
           MOVE EL-HOURS(EL-SUB)        TO RML-HOURS.
           MOVE EL-AVG-HOURS(EL-SUB, 1) TO RML-AVG.
           WRITE REPORT-LINE-OUT FROM RPT-MEASURE-LINE
               AFTER ADVANCING 1.
       320-Open-Output-Files.
           OPEN OUTPUT ACA-REPORT.
           MOVE 'Y' TO WS-OUTPUT-OPEN-SW.
           MOVE WS-RUN-MODE       TO RH-MODE.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           IF  MEASURE-RUN
               MOVE WS-MEASURE-FROM TO RPL-MEASURE-FROM
               MOVE WS-MEASURE-TO   TO RPL-MEASURE-TO
               MOVE WS-STABLE-FROM  TO RPL-STABLE-FROM
               MOVE WS-STABLE-TO    TO RPL-STABLE-TO
               WRITE REPORT-LINE-OUT FROM RPT-PERIOD-LINE
                   AFTER ADVANCING 1
               WRITE REPORT-LINE-OUT FROM RPT-MEASURE-COLUMNS
                   AFTER ADVANCING 2
           ELSE
               OPEN OUTPUT ACA-EXTRACT
               MOVE WS-REPORT-YEAR TO RYL-YEAR
               WRITE REPORT-LINE-OUT FROM RPT-YEAR-LINE
                   AFTER ADVANCING 1
               WRITE REPORT-LINE-OUT FROM RPT-YEAREND-COLUMNS
                   AFTER ADVANCING 2
           END-IF.
      * Month by month: the status is the one whose stability period
      * holds the first of the month; coverage is any health election
      * effective by the last of the month.
      *   full-time, enrolled      1E offered   2C enrolled
      *   full-time, not enrolled  1H no offer  (blank - exposure)
      *   not full-time, enrolled  1E offered   2C enrolled
      *   not full-time            1H no offer  2B not full-time
      *   no status that month     1H no offer  2A not employed
       500-Code-One-Employee.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE SPACES TO ACA-EXTRACT-REC.
           MOVE ZERO   TO WS-FULL-TIME-MONTHS.
           MOVE ZERO   TO WS-UNCOVERED-MONTHS.
           PERFORM 510-Code-One-Month
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           IF  WS-FULL-TIME-MONTHS > ZERO
               MOVE EL-EMP-ID(EL-SUB)     TO AX-EMP-ID
               MOVE EL-NAME(EL-SUB)(1:10)  TO AX-FIRST-NAME
               MOVE EL-NAME(EL-SUB)(13:10) TO AX-LAST-NAME
               MOVE WS-REPORT-YEAR         TO AX-YEAR
               WRITE ACA-EXTRACT-REC
               ADD 1 TO CTR-EXTRACTED
               ADD 1 TO CTR-FULL-TIME
               MOVE EL-EMP-ID(EL-SUB)   TO RYE-EMP-ID
               MOVE EL-NAME(EL-SUB)     TO RYE-NAME
               MOVE WS-FULL-TIME-MONTHS TO RYE-FT-MONTHS
               MOVE WS-UNCOVERED-MONTHS TO RYE-UNCOVERED
               MOVE SPACES              TO RYE-NOTE
               IF  WS-UNCOVERED-MONTHS > ZERO
                   MOVE 'FULL-TIME, NO COVERAGE' TO RYE-NOTE
                   ADD 1 TO CTR-NO-COVERAGE
               END-IF
               WRITE REPORT-LINE-OUT FROM RPT-YEAREND-LINE
                   AFTER ADVANCING 1
           END-IF.
       510-Code-One-Month.
           MOVE WS-REPORT-YEAR TO WS-WORK-YMD(1:4).
           MOVE WS-MONTH-SUB   TO WS-WORK-MONTH.
           MOVE 1              TO WS-WORK-DAY.
           MOVE WS-WORK-YMD    TO WS-MONTH-FIRST.
           PERFORM 047-Next-Month.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1.
           COMPUTE WS-WORK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-WORK-YMD    TO WS-MONTH-LAST.
           MOVE SPACE TO WS-MONTH-STATUS.
           PERFORM 515-Status-In-Period
               VARYING EL-PER FROM 1 BY 1 UNTIL EL-PER > 2.
           PERFORM 520-Check-Enrollment.
           EVALUATE TRUE
               WHEN WS-MONTH-STATUS = 'F' AND EMPLOYEE-ENROLLED
                   MOVE '1E' TO AX-OFFER-CODE(WS-MONTH-SUB)
                   MOVE '2C' TO AX-HARBOR-CODE(WS-MONTH-SUB)
                   ADD 1 TO WS-FULL-TIME-MONTHS
               WHEN WS-MONTH-STATUS = 'F'
                   MOVE '1H' TO AX-OFFER-CODE(WS-MONTH-SUB)
                   MOVE SPACES TO AX-HARBOR-CODE(WS-MONTH-SUB)
                   ADD 1 TO WS-FULL-TIME-MONTHS
                   ADD 1 TO WS-UNCOVERED-MONTHS
               WHEN EMPLOYEE-ENROLLED
                   MOVE '1E' TO AX-OFFER-CODE(WS-MONTH-SUB)
                   MOVE '2C' TO AX-HARBOR-CODE(WS-MONTH-SUB)
               WHEN WS-MONTH-STATUS = 'P'
                   MOVE '1H' TO AX-OFFER-CODE(WS-MONTH-SUB)
                   MOVE '2B' TO AX-HARBOR-CODE(WS-MONTH-SUB)
               WHEN OTHER
                   MOVE '1H' TO AX-OFFER-CODE(WS-MONTH-SUB)
                   MOVE '2A' TO AX-HARBOR-CODE(WS-MONTH-SUB)
           END-EVALUATE.
       515-Status-In-Period.
           IF  EL-STABLE-FROM(EL-SUB, EL-PER) NOT = SPACES
           AND EL-STABLE-FROM(EL-SUB, EL-PER) NOT > WS-MONTH-FIRST
           AND EL-STABLE-TO(EL-SUB, EL-PER)   NOT < WS-MONTH-FIRST
               MOVE EL-STATUS(EL-SUB, EL-PER) TO WS-MONTH-STATUS
           END-IF.
      * Enrolled when any health election for the employee is
      * effective on or before WS-MONTH-LAST.
       520-Check-Enrollment.
           MOVE 'N' TO WS-ENROLLED-SW.
           PERFORM 525-Match-Election
               VARYING ET-SUB FROM 1 BY 1 UNTIL ET-SUB > ET-COUNT.
       525-Match-Election.
           IF  ET-EMP-ID(ET-SUB) = EL-EMP-ID(EL-SUB)
           AND ET-EFFECTIVE(ET-SUB) NOT > WS-MONTH-LAST
               MOVE 'Y' TO WS-ENROLLED-SW
           END-IF.
       590-Write-Report-Totals.
           MOVE CTR-MEASURED    TO RTL-MEASURED.
           MOVE CTR-FULL-TIME   TO RTL-FULL-TIME.
           MOVE CTR-EXTRACTED   TO RTL-EXTRACTED.
           MOVE CTR-NO-COVERAGE TO RTL-NO-COVERAGE.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2.
       880-Save-Eligibility-Master.
           IF  EL-TABLE-IS-FULL
               DISPLAY 'ACAELIG1 - ELIGIBILITY TABLE FULL - MASTER '
                       'NOT REWRITTEN - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               OPEN OUTPUT ELIGIBILITY-MASTER
               PERFORM 885-Write-One-Eligibility
                   VARYING EL-SUB FROM 1 BY 1 UNTIL EL-SUB > EL-COUNT
               CLOSE ELIGIBILITY-MASTER
           END-IF.
       885-Write-One-Eligibility.
           MOVE SPACES            TO ELIGIBILITY-REC.
           MOVE EL-EMP-ID(EL-SUB) TO AM-EMP-ID.
           MOVE EL-NAME(EL-SUB)   TO AM-NAME.
           PERFORM 887-Write-One-Period
               VARYING EL-PER FROM 1 BY 1 UNTIL EL-PER > 2.
           WRITE ELIGIBILITY-REC.
       887-Write-One-Period.
           MOVE EL-STABLE-FROM(EL-SUB, EL-PER)
               TO AM-STABLE-FROM(EL-PER).
           MOVE EL-STABLE-TO(EL-SUB, EL-PER)
               TO AM-STABLE-TO(EL-PER).
           MOVE EL-STATUS(EL-SUB, EL-PER)
               TO AM-STATUS(EL-PER).
           MOVE EL-AVG-HOURS(EL-SUB, EL-PER)
               TO AM-AVG-HOURS(EL-PER).
       600-Close-Files.
           IF  OUTPUT-IS-OPEN
               CLOSE ACA-REPORT
               IF  YEAREND-RUN
                   CLOSE ACA-EXTRACT
               END-IF
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'ACAELIG1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
