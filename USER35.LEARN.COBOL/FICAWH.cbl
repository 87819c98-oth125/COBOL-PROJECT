       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICAWH.
      ***** Shared Social Security and Medicare withholding,
      ***** CALLable the same way FEDWH and STATEWH are.  Loads the
      ***** FICATBL rate table on the first call - one row per tax
      ***** year: Social Security rate and annual wage base,
      ***** Medicare rate, additional Medicare rate and the wage
      ***** threshold it starts at - and, unless the caller asks to
      ***** start the year from zero, the TAXYTD year-to-date master
      ***** - one row per employee: tax year, Social Security wages
      ***** and tax, Medicare wages and tax.  Each 'C' call prices
      ***** one check for both the employee and the employer half:
      ***** Social Security stops at the wage base counting what
      ***** the employee has already been taxed on this year, and
      ***** the additional Medicare (employee only) applies to the
      ***** part of the year's Medicare wages over the threshold.
      ***** The check is then added to the employee's year to date,
      ***** so every caller reading the same PAYCHECK file in the
      ***** same order prices the same figures.  An 'R' call backs
      ***** a voided check out the same way and returns what it
      ***** gives back.  An 'S' call writes the updated year to
      ***** date to TAXYTDN - only PAYROL02 saves; everyone else
      ***** prices from the generation the cycle started with.  A
      ***** 'Z' call empties the year to date, for a caller that
      ***** replays one employee at a time and need not hold them
      ***** all.  A blank employee ID prices the check on its own
      ***** with no year to date.  With no rate table the statutory
      ***** figures below stand in.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICA-RATE-TABLE ASSIGN TO FICATBL
                  FILE STATUS IS FX-F-STATUS.
           SELECT TAX-YTD-MASTER ASSIGN TO TAXYTD
                  FILE STATUS IS TY-F-STATUS.
           SELECT TAX-YTD-NEW ASSIGN TO TAXYTDN
                  FILE STATUS IS TN-F-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FICA-RATE-TABLE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FICA-RATE-REC.
       01  FICA-RATE-REC.
           05  FX-TAX-YEAR        PIC X(04).
           05  FX-SS-RATE         PIC V9999.
           05  FX-SS-WAGE-BASE    PIC 9(7)V99.
           05  FX-MED-RATE        PIC V9999.
           05  FX-ADDL-RATE       PIC V9999.
           05  FX-ADDL-THRESHOLD  PIC 9(7)V99.
           05  FILLER             PIC X(46).
       FD  TAX-YTD-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-YTD-REC.
       01  TAX-YTD-REC.
           05  TY-EMP-ID          PIC X(08).
           05  TY-TAX-YEAR        PIC X(04).
           05  TY-SS-WAGES        PIC 9(7)V99.
           05  TY-SS-TAX          PIC 9(7)V99.
           05  TY-MED-WAGES       PIC 9(7)V99.
           05  TY-MED-TAX         PIC 9(7)V99.
           05  FILLER             PIC X(32).
       FD  TAX-YTD-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-YTD-NEW-REC.
       01  TAX-YTD-NEW-REC        PIC X(80).
       WORKING-STORAGE SECTION.
       77  FX-F-STATUS            PIC X(02) VALUE SPACES.
           88  FX-OPEN-OK                   VALUE '00'.
       77  FX-EOF                 PIC X(01) VALUE 'N'.
           88  FX-AT-EOF                    VALUE 'Y'.
       77  TY-F-STATUS            PIC X(02) VALUE SPACES.
           88  TY-OPEN-OK                   VALUE '00'.
       77  TY-EOF                 PIC X(01) VALUE 'N'.
           88  TY-AT-EOF                    VALUE 'Y'.
       77  TN-F-STATUS            PIC X(02) VALUE SPACES.
           88  TN-OPEN-OK                   VALUE '00'.
       77  WS-TABLE-LOADED        PIC X(01) VALUE 'N'.
           88  TABLE-IS-LOADED              VALUE 'Y'.
      * Statutory figures used when FICATBL has no row for the year
       01  WS-DEFAULT-RATES.
           05  WS-DFLT-SS-RATE        PIC V9999   VALUE .0620.
           05  WS-DFLT-SS-WAGE-BASE   PIC 9(7)V99 VALUE 184500.00.
           05  WS-DFLT-MED-RATE       PIC V9999   VALUE .0145.
           05  WS-DFLT-ADDL-RATE      PIC V9999   VALUE .0090.
           05  WS-DFLT-ADDL-THRESHOLD PIC 9(7)V99 VALUE 200000.00.
       01  FICA-RATE-TABLE-AREA.
           05  FXT-COUNT          PIC 9(4) COMP VALUE 0.
           05  FXT-SUB            PIC 9(4) COMP VALUE 0.
           05  FICA-RATE-ROW OCCURS 20 TIMES.
               10  FXT-TAX-YEAR       PIC X(04).
               10  FXT-SS-RATE        PIC V9999.
               10  FXT-SS-WAGE-BASE   PIC 9(7)V99.
               10  FXT-MED-RATE       PIC V9999.
               10  FXT-ADDL-RATE      PIC V9999.
               10  FXT-ADDL-THRESHOLD PIC 9(7)V99.
       01  TAX-YTD-TABLE-AREA.
           05  TYT-COUNT          PIC 9(4) COMP VALUE 0.
           05  TYT-SUB            PIC 9(4) COMP VALUE 0.
           05  TAX-YTD-ROW OCCURS 5000 TIMES.
               10  TYT-EMP-ID         PIC X(08).
               10  TYT-TAX-YEAR       PIC X(04).
               10  TYT-SS-WAGES       PIC 9(7)V99.
               10  TYT-SS-TAX         PIC 9(7)V99.
               10  TYT-MED-WAGES      PIC 9(7)V99.
               10  TYT-MED-TAX        PIC 9(7)V99.
       01  TAX-YTD-TABLE-FULL     PIC X(01) VALUE 'N'.
           88  TAX-YTD-TABLE-IS-FULL        VALUE 'Y'.
       01  TYT-FOUND-SW           PIC X(01) VALUE 'N'.
           88  TYT-ROW-FOUND                VALUE 'Y'.
      * TAXYTDN row - built here, the input master is closed by the
      * time the new generation is written.
       01  TAX-YTD-NEW-ROW.
           05  TN-EMP-ID          PIC X(08).
           05  TN-TAX-YEAR        PIC X(04).
           05  TN-SS-WAGES        PIC 9(7)V99.
           05  TN-SS-TAX          PIC 9(7)V99.
           05  TN-MED-WAGES       PIC 9(7)V99.
           05  TN-MED-TAX         PIC 9(7)V99.
           05  FILLER             PIC X(32).
      * Rates in force for this check's tax year
       01  WS-RATES.
           05  WS-USE-YEAR        PIC X(04)   VALUE SPACES.
           05  WS-SS-RATE         PIC V9999   VALUE 0.
           05  WS-SS-WAGE-BASE    PIC 9(7)V99 VALUE 0.
           05  WS-MED-RATE        PIC V9999   VALUE 0.
           05  WS-ADDL-RATE       PIC V9999   VALUE 0.
           05  WS-ADDL-THRESHOLD  PIC 9(7)V99 VALUE 0.
       01  WS-CALC-WORK.
           05  WS-PAY-YEAR        PIC X(04)    VALUE SPACES.
           05  WS-PRIOR-SS-WAGES  PIC 9(7)V99  VALUE 0.
           05  WS-PRIOR-MED-WAGES PIC 9(7)V99  VALUE 0.
           05  WS-ROOM            PIC S9(7)V99 VALUE 0.
           05  WS-OVER-BEFORE     PIC S9(7)V99 VALUE 0.
           05  WS-OVER-AFTER      PIC S9(7)V99 VALUE 0.
           05  WS-ADDL-WAGES      PIC S9(7)V99 VALUE 0.
           05  WS-ADDL-TAX        PIC 9(6)V99  VALUE 0.
       LINKAGE SECTION.
       01  FICAWH-PARMS.
           05  FI-FUNCTION        PIC X(01).
               88  FI-CHARGE-CHECK           VALUE 'C'.
               88  FI-REVERSE-CHECK          VALUE 'R'.
               88  FI-SAVE-YTD               VALUE 'S'.
               88  FI-CLEAR-YTD              VALUE 'Z'.
           05  FI-USE-MASTER      PIC X(01).
               88  FI-START-FROM-ZERO        VALUE 'N'.
           05  FI-EMP-ID          PIC X(08).
           05  FI-PAY-DATE        PIC X(10).
           05  FI-GROSS           PIC 9(6)V99.
           05  FI-SS-WAGES        PIC 9(6)V99.
           05  FI-SS-EE           PIC 9(6)V99.
           05  FI-SS-ER           PIC 9(6)V99.
           05  FI-MED-WAGES       PIC 9(6)V99.
           05  FI-MED-EE          PIC 9(6)V99.
           05  FI-MED-ER          PIC 9(6)V99.
       PROCEDURE DIVISION USING FICAWH-PARMS.
       000-Compute-FICA.
           IF  NOT TABLE-IS-LOADED
               PERFORM 100-Load-Rate-Table
               IF  NOT FI-START-FROM-ZERO
                   PERFORM 150-Load-YTD-Master
               END-IF
           END-IF.
           IF  FI-SAVE-YTD
               PERFORM 800-Save-YTD-Master
               GOBACK
           END-IF.
           IF  FI-CLEAR-YTD
               MOVE ZEROS TO TYT-COUNT
               MOVE 'N'   TO TAX-YTD-TABLE-FULL
               GOBACK
           END-IF.
           MOVE ZEROS TO FI-SS-WAGES FI-SS-EE FI-SS-ER
                         FI-MED-WAGES FI-MED-EE FI-MED-ER.
           MOVE FI-PAY-DATE(1:4) TO WS-PAY-YEAR.
           PERFORM 200-Set-Year-Rates.
           PERFORM 300-Find-YTD-Row.
           IF  TYT-ROW-FOUND
               MOVE TYT-SS-WAGES(TYT-SUB)  TO WS-PRIOR-SS-WAGES
               MOVE TYT-MED-WAGES(TYT-SUB) TO WS-PRIOR-MED-WAGES
           ELSE
               MOVE ZEROS TO WS-PRIOR-SS-WAGES
               MOVE ZEROS TO WS-PRIOR-MED-WAGES
           END-IF.
           IF  FI-REVERSE-CHECK
               PERFORM 500-Reverse-One-Check
           ELSE
               PERFORM 400-Charge-One-Check
           END-IF.
           GOBACK.
      * Latest rate row not after the pay year; none at all means
      * the statutory defaults.
       200-Set-Year-Rates.
           MOVE SPACES                 TO WS-USE-YEAR.
           MOVE WS-DFLT-SS-RATE        TO WS-SS-RATE.
           MOVE WS-DFLT-SS-WAGE-BASE   TO WS-SS-WAGE-BASE.
           MOVE WS-DFLT-MED-RATE       TO WS-MED-RATE.
           MOVE WS-DFLT-ADDL-RATE      TO WS-ADDL-RATE.
           MOVE WS-DFLT-ADDL-THRESHOLD TO WS-ADDL-THRESHOLD.
           PERFORM 210-Check-One-Rate-Row
               VARYING FXT-SUB FROM 1 BY 1
               UNTIL FXT-SUB > FXT-COUNT.
       210-Check-One-Rate-Row.
           IF  FXT-TAX-YEAR(FXT-SUB) NOT > WS-PAY-YEAR
           AND FXT-TAX-YEAR(FXT-SUB) > WS-USE-YEAR
               MOVE FXT-TAX-YEAR(FXT-SUB)     TO WS-USE-YEAR
               MOVE FXT-SS-RATE(FXT-SUB)      TO WS-SS-RATE
               MOVE FXT-SS-WAGE-BASE(FXT-SUB) TO WS-SS-WAGE-BASE
               MOVE FXT-MED-RATE(FXT-SUB)     TO WS-MED-RATE
               MOVE FXT-ADDL-RATE(FXT-SUB)    TO WS-ADDL-RATE
               MOVE FXT-ADDL-THRESHOLD(FXT-SUB)
                   TO WS-ADDL-THRESHOLD
           END-IF.
      * Find the employee's year-to-date row, adding one for a new
      * employee.  A row left over from an earlier year starts the
      * new year at zero.
       300-Find-YTD-Row.
           MOVE 'N' TO TYT-FOUND-SW.
           IF  FI-EMP-ID NOT = SPACES
               MOVE 1 TO TYT-SUB
               PERFORM 310-Match-YTD-Row
                   UNTIL TYT-SUB > TYT-COUNT OR TYT-ROW-FOUND
               IF  NOT TYT-ROW-FOUND
                   PERFORM 320-Add-YTD-Row
               END-IF
               IF  TYT-ROW-FOUND
               AND TYT-TAX-YEAR(TYT-SUB) NOT = WS-PAY-YEAR
                   MOVE WS-PAY-YEAR TO TYT-TAX-YEAR(TYT-SUB)
                   MOVE ZEROS       TO TYT-SS-WAGES(TYT-SUB)
                   MOVE ZEROS       TO TYT-SS-TAX(TYT-SUB)
                   MOVE ZEROS       TO TYT-MED-WAGES(TYT-SUB)
                   MOVE ZEROS       TO TYT-MED-TAX(TYT-SUB)
               END-IF
           END-IF.
       310-Match-YTD-Row.
           IF  TYT-EMP-ID(TYT-SUB) = FI-EMP-ID
               MOVE 'Y' TO TYT-FOUND-SW
           ELSE
               ADD 1 TO TYT-SUB
           END-IF.
       320-Add-YTD-Row.
           IF  TYT-COUNT < 5000
               ADD 1 TO TYT-COUNT
               MOVE TYT-COUNT   TO TYT-SUB
               MOVE FI-EMP-ID   TO TYT-EMP-ID(TYT-SUB)
               MOVE WS-PAY-YEAR TO TYT-TAX-YEAR(TYT-SUB)
               MOVE ZEROS       TO TYT-SS-WAGES(TYT-SUB)
               MOVE ZEROS       TO TYT-SS-TAX(TYT-SUB)
               MOVE ZEROS       TO TYT-MED-WAGES(TYT-SUB)
               MOVE ZEROS       TO TYT-MED-TAX(TYT-SUB)
               MOVE 'Y'         TO TYT-FOUND-SW
           ELSE
               MOVE 'Y' TO TAX-YTD-TABLE-FULL
               DISPLAY 'TAX YTD TABLE FULL - ' FI-EMP-ID
                       ' PRICED WITH NO YEAR TO DATE'
           END-IF.
       400-Charge-One-Check.
           COMPUTE WS-ROOM = WS-SS-WAGE-BASE - WS-PRIOR-SS-WAGES.
           IF  WS-ROOM < ZERO
               MOVE ZEROS TO WS-ROOM
           END-IF.
           IF  FI-GROSS > WS-ROOM
               MOVE WS-ROOM  TO FI-SS-WAGES
           ELSE
               MOVE FI-GROSS TO FI-SS-WAGES
           END-IF.
           COMPUTE FI-SS-EE ROUNDED = FI-SS-WAGES * WS-SS-RATE.
           MOVE FI-SS-EE TO FI-SS-ER.
           MOVE FI-GROSS TO FI-MED-WAGES.
           COMPUTE FI-MED-ER ROUNDED = FI-MED-WAGES * WS-MED-RATE.
           COMPUTE WS-OVER-BEFORE =
               WS-PRIOR-MED-WAGES - WS-ADDL-THRESHOLD.
           COMPUTE WS-OVER-AFTER =
               WS-PRIOR-MED-WAGES + FI-GROSS - WS-ADDL-THRESHOLD.
           PERFORM 450-Additional-Medicare.
           COMPUTE FI-MED-EE = FI-MED-ER + WS-ADDL-TAX.
           IF  TYT-ROW-FOUND
               ADD FI-SS-WAGES  TO TYT-SS-WAGES(TYT-SUB)
               ADD FI-SS-EE     TO TYT-SS-TAX(TYT-SUB)
               ADD FI-MED-WAGES TO TYT-MED-WAGES(TYT-SUB)
               ADD FI-MED-EE    TO TYT-MED-TAX(TYT-SUB)
           END-IF.
      * Only the slice of the year's Medicare wages that sits over
      * the threshold carries the additional rate.
       450-Additional-Medicare.
           IF  WS-OVER-BEFORE < ZERO
               MOVE ZEROS TO WS-OVER-BEFORE
           END-IF.
           IF  WS-OVER-AFTER < ZERO
               MOVE ZEROS TO WS-OVER-AFTER
           END-IF.
           COMPUTE WS-ADDL-WAGES = WS-OVER-AFTER - WS-OVER-BEFORE.
           IF  WS-ADDL-WAGES < ZERO
               COMPUTE WS-ADDL-WAGES = 0 - WS-ADDL-WAGES
           END-IF.
           COMPUTE WS-ADDL-TAX ROUNDED = WS-ADDL-WAGES * WS-ADDL-RATE.
      * A void gives back only the Social Security wages the year
      * no longer reaches once the check is gone - wages still over
      * the base after the void were never taxed twice.
       500-Reverse-One-Check.
           IF  FI-GROSS > WS-PRIOR-MED-WAGES
               MOVE WS-PRIOR-MED-WAGES TO FI-MED-WAGES
           ELSE
               MOVE FI-GROSS           TO FI-MED-WAGES
           END-IF.
           COMPUTE WS-ROOM = WS-PRIOR-MED-WAGES - FI-MED-WAGES.
           IF  WS-ROOM > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO WS-ROOM
           END-IF.
           IF  WS-ROOM < WS-PRIOR-SS-WAGES
               COMPUTE FI-SS-WAGES = WS-PRIOR-SS-WAGES - WS-ROOM
           ELSE
               MOVE ZEROS TO FI-SS-WAGES
           END-IF.
           COMPUTE FI-SS-EE ROUNDED = FI-SS-WAGES * WS-SS-RATE.
           MOVE FI-SS-EE TO FI-SS-ER.
           COMPUTE FI-MED-ER ROUNDED = FI-MED-WAGES * WS-MED-RATE.
           COMPUTE WS-OVER-BEFORE =
               WS-PRIOR-MED-WAGES - WS-ADDL-THRESHOLD.
           COMPUTE WS-OVER-AFTER =
               WS-PRIOR-MED-WAGES - FI-MED-WAGES - WS-ADDL-THRESHOLD.
           PERFORM 450-Additional-Medicare.
           COMPUTE FI-MED-EE = FI-MED-ER + WS-ADDL-TAX.
           IF  TYT-ROW-FOUND
               SUBTRACT FI-SS-WAGES  FROM TYT-SS-WAGES(TYT-SUB)
               SUBTRACT FI-MED-WAGES FROM TYT-MED-WAGES(TYT-SUB)
               IF  FI-SS-EE > TYT-SS-TAX(TYT-SUB)
                   MOVE ZEROS TO TYT-SS-TAX(TYT-SUB)
               ELSE
                   SUBTRACT FI-SS-EE FROM TYT-SS-TAX(TYT-SUB)
               END-IF
               IF  FI-MED-EE > TYT-MED-TAX(TYT-SUB)
                   MOVE ZEROS TO TYT-MED-TAX(TYT-SUB)
               ELSE
                   SUBTRACT FI-MED-EE FROM TYT-MED-TAX(TYT-SUB)
               END-IF
           END-IF.
       100-Load-Rate-Table.
           MOVE 'Y' TO WS-TABLE-LOADED.
           OPEN INPUT FICA-RATE-TABLE.
           IF  FX-OPEN-OK
               PERFORM 120-Read-Rate-Record
               PERFORM 140-Store-Rate-Record UNTIL FX-AT-EOF
               CLOSE FICA-RATE-TABLE
           ELSE
               DISPLAY 'FICA RATE TABLE STATUS: ' FX-F-STATUS
               DISPLAY 'NO FICA RATE TABLE - STATUTORY DEFAULTS USED'
           END-IF.
       120-Read-Rate-Record.
           READ FICA-RATE-TABLE
               AT END MOVE 'Y' TO FX-EOF
           END-READ.
       140-Store-Rate-Record.
           IF  FXT-COUNT < 20
               ADD 1 TO FXT-COUNT
               MOVE FX-TAX-YEAR       TO FXT-TAX-YEAR(FXT-COUNT)
               MOVE FX-SS-RATE        TO FXT-SS-RATE(FXT-COUNT)
               MOVE FX-SS-WAGE-BASE   TO FXT-SS-WAGE-BASE(FXT-COUNT)
               MOVE FX-MED-RATE       TO FXT-MED-RATE(FXT-COUNT)
               MOVE FX-ADDL-RATE      TO FXT-ADDL-RATE(FXT-COUNT)
               MOVE FX-ADDL-THRESHOLD
                   TO FXT-ADDL-THRESHOLD(FXT-COUNT)
           ELSE
               DISPLAY 'FICA RATE TABLE FULL - EXTRA ROWS IGNORED'
           END-IF.
           PERFORM 120-Read-Rate-Record.
       150-Load-YTD-Master.
           OPEN INPUT TAX-YTD-MASTER.
           IF  TY-OPEN-OK
               PERFORM 160-Read-YTD-Record
               PERFORM 170-Store-YTD-Record UNTIL TY-AT-EOF
               CLOSE TAX-YTD-MASTER
           ELSE
               DISPLAY 'TAX YTD MASTER STATUS: ' TY-F-STATUS
               DISPLAY 'NO TAX YTD MASTER - WAGE BASES COUNT FROM '
                       'ZERO'
           END-IF.
       160-Read-YTD-Record.
           READ TAX-YTD-MASTER
               AT END MOVE 'Y' TO TY-EOF
           END-READ.
       170-Store-YTD-Record.
           IF  TYT-COUNT < 5000
               ADD 1 TO TYT-COUNT
               MOVE TY-EMP-ID    TO TYT-EMP-ID(TYT-COUNT)
               MOVE TY-TAX-YEAR  TO TYT-TAX-YEAR(TYT-COUNT)
               MOVE TY-SS-WAGES  TO TYT-SS-WAGES(TYT-COUNT)
               MOVE TY-SS-TAX    TO TYT-SS-TAX(TYT-COUNT)
               MOVE TY-MED-WAGES TO TYT-MED-WAGES(TYT-COUNT)
               MOVE TY-MED-TAX   TO TYT-MED-TAX(TYT-COUNT)
           ELSE
               MOVE 'Y' TO TAX-YTD-TABLE-FULL
               DISPLAY 'TAX YTD TABLE FULL - ' TY-EMP-ID ' SKIPPED'
           END-IF.
           PERFORM 160-Read-YTD-Record.
      * A table that overflowed would write a master missing rows,
      * so the generation the cycle started with is copied to
      * TAXYTDN unchanged and RETURN-CODE is set to 8.  The (+1)
      * is catalogued either way; copied through, it leaves the
      * year to date as it stood before this cycle, so the cycle can
      * be rerun against it once the table is enlarged.
       800-Save-YTD-Master.
           IF  TAX-YTD-TABLE-IS-FULL
               DISPLAY 'TAX YTD TABLE OVERFLOWED - TAXYTD COPIED '
                       'TO TAXYTDN UNCHANGED'
               MOVE 8 TO RETURN-CODE
               PERFORM 850-Copy-YTD-Master
           ELSE
               OPEN OUTPUT TAX-YTD-NEW
               PERFORM 820-Write-One-YTD-Row
                   VARYING TYT-SUB FROM 1 BY 1
                   UNTIL TYT-SUB > TYT-COUNT
               CLOSE TAX-YTD-NEW
           END-IF.
       820-Write-One-YTD-Row.
           MOVE SPACES                 TO TAX-YTD-NEW-ROW.
           MOVE TYT-EMP-ID(TYT-SUB)    TO TN-EMP-ID.
           MOVE TYT-TAX-YEAR(TYT-SUB)  TO TN-TAX-YEAR.
           MOVE TYT-SS-WAGES(TYT-SUB)  TO TN-SS-WAGES.
           MOVE TYT-SS-TAX(TYT-SUB)    TO TN-SS-TAX.
           MOVE TYT-MED-WAGES(TYT-SUB) TO TN-MED-WAGES.
           MOVE TYT-MED-TAX(TYT-SUB)   TO TN-MED-TAX.
           WRITE TAX-YTD-NEW-REC FROM TAX-YTD-NEW-ROW.
       850-Copy-YTD-Master.
           OPEN INPUT  TAX-YTD-MASTER.
           OPEN OUTPUT TAX-YTD-NEW.
           IF  TY-OPEN-OK
               MOVE 'N' TO TY-EOF
               PERFORM 160-Read-YTD-Record
               PERFORM 860-Copy-One-YTD-Record UNTIL TY-AT-EOF
               CLOSE TAX-YTD-MASTER
           ELSE
               DISPLAY 'TAX YTD MASTER STATUS: ' TY-F-STATUS
               DISPLAY 'NO TAX YTD MASTER TO COPY - TAXYTDN EMPTY'
           END-IF.
           CLOSE TAX-YTD-NEW.
       860-Copy-One-YTD-Record.
           WRITE TAX-YTD-NEW-REC FROM TAX-YTD-REC.
           PERFORM 160-Read-YTD-Record.
