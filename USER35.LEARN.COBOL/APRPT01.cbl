       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRPT01.
      ***** Accounts payable aging and cash requirements.  Reads the
      ***** APOPEN open items APLOAD01 takes on and APPAY01 pays,
      ***** and prints two reports from the items still open, one
      ***** line per vendor on the APVEND vendor master with a grand
      ***** total:
      *****     APAGING   what is owed by how far past due it is on
      *****               the as-of date - not yet due, 1-30, 31-60,
      *****               61-90 and over 90 days past due
      *****     APCASH    the cash-requirements forecast - what will
      *****               be needed by when it falls due: past due
      *****               now, the next 7 days (today included),
      *****               8-14, 15-30 and 31-60 days out, and later
      ***** Items the source pays itself (TAXDEP01's EFTPS deposits)
      ***** are in both - the cash still leaves the bank.  A vendor
      ***** on hold is flagged H; items whose vendor has left the
      ***** master are grouped under their vendor ID and flagged ?.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15
      ***** DATE is the as-of date (today when not keyed).  A bad
      ***** option, or a file too big for its table, ends the run
      ***** with CC 8 and no reports.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO APVEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VM-F-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO APOPEN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AO-F-STATUS.
           SELECT AGING-REPORT ASSIGN TO APAGING.
           SELECT CASH-REPORT ASSIGN TO APCASH.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * APLOAD01's vendor master
       FD  VENDOR-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VENDOR-MASTER-REC.
       01  VENDOR-MASTER-REC.
           05  VM-VENDOR-ID       PIC X(8).
           05  VM-NAME            PIC X(30).
           05  FILLER             PIC X(91).
           05  VM-STATUS          PIC X(1).
           05  FILLER             PIC X(30).
      * APLOAD01's open items
       FD  OPEN-ITEMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-ITEM-REC.
       01  OPEN-ITEM-REC.
           05  AO-ITEM-NBR        PIC 9(8).
           05  AO-VENDOR-ID       PIC X(8).
           05  AO-SOURCE          PIC X(8).
           05  AO-REFERENCE       PIC X(20).
           05  AO-INVOICE-DATE    PIC X(8).
           05  AO-DUE-DATE        PIC X(8).
           05  AO-DUE-DATE-9 REDEFINES AO-DUE-DATE PIC 9(8).
           05  AO-AMOUNT          PIC 9(9)V99.
           05  AO-STATUS          PIC X(1).
               88  AO-OPEN                VALUE 'O'.
           05  FILLER             PIC X(88).
       FD  AGING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGING-LINE-OUT.
       01  AGING-LINE-OUT     PIC X(132).
       FD  CASH-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-LINE-OUT.
       01  CASH-LINE-OUT      PIC X(132).
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
       77 VM-F-STATUS               PIC X(02) VALUE SPACES.
           88 VM-OK                           VALUE '00'.
       77 AO-F-STATUS               PIC X(02) VALUE SPACES.
           88 AO-OK                           VALUE '00'.
       77 VM-EOF                    PIC X(01) VALUE 'N'.
           88 VM-AT-EOF                       VALUE 'Y'.
       77 AO-EOF                    PIC X(01) VALUE 'N'.
           88 AO-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-AS-OF-DATE             PIC 9(08) VALUE 0.
       01 WS-AS-OF-DAY              PIC 9(07) VALUE 0.
       01 WS-DAYS-OUT               PIC S9(07) VALUE 0.
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
      * One row per vendor with what it is owed in each aging and
      * forecast column; the last row is the grand total.
       01 VENDOR-TABLE-AREA.
           05 VT-COUNT              PIC 9(4) COMP VALUE 0.
           05 VT-SUB                PIC 9(4) COMP VALUE 0.
           05 VT-TOTAL-SUB          PIC 9(4) COMP VALUE 1001.
           05 VENDOR-TABLE OCCURS 1001 TIMES.
               10 VT-VENDOR-ID      PIC X(08).
               10 VT-NAME           PIC X(30).
               10 VT-FLAG           PIC X(01).
               10 VT-ITEMS          PIC 9(05).
               10 VT-AGE OCCURS 5 TIMES
                                    PIC 9(11)V99.
               10 VT-CASH OCCURS 6 TIMES
                                    PIC 9(11)V99.
               10 VT-TOTAL          PIC 9(11)V99.
       01 VT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 VENDOR-FOUND                    VALUE 'Y'.
       01 WS-BUCKET-WORK.
           05 WS-AGE-SUB            PIC 9(4) COMP VALUE 0.
           05 WS-CASH-SUB           PIC 9(4) COMP VALUE 0.
           05 WS-COL-SUB            PIC 9(4) COMP VALUE 0.
      *    AGING REPORT LINES
       01 AGE-HEADING-LINE.
           05 FILLER  PIC X(31) VALUE
                  'ACCOUNTS PAYABLE AGING - AS OF '.
           05 AH-AS-OF-DATE         PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 AH-RUN-TIME           PIC X(15).
       01 AGE-COLUMN-LINE.
           05 FILLER  PIC X(27) VALUE 'VENDOR   NAME'.
           05 FILLER  PIC X(15) VALUE '    NOT YET DUE'.
           05 FILLER  PIC X(15) VALUE '      1-30 DAYS'.
           05 FILLER  PIC X(15) VALUE '     31-60 DAYS'.
           05 FILLER  PIC X(15) VALUE '     61-90 DAYS'.
           05 FILLER  PIC X(15) VALUE '   OVER 90 DAYS'.
           05 FILLER  PIC X(15) VALUE '          TOTAL'.
       01 AGE-DETAIL-LINE.
           05 ADL-VENDOR-ID         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-NAME              PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-FLAG              PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-COLUMN OCCURS 6 TIMES.
               10 FILLER            PIC X(01).
               10 ADL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
      *    CASH REQUIREMENTS LINES
       01 CASH-HEADING-LINE.
           05 FILLER  PIC X(35) VALUE
                  'CASH REQUIREMENTS FORECAST - AS OF '.
           05 CH-AS-OF-DATE         PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 CH-RUN-TIME           PIC X(15).
       01 CASH-COLUMN-LINE.
           05 FILLER  PIC X(27) VALUE 'VENDOR   NAME'.
           05 FILLER  PIC X(15) VALUE '       PAST DUE'.
           05 FILLER  PIC X(15) VALUE '    NEXT 7 DAYS'.
           05 FILLER  PIC X(15) VALUE '      8-14 DAYS'.
           05 FILLER  PIC X(15) VALUE '     15-30 DAYS'.
           05 FILLER  PIC X(15) VALUE '     31-60 DAYS'.
           05 FILLER  PIC X(15) VALUE '          LATER'.
           05 FILLER  PIC X(15) VALUE '          TOTAL'.
       01 CASH-DETAIL-LINE.
           05 CDL-VENDOR-ID         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDL-NAME              PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDL-FLAG              PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CDL-COLUMN OCCURS 7 TIMES.
               10 FILLER            PIC X(01).
               10 CDL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
       01 RPT-TOTAL-LABEL           PIC X(15) VALUE 'TOTAL'.
       01 RPT-NOTE-LINE.
           05 FILLER  PIC X(22) VALUE 'H - VENDOR ON HOLD    '.
           05 FILLER  PIC X(30) VALUE '? - VENDOR NOT ON THE MASTER'.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Print-Aging
               PERFORM 300-Print-Cash-Requirements
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME(1:8) TO WS-AS-OF-DATE.
           OPEN OUTPUT AGING-REPORT.
           OPEN OUTPUT CASH-REPORT.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               COMPUTE WS-AS-OF-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               PERFORM 020-Clear-Total-Row
               PERFORM 100-Load-Vendor-Master
               PERFORM 150-Load-Open-Items
           END-IF.
           IF  A-TABLE-IS-FULL
               DISPLAY 'APRPT01 - VENDOR TABLE FULL - NO REPORTS - '
                       'RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NO REPORTS.
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
                   WHEN 'DATE'
                       MOVE WS-OPT-VALUE TO DV-DATE-IN
                       MOVE 'I'          TO DV-FORMAT
                       MOVE SPACE        TO DV-FUNCTION
                       CALL 'DATEVAL' USING DATEVAL-PARMS
                       IF  DV-VALID = 'Y'
                           MOVE DV-DATE-OUT TO WS-AS-OF-DATE
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'APRPT01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       020-Clear-Total-Row.
           MOVE VT-TOTAL-SUB TO VT-SUB.
           PERFORM 030-Clear-Vendor-Row.
           MOVE SPACES TO VT-VENDOR-ID(VT-SUB).
           MOVE SPACES TO VT-NAME(VT-SUB).
       030-Clear-Vendor-Row.
           MOVE SPACE TO VT-FLAG(VT-SUB).
           MOVE ZEROS TO VT-ITEMS(VT-SUB).
           MOVE ZEROS TO VT-TOTAL(VT-SUB).
           PERFORM 035-Clear-Vendor-Column
               VARYING WS-COL-SUB FROM 1 BY 1 UNTIL WS-COL-SUB > 6.
       035-Clear-Vendor-Column.
           IF  WS-COL-SUB < 6
               MOVE ZEROS TO VT-AGE(VT-SUB WS-COL-SUB)
           END-IF.
           MOVE ZEROS TO VT-CASH(VT-SUB WS-COL-SUB).
       100-Load-Vendor-Master.
           OPEN INPUT VENDOR-MASTER.
           IF  VM-OK
               PERFORM 105-Read-Vendor
               PERFORM 110-Store-Vendor UNTIL VM-AT-EOF
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY 'APVEND FILE STATUS: ' VM-F-STATUS
               DISPLAY 'NO VENDOR MASTER - ITEMS LISTED BY VENDOR ID'
           END-IF.
       105-Read-Vendor.
           READ VENDOR-MASTER
               AT END MOVE 'Y' TO VM-EOF
           END-READ.
       110-Store-Vendor.
           IF  VT-COUNT < 1000
               ADD 1 TO VT-COUNT
               MOVE VT-COUNT     TO VT-SUB
               PERFORM 030-Clear-Vendor-Row
               MOVE VM-VENDOR-ID TO VT-VENDOR-ID(VT-SUB)
               MOVE VM-NAME      TO VT-NAME(VT-SUB)
               IF  VM-STATUS = 'H'
                   MOVE 'H' TO VT-FLAG(VT-SUB)
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 105-Read-Vendor.
       150-Load-Open-Items.
           OPEN INPUT OPEN-ITEMS.
           IF  AO-OK
               PERFORM 155-Read-Open-Item
               PERFORM 160-Age-Open-Item UNTIL AO-AT-EOF
               CLOSE OPEN-ITEMS
           ELSE
               DISPLAY 'APOPEN FILE STATUS: ' AO-F-STATUS
               DISPLAY 'NO OPEN ITEMS - NOTHING OWED'
           END-IF.
       155-Read-Open-Item.
           READ OPEN-ITEMS
               AT END MOVE 'Y' TO AO-EOF
           END-READ.
      * Days out is the due date less the as-of date - negative
      * once the item is past due.
       160-Age-Open-Item.
           IF  AO-OPEN
               ADD 1 TO WS-JOB-RECORD-COUNT
               PERFORM 170-Find-Vendor
               IF  VENDOR-FOUND
                   COMPUTE WS-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(AO-DUE-DATE-9)
                       - WS-AS-OF-DAY
                   PERFORM 180-Choose-Columns
                   PERFORM 190-Add-To-Row
                   MOVE VT-TOTAL-SUB TO VT-SUB
                   PERFORM 190-Add-To-Row
               END-IF
           END-IF.
           PERFORM 155-Read-Open-Item.
      * An item whose vendor is not on the master gets a row of its
      * own under the vendor ID it was taken on for.
       170-Find-Vendor.
           MOVE 'N' TO VT-FOUND-SW.
           MOVE 1   TO VT-SUB.
           PERFORM 175-Match-Vendor
               UNTIL VT-SUB > VT-COUNT OR VENDOR-FOUND.
           IF  NOT VENDOR-FOUND
               IF  VT-COUNT < 1000
                   ADD 1 TO VT-COUNT
                   MOVE VT-COUNT     TO VT-SUB
                   PERFORM 030-Clear-Vendor-Row
                   MOVE AO-VENDOR-ID TO VT-VENDOR-ID(VT-SUB)
                   MOVE 'NOT ON MASTER' TO VT-NAME(VT-SUB)
                   MOVE '?'          TO VT-FLAG(VT-SUB)
                   MOVE 'Y'          TO VT-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
       175-Match-Vendor.
           IF  VT-VENDOR-ID(VT-SUB) = AO-VENDOR-ID
               MOVE 'Y' TO VT-FOUND-SW
           ELSE
               ADD 1 TO VT-SUB
           END-IF.
       180-Choose-Columns.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT NOT < ZERO
                   MOVE 1 TO WS-AGE-SUB
               WHEN WS-DAYS-OUT NOT < -30
                   MOVE 2 TO WS-AGE-SUB
               WHEN WS-DAYS-OUT NOT < -60
                   MOVE 3 TO WS-AGE-SUB
               WHEN WS-DAYS-OUT NOT < -90
                   MOVE 4 TO WS-AGE-SUB
               WHEN OTHER
                   MOVE 5 TO WS-AGE-SUB
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT < ZERO
                   MOVE 1 TO WS-CASH-SUB
               WHEN WS-DAYS-OUT < 7
                   MOVE 2 TO WS-CASH-SUB
               WHEN WS-DAYS-OUT < 14
                   MOVE 3 TO WS-CASH-SUB
               WHEN WS-DAYS-OUT < 30
                   MOVE 4 TO WS-CASH-SUB
               WHEN WS-DAYS-OUT < 60
                   MOVE 5 TO WS-CASH-SUB
               WHEN OTHER
                   MOVE 6 TO WS-CASH-SUB
           END-EVALUATE.
       190-Add-To-Row.
           ADD 1         TO VT-ITEMS(VT-SUB).
           ADD AO-AMOUNT TO VT-AGE(VT-SUB WS-AGE-SUB).
           ADD AO-AMOUNT TO VT-CASH(VT-SUB WS-CASH-SUB).
           ADD AO-AMOUNT TO VT-TOTAL(VT-SUB).
       200-Print-Aging.
           MOVE WS-AS-OF-DATE     TO AH-AS-OF-DATE.
           MOVE WS-JOB-START-TIME TO AH-RUN-TIME.
           WRITE AGING-LINE-OUT FROM AGE-HEADING-LINE.
           WRITE AGING-LINE-OUT FROM AGE-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 210-Print-Aging-Row
               VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > VT-COUNT.
           MOVE VT-TOTAL-SUB TO VT-SUB.
           PERFORM 220-Fill-Aging-Line.
           MOVE RPT-TOTAL-LABEL TO ADL-NAME.
           WRITE AGING-LINE-OUT FROM AGE-DETAIL-LINE
               AFTER ADVANCING 2.
           WRITE AGING-LINE-OUT FROM RPT-NOTE-LINE
               AFTER ADVANCING 2.
      * A vendor with nothing open is left off
       210-Print-Aging-Row.
           IF  VT-ITEMS(VT-SUB) > ZERO
               PERFORM 220-Fill-Aging-Line
               WRITE AGING-LINE-OUT FROM AGE-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
       220-Fill-Aging-Line.
           MOVE SPACES               TO AGE-DETAIL-LINE.
           MOVE VT-VENDOR-ID(VT-SUB) TO ADL-VENDOR-ID.
           MOVE VT-NAME(VT-SUB)      TO ADL-NAME.
           MOVE VT-FLAG(VT-SUB)      TO ADL-FLAG.
           PERFORM 225-Fill-Aging-Column
               VARYING WS-COL-SUB FROM 1 BY 1 UNTIL WS-COL-SUB > 5.
           MOVE VT-TOTAL(VT-SUB)     TO ADL-AMOUNT(6).
       225-Fill-Aging-Column.
           MOVE VT-AGE(VT-SUB WS-COL-SUB) TO ADL-AMOUNT(WS-COL-SUB).
       300-Print-Cash-Requirements.
           MOVE WS-AS-OF-DATE     TO CH-AS-OF-DATE.
           MOVE WS-JOB-START-TIME TO CH-RUN-TIME.
           WRITE CASH-LINE-OUT FROM CASH-HEADING-LINE.
           WRITE CASH-LINE-OUT FROM CASH-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 310-Print-Cash-Row
               VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > VT-COUNT.
           MOVE VT-TOTAL-SUB TO VT-SUB.
           PERFORM 320-Fill-Cash-Line.
           MOVE RPT-TOTAL-LABEL TO CDL-NAME.
           WRITE CASH-LINE-OUT FROM CASH-DETAIL-LINE
               AFTER ADVANCING 2.
           WRITE CASH-LINE-OUT FROM RPT-NOTE-LINE
               AFTER ADVANCING 2.
       310-Print-Cash-Row.
           IF  VT-ITEMS(VT-SUB) > ZERO
               PERFORM 320-Fill-Cash-Line
               WRITE CASH-LINE-OUT FROM CASH-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
       320-Fill-Cash-Line.
           MOVE SPACES               TO CASH-DETAIL-LINE.
           MOVE VT-VENDOR-ID(VT-SUB) TO CDL-VENDOR-ID.
           MOVE VT-NAME(VT-SUB)      TO CDL-NAME.
           MOVE VT-FLAG(VT-SUB)      TO CDL-FLAG.
           PERFORM 325-Fill-Cash-Column
               VARYING WS-COL-SUB FROM 1 BY 1 UNTIL WS-COL-SUB > 6.
           MOVE VT-TOTAL(VT-SUB)     TO CDL-AMOUNT(7).
       325-Fill-Cash-Column.
           MOVE VT-CASH(VT-SUB WS-COL-SUB) TO CDL-AMOUNT(WS-COL-SUB).
       600-Close-Files.
           CLOSE AGING-REPORT.
           CLOSE CASH-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'APRPT01 ' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
