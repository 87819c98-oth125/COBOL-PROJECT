       IDENTIFICATION DIVISION.
       PROGRAM-ID. POAGE01.
      ***** Open purchase-order aging.  Lists every OPENPO order
      ***** line not yet closed with what is still to come in, its
      ***** value at the order's unit cost and its age in days since
      ***** the order date, and flags the line LATE when the run
      ***** date is past the order's due date (the supplier's lead
      ***** time, set by PURORD01).  The summary ages the open
      ***** value in 30-day buckets and totals the late lines, so
      ***** purchasing knows which suppliers to chase.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15
      ***** DATE is the date aged to (today when not keyed).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPO
                          FILE STATUS IS PO-F-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO SUPMAST
                          FILE STATUS IS SUP-F-STATUS.
           SELECT AGING-REPORT ASSIGN TO POAGRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-REC.
       01  OPEN-PO-REC.
           05  PO-REC-TYPE        PIC X(01).
               88  PO-HEADER-ROW          VALUE 'H'.
               88  PO-LINE-ROW            VALUE 'L'.
           05  PO-NUMBER          PIC 9(06).
           05  PO-DETAIL          PIC X(73).
           05  PO-HEADER-DETAIL REDEFINES PO-DETAIL.
               10  PH-SUPPLIER-ID PIC X(06).
               10  PH-ORDER-DATE  PIC X(08).
               10  PH-DUE-DATE    PIC X(08).
               10  PH-STATUS      PIC X(01).
               10  FILLER         PIC X(50).
           05  PO-LINE-DETAIL REDEFINES PO-DETAIL.
               10  PL-LINE        PIC 9(02).
               10  PL-ARTIST-NAME PIC X(30).
               10  PL-GENRE       PIC X(12).
               10  PL-QTY-ORDERED PIC 9(05).
               10  PL-QTY-RECEIVED PIC 9(05).
               10  PL-QTY-INVOICED PIC 9(05).
               10  PL-UNIT-COST   PIC 9(3)V99.
               10  PL-STATUS      PIC X(01).
                   88  PL-CLOSED          VALUE 'C'.
               10  FILLER         PIC X(08).
       FD  SUPPLIER-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-REC.
       01  SUPPLIER-REC.
           05  SU-SUPPLIER-ID     PIC X(06).
           05  SU-NAME            PIC X(30).
           05  SU-LEAD-DAYS       PIC 9(03).
           05  SU-PRICE-TOL-PCT   PIC 9(2)V99.
           05  SU-STATUS          PIC X(01).
           05  FILLER             PIC X(36).
       FD  AGING-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGING-LINE-OUT.
       01  AGING-LINE-OUT  PIC X(80).
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
       77 PO-F-STATUS               PIC X(02) VALUE SPACES.
           88 PO-OK                           VALUE '00'.
       77 SUP-F-STATUS              PIC X(02) VALUE SPACES.
           88 SUP-OK                          VALUE '00'.
       77 PO-EOF                    PIC X(01) VALUE 'N'.
           88 PO-AT-EOF                       VALUE 'Y'.
       77 SUP-EOF                   PIC X(01) VALUE 'N'.
           88 SUP-AT-EOF                      VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
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
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE-YMD PIC 9(08).
      * Supplier names for the report.
       01 SUPPLIER-TABLE-AREA.
           05 SU-COUNT              PIC 9(3) COMP VALUE 0.
           05 SU-SUB                PIC 9(3) COMP VALUE 0.
           05 SUPPLIER-TABLE OCCURS 200 TIMES.
               10 ST-SUPPLIER-ID    PIC X(06).
               10 ST-NAME           PIC X(30).
       01 SUPPLIER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 SUPPLIER-FOUND                  VALUE 'Y'.
      * The order the lines being read belong to.
       01 WS-CURRENT-ORDER.
           05 WS-CUR-PO-NUMBER      PIC 9(06)   VALUE 0.
           05 WS-CUR-SUPPLIER-ID    PIC X(06)   VALUE SPACES.
           05 WS-CUR-ORDER-DATE     PIC X(08)   VALUE SPACES.
           05 WS-CUR-ORDER-DATE-N REDEFINES WS-CUR-ORDER-DATE
                                    PIC 9(08).
           05 WS-CUR-DUE-DATE       PIC X(08)   VALUE SPACES.
           05 WS-CUR-DUE-DATE-N REDEFINES WS-CUR-DUE-DATE
                                    PIC 9(08).
      * Aging work
       01 WS-AGING-WORK.
           05 WS-OUTSTANDING        PIC 9(05)    VALUE 0.
           05 WS-OPEN-VALUE         PIC 9(7)V99  VALUE 0.
           05 WS-AGE-DAYS           PIC S9(5)    VALUE 0.
           05 WS-DAYS-LATE          PIC S9(5)    VALUE 0.
           05 WS-BUCKET             PIC 9(01)    VALUE 0.
       01 AGING-BUCKET-AREA.
           05 AGING-BUCKET OCCURS 4 TIMES.
               10 AB-LINES          PIC 9(5)     VALUE 0.
               10 AB-VALUE          PIC 9(9)V99  VALUE 0.
       01 AGING-BUCKET-NAMES.
           05 FILLER  PIC X(16) VALUE '0-30 DAYS'.
           05 FILLER  PIC X(16) VALUE '31-60 DAYS'.
           05 FILLER  PIC X(16) VALUE '61-90 DAYS'.
           05 FILLER  PIC X(16) VALUE 'OVER 90 DAYS'.
       01 AGING-BUCKET-NAME-TABLE REDEFINES AGING-BUCKET-NAMES.
           05 AB-NAME OCCURS 4 TIMES PIC X(16).
       01 AGING-COUNTERS.
           05 CTR-OPEN-LINES        PIC 9(5)    VALUE 0.
           05 CTR-OPEN-VALUE        PIC 9(9)V99 VALUE 0.
           05 CTR-LATE-LINES        PIC 9(5)    VALUE 0.
           05 CTR-LATE-VALUE        PIC 9(9)V99 VALUE 0.
           05 CTR-NO-HEADER         PIC 9(5)    VALUE 0.
      *    REPORT LINES
       01 AGING-HEADING-LINE.
           05 FILLER  PIC X(34) VALUE
                  'OPEN PURCHASE ORDER AGING AS OF '.
           05 AH-RUN-DATE           PIC X(08).
           05 FILLER                PIC X(38) VALUE SPACES.
       01 AGING-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'PO     LN SUPPL  ARTIST              ORD'.
           05 FILLER  PIC X(40) VALUE
                  'ERED  DUE        QTY OPEN VALUE AGE FLAG'.
       01 AGING-DETAIL-LINE.
           05 ADL-PO-NUMBER         PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-LINE              PIC 99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-SUPPLIER          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-ARTIST            PIC X(19).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-ORDER-DATE        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-DUE-DATE          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-OUTSTANDING       PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-OPEN-VALUE        PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-AGE               PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ADL-FLAG              PIC X(04).
       01 AGING-LATE-LINE.
           05 FILLER                PIC X(44) VALUE SPACES.
           05 FILLER  PIC X(12) VALUE 'DAYS LATE:  '.
           05 ALL-DAYS-LATE         PIC ZZZ9.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 ALL-SUPPLIER-NAME     PIC X(18).
       01 AGING-BUCKET-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ABL-NAME              PIC X(16).
           05 FILLER  PIC X(08) VALUE 'LINES:  '.
           05 ABL-LINES             PIC ZZZZ9.
           05 FILLER  PIC X(09) VALUE '  VALUE: '.
           05 ABL-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 AGING-TOTAL-LINE.
           05 FILLER  PIC X(12) VALUE 'OPEN LINES: '.
           05 ATL-OPEN-LINES        PIC ZZZZ9.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 ATL-OPEN-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(14) VALUE '  LATE LINES: '.
           05 ATL-LATE-LINES        PIC ZZZZ9.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 ATL-LATE-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 100-Main UNTIL PO-AT-EOF
               CLOSE OPEN-PO-FILE
               PERFORM 500-Write-Aging-Summary
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  CTR-NO-HEADER > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Supplier-Names
               OPEN INPUT OPEN-PO-FILE
               IF  PO-OK
                   PERFORM 400-Read-Open-Po
               ELSE
                   DISPLAY 'OPEN PO FILE STATUS: ' PO-F-STATUS
                   DISPLAY 'POAGE01 - NO OPEN PURCHASE ORDERS - RUN '
                           'REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           MOVE WS-RUN-DATE-YMD TO AH-RUN-DATE.
           WRITE AGING-LINE-OUT FROM AGING-HEADING-LINE.
           WRITE AGING-LINE-OUT FROM AGING-COLUMN-LINE
               AFTER ADVANCING 2.
      *    A BAD OPTION ENDS THE RUN WITH CC 8.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-YMD.
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
                           MOVE DV-DATE-OUT TO WS-RUN-DATE-YMD
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'POAGE01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * H rows set the order the following L rows belong to.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           EVALUATE TRUE
               WHEN PO-HEADER-ROW
                   MOVE PO-NUMBER      TO WS-CUR-PO-NUMBER
                   MOVE PH-SUPPLIER-ID TO WS-CUR-SUPPLIER-ID
                   MOVE PH-ORDER-DATE  TO WS-CUR-ORDER-DATE
                   MOVE PH-DUE-DATE    TO WS-CUR-DUE-DATE
               WHEN PO-LINE-ROW
                   IF  NOT PL-CLOSED
                   AND PL-QTY-ORDERED > PL-QTY-RECEIVED
                       PERFORM 200-Age-One-Line
                   END-IF
           END-EVALUATE.
           PERFORM 400-Read-Open-Po.
       200-Age-One-Line.
           COMPUTE WS-OUTSTANDING = PL-QTY-ORDERED - PL-QTY-RECEIVED.
           COMPUTE WS-OPEN-VALUE = WS-OUTSTANDING * PL-UNIT-COST.
           ADD 1 TO CTR-OPEN-LINES.
           ADD WS-OPEN-VALUE TO CTR-OPEN-VALUE.
           MOVE PO-NUMBER      TO ADL-PO-NUMBER.
           MOVE PL-LINE        TO ADL-LINE.
           MOVE PL-ARTIST-NAME TO ADL-ARTIST.
           MOVE WS-OUTSTANDING TO ADL-OUTSTANDING.
           MOVE WS-OPEN-VALUE  TO ADL-OPEN-VALUE.
           MOVE SPACES         TO ADL-FLAG.
      * A line whose order header is missing or unreadable can't be
      * dated - it lists undated so the file gets looked at.
           IF  PO-NUMBER NOT = WS-CUR-PO-NUMBER
           OR  WS-CUR-ORDER-DATE IS NOT NUMERIC
               ADD 1 TO CTR-NO-HEADER
               MOVE SPACES     TO ADL-SUPPLIER
                                  ADL-ORDER-DATE
                                  ADL-DUE-DATE
               MOVE ZEROS      TO ADL-AGE
               MOVE 'NOHD'     TO ADL-FLAG
               MOVE 4          TO WS-BUCKET
           ELSE
               MOVE WS-CUR-SUPPLIER-ID TO ADL-SUPPLIER
               MOVE WS-CUR-ORDER-DATE  TO ADL-ORDER-DATE
               MOVE WS-CUR-DUE-DATE    TO ADL-DUE-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) -
                   FUNCTION INTEGER-OF-DATE(WS-CUR-ORDER-DATE-N)
               IF  WS-AGE-DAYS < ZERO
                   MOVE ZEROS TO WS-AGE-DAYS
               END-IF
               MOVE WS-AGE-DAYS TO ADL-AGE
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > 30
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS NOT > 60
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS NOT > 90
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
               END-EVALUATE
           END-IF.
           ADD 1             TO AB-LINES(WS-BUCKET).
           ADD WS-OPEN-VALUE TO AB-VALUE(WS-BUCKET).
           IF  ADL-FLAG = SPACES
           AND WS-CUR-DUE-DATE IS NUMERIC
           AND WS-RUN-DATE-YMD > WS-CUR-DUE-DATE
               MOVE 'LATE' TO ADL-FLAG
               ADD 1 TO CTR-LATE-LINES
               ADD WS-OPEN-VALUE TO CTR-LATE-VALUE
           END-IF.
           WRITE AGING-LINE-OUT FROM AGING-DETAIL-LINE
               AFTER ADVANCING 1.
           IF  ADL-FLAG = 'LATE'
               PERFORM 250-Write-Late-Line
           END-IF.
      * A late line gets a second line with how late it is and who
      * to chase.
       250-Write-Late-Line.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) -
               FUNCTION INTEGER-OF-DATE(WS-CUR-DUE-DATE-N).
           MOVE WS-DAYS-LATE TO ALL-DAYS-LATE.
           MOVE 'N' TO SUPPLIER-FOUND-SW.
           MOVE 1   TO SU-SUB.
           PERFORM 255-Match-Supplier
               UNTIL SU-SUB > SU-COUNT OR SUPPLIER-FOUND.
           IF  SUPPLIER-FOUND
               MOVE ST-NAME(SU-SUB) TO ALL-SUPPLIER-NAME
           ELSE
               MOVE 'SUPPLIER NOT ON FILE' TO ALL-SUPPLIER-NAME
           END-IF.
           WRITE AGING-LINE-OUT FROM AGING-LATE-LINE
               AFTER ADVANCING 1.
       255-Match-Supplier.
           IF  ST-SUPPLIER-ID(SU-SUB) = WS-CUR-SUPPLIER-ID
               MOVE 'Y' TO SUPPLIER-FOUND-SW
           ELSE
               ADD 1 TO SU-SUB
           END-IF.
       300-Open-Files.
           OPEN OUTPUT AGING-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
      * Names only - without the supplier master late lines still
      * flag, just without a name.
       150-Load-Supplier-Names.
           OPEN INPUT SUPPLIER-MASTER.
           IF  SUP-OK
               PERFORM 152-Read-Supplier-Record
               PERFORM 154-Store-Supplier-Name UNTIL SUP-AT-EOF
               CLOSE SUPPLIER-MASTER
           ELSE
               DISPLAY 'SUPPLIER MASTER FILE STATUS: ' SUP-F-STATUS
               DISPLAY 'NO SUPPLIER MASTER - NAMES NOT PRINTED'
           END-IF.
       152-Read-Supplier-Record.
           READ SUPPLIER-MASTER
               AT END MOVE 'Y' TO SUP-EOF
           END-READ.
       154-Store-Supplier-Name.
           IF  SU-COUNT < 200
               ADD 1 TO SU-COUNT
               MOVE SU-SUPPLIER-ID TO ST-SUPPLIER-ID(SU-COUNT)
               MOVE SU-NAME        TO ST-NAME(SU-COUNT)
           END-IF.
           PERFORM 152-Read-Supplier-Record.
       400-Read-Open-Po.
           READ OPEN-PO-FILE
               AT END MOVE 'Y' TO PO-EOF
           END-READ.
       500-Write-Aging-Summary.
           PERFORM 510-Write-Bucket-Line
               VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4.
           MOVE CTR-OPEN-LINES TO ATL-OPEN-LINES.
           MOVE CTR-OPEN-VALUE TO ATL-OPEN-VALUE.
           MOVE CTR-LATE-LINES TO ATL-LATE-LINES.
           MOVE CTR-LATE-VALUE TO ATL-LATE-VALUE.
           WRITE AGING-LINE-OUT FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2.
       510-Write-Bucket-Line.
           MOVE AB-NAME(WS-BUCKET)  TO ABL-NAME.
           MOVE AB-LINES(WS-BUCKET) TO ABL-LINES.
           MOVE AB-VALUE(WS-BUCKET) TO ABL-VALUE.
           IF  WS-BUCKET = 1
               WRITE AGING-LINE-OUT FROM AGING-BUCKET-LINE
                   AFTER ADVANCING 2
           ELSE
               WRITE AGING-LINE-OUT FROM AGING-BUCKET-LINE
                   AFTER ADVANCING 1
           END-IF.
       600-Close-Files.
           CLOSE AGING-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'POAGE01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
