       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMATCH1.
      ***** Three-way match of supplier invoices before payment.
      ***** Each SUPINV record is one line of a supplier invoice,
      ***** billing a quantity of one OPENPO order line at a unit
      ***** price.  The line is matched three ways - to the order
      ***** (the supplier on the order, the unit cost within the
      ***** supplier's SUPMAST price tolerance) and to the receipts
      ***** PORECV01 logged on RCVLOG (never billed for more than
      ***** has been received, counting what earlier invoices have
      ***** already billed against the line).  The extension must
      ***** add up too.
      *****
      ***** An invoice is paid whole or not at all:  when every line
      ***** of it matches, its lines are released for payment on
      ***** INVRLSE and the order lines' invoiced quantities go up;
      ***** when any line fails, the whole invoice is held and its
      ***** lines are copied, unchanged, to INVHOLD to be resubmitted
      ***** once the receipt or a corrected invoice comes in.  The
      ***** MATCHRPT register shows every line with what it matched
      ***** against and why a held invoice was held.  Invoice lines
      ***** arrive together, invoice by invoice.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15
      ***** DATE is the release date (today when not keyed).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICES ASSIGN TO SUPINV
                          FILE STATUS IS SI-F-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPO
                          FILE STATUS IS PO-F-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO SUPMAST
                          FILE STATUS IS SUP-F-STATUS.
           SELECT RECEIPT-LOG ASSIGN TO RCVLOG
                          FILE STATUS IS RL-F-STATUS.
           SELECT RELEASE-FILE ASSIGN TO INVRLSE.
           SELECT HOLD-FILE ASSIGN TO INVHOLD.
           SELECT MATCH-REGISTER ASSIGN TO MATCHRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPLIER-INVOICE-REC.
       01  SUPPLIER-INVOICE-REC.
           05  SI-INVOICE-NO      PIC X(10).
           05  SI-SUPPLIER-ID     PIC X(06).
           05  SI-INVOICE-DATE    PIC X(08).
           05  SI-PO-NUMBER       PIC 9(06).
           05  SI-PO-NUMBER-X REDEFINES SI-PO-NUMBER PIC X(06).
           05  SI-PO-LINE         PIC 9(02).
           05  SI-PO-LINE-X REDEFINES SI-PO-LINE PIC X(02).
           05  SI-QTY-BILLED      PIC 9(05).
           05  SI-QTY-BILLED-X REDEFINES SI-QTY-BILLED PIC X(05).
           05  SI-UNIT-PRICE      PIC 9(3)V99.
           05  SI-UNIT-PRICE-X REDEFINES SI-UNIT-PRICE PIC X(05).
           05  SI-AMOUNT          PIC 9(7)V99.
           05  SI-AMOUNT-X REDEFINES SI-AMOUNT PIC X(09).
           05  FILLER             PIC X(29).
       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-REC.
       01  OPEN-PO-REC.
           05  PO-REC-TYPE        PIC X(01).
           05  PO-NUMBER          PIC 9(06).
           05  PO-DETAIL          PIC X(73).
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
       FD  RECEIPT-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-LOG-REC.
       01  RECEIPT-LOG-REC.
           05  RL-PO-NUMBER       PIC 9(06).
           05  RL-PO-LINE         PIC 9(02).
           05  RL-SUPPLIER-ID     PIC X(06).
           05  RL-ARTIST-NAME     PIC X(30).
           05  RL-GENRE           PIC X(12).
           05  RL-QTY-RECEIVED    PIC 9(05).
           05  RL-RECEIVED-DATE   PIC X(08).
           05  RL-RECEIVER        PIC X(08).
           05  RL-LINE-CLOSED     PIC X(01).
           05  FILLER             PIC X(02).
      * Invoice lines approved for payment.
       FD  RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELEASE-REC.
       01  RELEASE-REC.
           05  IR-INVOICE-NO      PIC X(10).
           05  IR-SUPPLIER-ID     PIC X(06).
           05  IR-INVOICE-DATE    PIC X(08).
           05  IR-PO-NUMBER       PIC 9(06).
           05  IR-PO-LINE         PIC 9(02).
           05  IR-QTY-BILLED      PIC 9(05).
           05  IR-UNIT-PRICE      PIC 9(3)V99.
           05  IR-AMOUNT          PIC 9(7)V99.
           05  IR-RELEASE-DATE    PIC X(08).
           05  FILLER             PIC X(21).
       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-REC.
       01  HOLD-REC               PIC X(80).
       FD  MATCH-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MATCH-LINE-OUT.
       01  MATCH-LINE-OUT  PIC X(80).
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
       77 SI-F-STATUS               PIC X(02) VALUE SPACES.
           88 SI-OK                           VALUE '00'.
       77 PO-F-STATUS               PIC X(02) VALUE SPACES.
           88 PO-OK                           VALUE '00'.
       77 SUP-F-STATUS              PIC X(02) VALUE SPACES.
           88 SUP-OK                          VALUE '00'.
       77 RL-F-STATUS               PIC X(02) VALUE SPACES.
           88 RL-OK                           VALUE '00'.
       77 SI-EOF                    PIC X(01) VALUE 'N'.
           88 SI-AT-EOF                       VALUE 'Y'.
       77 PO-EOF                    PIC X(01) VALUE 'N'.
           88 PO-AT-EOF                       VALUE 'Y'.
       77 SUP-EOF                   PIC X(01) VALUE 'N'.
           88 SUP-AT-EOF                      VALUE 'Y'.
       77 RL-EOF                    PIC X(01) VALUE 'N'.
           88 RL-AT-EOF                       VALUE 'Y'.
       77 SI-AVAILABLE              PIC X(01) VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 MATCH-WARNING                   VALUE 'Y'.
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
      * OPENPO held whole for the rewrite - H and L rows in file
      * order, in the OPENPO layout.  PT-RECEIVED is the line's
      * received quantity from the receipt log.
       01 PO-TABLE-AREA.
           05 PT-COUNT              PIC 9(4) COMP VALUE 0.
           05 PT-SUB                PIC 9(4) COMP VALUE 0.
           05 PT-HEAD-SUB           PIC 9(4) COMP VALUE 0.
           05 PO-TABLE OCCURS 3000 TIMES.
               10 PT-REC-TYPE       PIC X(01).
                   88 PT-HEADER-ROW           VALUE 'H'.
                   88 PT-LINE-ROW             VALUE 'L'.
               10 PT-PO-NUMBER      PIC 9(06).
               10 PT-DETAIL         PIC X(73).
               10 PT-HEADER-DETAIL REDEFINES PT-DETAIL.
                   15 PH-SUPPLIER-ID    PIC X(06).
                   15 PH-ORDER-DATE     PIC X(08).
                   15 PH-DUE-DATE       PIC X(08).
                   15 PH-STATUS         PIC X(01).
                   15 FILLER            PIC X(50).
               10 PT-LINE-DETAIL REDEFINES PT-DETAIL.
                   15 PL-LINE           PIC 9(02).
                   15 PL-ARTIST-NAME    PIC X(30).
                   15 PL-GENRE          PIC X(12).
                   15 PL-QTY-ORDERED    PIC 9(05).
                   15 PL-QTY-RECEIVED   PIC 9(05).
                   15 PL-QTY-INVOICED   PIC 9(05).
                   15 PL-UNIT-COST      PIC 9(3)V99.
                   15 PL-STATUS         PIC X(01).
                   15 FILLER            PIC X(08).
               10 PT-RECEIVED       PIC 9(07).
       01 PO-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 PO-TABLE-IS-FULL                VALUE 'Y'.
       01 PO-LINE-FOUND-SW          PIC X(01) VALUE 'N'.
           88 PO-LINE-FOUND                   VALUE 'Y'.
       01 PO-HEAD-FOUND-SW          PIC X(01) VALUE 'N'.
           88 PO-HEAD-FOUND                   VALUE 'Y'.
       01 WS-LOOKUP-PO-NUMBER       PIC 9(06) VALUE 0.
       01 WS-LOOKUP-PO-LINE         PIC 9(02) VALUE 0.
      * Supplier price tolerances.
       01 SUPPLIER-TABLE-AREA.
           05 SU-COUNT              PIC 9(3) COMP VALUE 0.
           05 SU-SUB                PIC 9(3) COMP VALUE 0.
           05 SUPPLIER-TABLE OCCURS 200 TIMES.
               10 ST-SUPPLIER-ID    PIC X(06).
               10 ST-PRICE-TOL-PCT  PIC 9(2)V99.
       01 SUPPLIER-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 SUPPLIER-TABLE-IS-FULL          VALUE 'Y'.
       01 SUPPLIER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 SUPPLIER-FOUND                  VALUE 'Y'.
      * The invoice being matched - its lines as read, and the
      * order line each one matched.
       01 INVOICE-TABLE-AREA.
           05 IN-COUNT              PIC 9(3) COMP VALUE 0.
           05 IN-SUB                PIC 9(3) COMP VALUE 0.
           05 INVOICE-TABLE OCCURS 99 TIMES.
               10 IN-RECORD         PIC X(80).
               10 IN-PT-SUB         PIC 9(4) COMP.
               10 IN-RECEIVED       PIC 9(07).
               10 IN-PO-COST        PIC 9(3)V99.
               10 IN-HOLD-NOTE      PIC X(20).
       01 WS-CURRENT-INVOICE.
           05 WS-CUR-INVOICE-NO     PIC X(10) VALUE SPACES.
           05 WS-CUR-SUPPLIER-ID    PIC X(06) VALUE SPACES.
       01 WS-NEXT-INVOICE-REC       PIC X(80) VALUE SPACES.
       01 WS-INVOICE-HELD-SW        PIC X(01) VALUE 'N'.
           88 INVOICE-HELD                    VALUE 'Y'.
      * Matching work
       01 WS-MATCH-WORK.
           05 WS-EXTENSION          PIC 9(9)V99  VALUE 0.
           05 WS-PRICE-LIMIT        PIC 9(5)V99  VALUE 0.
           05 WS-TOLERANCE          PIC 9(5)V99  VALUE 0.
           05 WS-BILLED-TO-DATE     PIC 9(07)    VALUE 0.
           05 WS-INVOICE-AMOUNT     PIC 9(9)V99  VALUE 0.
       01 MATCH-COUNTERS.
           05 CTR-INVOICE-LINES     PIC 9(5)    VALUE 0.
           05 CTR-RELEASED          PIC 9(5)    VALUE 0.
           05 CTR-RELEASED-AMT      PIC 9(9)V99 VALUE 0.
           05 CTR-HELD              PIC 9(5)    VALUE 0.
           05 CTR-HELD-AMT          PIC 9(9)V99 VALUE 0.
      *    REGISTER LINES
       01 MATCH-HEADING-LINE.
           05 FILLER  PIC X(36) VALUE
                  'THREE-WAY MATCH REGISTER - RELEASED '.
           05 MH-RUN-DATE           PIC X(08).
           05 FILLER                PIC X(36) VALUE SPACES.
       01 MATCH-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'INVOICE    PO     LN BILLED RCVD  PRICE '.
           05 FILLER  PIC X(40) VALUE
                  '  COST       AMOUNT ACTION'.
       01 MATCH-DETAIL-LINE.
           05 MDL-INVOICE-NO        PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-PO-NUMBER         PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-PO-LINE           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-BILLED            PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-RECEIVED          PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-PRICE             PIC ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-COST              PIC ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MDL-ACTION            PIC X(20).
       01 MATCH-TOTAL-LINE-1.
           05 FILLER  PIC X(15) VALUE 'INVOICE LINES: '.
           05 MTL-LINES             PIC ZZZZ9.
           05 FILLER                PIC X(60) VALUE SPACES.
       01 MATCH-TOTAL-LINE-2.
           05 FILLER  PIC X(15) VALUE 'RELEASED:      '.
           05 MTL-RELEASED          PIC ZZZZ9.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 MTL-RELEASED-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER  PIC X(10) VALUE '   HELD:  '.
           05 MTL-HELD              PIC ZZZZ9.
           05 FILLER  PIC X(02) VALUE SPACES.
           05 MTL-HELD-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  SI-AVAILABLE = 'Y'
                   PERFORM 100-Main UNTIL SI-AT-EOF
                   IF  IN-COUNT > ZERO
                       PERFORM 200-Match-Invoice
                   END-IF
               END-IF
               PERFORM 500-Write-Register-Totals
               IF  CTR-RELEASED > ZERO
                   PERFORM 880-Save-Open-Orders
               END-IF
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  MATCH-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Open-Orders
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 170-Load-Supplier-Tolerances
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 180-Load-Receipts
               IF  SI-AVAILABLE = 'Y'
                   PERFORM 400-Read-Invoice
               END-IF
           END-IF.
           MOVE WS-RUN-DATE-YMD TO MH-RUN-DATE.
           WRITE MATCH-LINE-OUT FROM MATCH-HEADING-LINE.
           WRITE MATCH-LINE-OUT FROM MATCH-COLUMN-LINE
               AFTER ADVANCING 2.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS RELEASED.
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
           DISPLAY 'POMATCH1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * Lines collect until the invoice number or supplier changes;
      * then the whole invoice is matched.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           ADD 1 TO CTR-INVOICE-LINES.
           MOVE SUPPLIER-INVOICE-REC TO WS-NEXT-INVOICE-REC.
           IF  IN-COUNT > ZERO
           AND (SI-INVOICE-NO NOT = WS-CUR-INVOICE-NO
           OR   SI-SUPPLIER-ID NOT = WS-CUR-SUPPLIER-ID
           OR   IN-COUNT = 99)
               PERFORM 200-Match-Invoice
           END-IF.
           MOVE WS-NEXT-INVOICE-REC TO SUPPLIER-INVOICE-REC.
           IF  IN-COUNT = ZERO
               MOVE SI-INVOICE-NO  TO WS-CUR-INVOICE-NO
               MOVE SI-SUPPLIER-ID TO WS-CUR-SUPPLIER-ID
           END-IF.
           ADD 1 TO IN-COUNT.
           MOVE SUPPLIER-INVOICE-REC TO IN-RECORD(IN-COUNT).
           MOVE ZEROS  TO IN-PT-SUB(IN-COUNT)
                          IN-RECEIVED(IN-COUNT)
                          IN-PO-COST(IN-COUNT).
           MOVE SPACES TO IN-HOLD-NOTE(IN-COUNT).
           PERFORM 400-Read-Invoice.
      * Each line is checked against what the earlier lines of the
      * same invoice have billed too; the invoiced quantities only
      * stand if the whole invoice releases.
       200-Match-Invoice.
           MOVE 'N' TO WS-INVOICE-HELD-SW.
           MOVE ZEROS TO WS-INVOICE-AMOUNT.
           PERFORM 210-Match-One-Line
               VARYING IN-SUB FROM 1 BY 1 UNTIL IN-SUB > IN-COUNT.
           IF  INVOICE-HELD
               PERFORM 260-Back-Out-Line
                   VARYING IN-SUB FROM 1 BY 1 UNTIL IN-SUB > IN-COUNT
               ADD IN-COUNT TO CTR-HELD
               ADD WS-INVOICE-AMOUNT TO CTR-HELD-AMT
               MOVE 'Y' TO WS-WARNING-SW
           ELSE
               ADD IN-COUNT TO CTR-RELEASED
               ADD WS-INVOICE-AMOUNT TO CTR-RELEASED-AMT
           END-IF.
           PERFORM 270-Dispose-One-Line
               VARYING IN-SUB FROM 1 BY 1 UNTIL IN-SUB > IN-COUNT.
           MOVE ZEROS TO IN-COUNT.
       210-Match-One-Line.
           MOVE IN-RECORD(IN-SUB) TO SUPPLIER-INVOICE-REC.
           IF  SI-AMOUNT-X IS NUMERIC
               ADD SI-AMOUNT TO WS-INVOICE-AMOUNT
           END-IF.
           MOVE 'N' TO PO-LINE-FOUND-SW.
           IF  SI-PO-NUMBER-X IS NUMERIC AND SI-PO-LINE-X IS NUMERIC
               MOVE SI-PO-NUMBER TO WS-LOOKUP-PO-NUMBER
               MOVE SI-PO-LINE   TO WS-LOOKUP-PO-LINE
               PERFORM 220-Find-Order-Line
           END-IF.
           IF  PO-LINE-FOUND
               MOVE PT-SUB                TO IN-PT-SUB(IN-SUB)
               MOVE PT-RECEIVED(PT-SUB)   TO IN-RECEIVED(IN-SUB)
               MOVE PL-UNIT-COST(PT-SUB)  TO IN-PO-COST(IN-SUB)
               PERFORM 230-Find-Order-Header
               PERFORM 240-Find-Supplier
           END-IF.
           EVALUATE TRUE
               WHEN NOT PO-LINE-FOUND
                   MOVE 'NO SUCH ORDER LINE' TO IN-HOLD-NOTE(IN-SUB)
               WHEN NOT PO-HEAD-FOUND
                   MOVE 'NO ORDER HEADER' TO IN-HOLD-NOTE(IN-SUB)
               WHEN PH-SUPPLIER-ID(PT-HEAD-SUB) NOT = SI-SUPPLIER-ID
                   MOVE 'NOT THIS SUPPLIER' TO IN-HOLD-NOTE(IN-SUB)
               WHEN SI-QTY-BILLED-X NOT NUMERIC
                 OR SI-UNIT-PRICE-X NOT NUMERIC
                 OR SI-AMOUNT-X NOT NUMERIC
                   MOVE 'BAD INVOICE FIELDS' TO IN-HOLD-NOTE(IN-SUB)
               WHEN SI-QTY-BILLED = ZERO
                   MOVE 'BAD INVOICE FIELDS' TO IN-HOLD-NOTE(IN-SUB)
               WHEN OTHER
                   PERFORM 250-Check-Amounts
           END-EVALUATE.
           IF  IN-HOLD-NOTE(IN-SUB) NOT = SPACES
               MOVE 'Y' TO WS-INVOICE-HELD-SW
           END-IF.
       220-Find-Order-Line.
           MOVE 1 TO PT-SUB.
           PERFORM 225-Match-Order-Line
               UNTIL PT-SUB > PT-COUNT OR PO-LINE-FOUND.
       225-Match-Order-Line.
           IF  PT-LINE-ROW(PT-SUB)
           AND PT-PO-NUMBER(PT-SUB) = WS-LOOKUP-PO-NUMBER
           AND PL-LINE(PT-SUB) = WS-LOOKUP-PO-LINE
               MOVE 'Y' TO PO-LINE-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       230-Find-Order-Header.
           MOVE 'N' TO PO-HEAD-FOUND-SW.
           MOVE 1   TO PT-HEAD-SUB.
           PERFORM 235-Match-Order-Header
               UNTIL PT-HEAD-SUB > PT-COUNT OR PO-HEAD-FOUND.
       235-Match-Order-Header.
           IF  PT-HEADER-ROW(PT-HEAD-SUB)
           AND PT-PO-NUMBER(PT-HEAD-SUB) = PT-PO-NUMBER(PT-SUB)
               MOVE 'Y' TO PO-HEAD-FOUND-SW
           ELSE
               ADD 1 TO PT-HEAD-SUB
           END-IF.
       240-Find-Supplier.
           MOVE 'N' TO SUPPLIER-FOUND-SW.
           MOVE 1   TO SU-SUB.
           PERFORM 245-Match-Supplier
               UNTIL SU-SUB > SU-COUNT OR SUPPLIER-FOUND.
       245-Match-Supplier.
           IF  ST-SUPPLIER-ID(SU-SUB) = SI-SUPPLIER-ID
               MOVE 'Y' TO SUPPLIER-FOUND-SW
           ELSE
               ADD 1 TO SU-SUB
           END-IF.
      * The extension must add up, the price may run over the order
      * cost only by the supplier's tolerance (a supplier not on
      * the master has none), and the quantity billed to date may
      * not pass the quantity received.
       250-Check-Amounts.
           COMPUTE WS-EXTENSION = SI-QTY-BILLED * SI-UNIT-PRICE.
           IF  SUPPLIER-FOUND
               COMPUTE WS-TOLERANCE ROUNDED =
                   PL-UNIT-COST(PT-SUB) * ST-PRICE-TOL-PCT(SU-SUB)
                   / 100
           ELSE
               MOVE ZEROS TO WS-TOLERANCE
           END-IF.
           COMPUTE WS-PRICE-LIMIT = PL-UNIT-COST(PT-SUB) + WS-TOLERANCE.
           COMPUTE WS-BILLED-TO-DATE =
               PL-QTY-INVOICED(PT-SUB) + SI-QTY-BILLED.
           EVALUATE TRUE
               WHEN WS-EXTENSION NOT = SI-AMOUNT
                   MOVE 'EXTENSION ERROR' TO IN-HOLD-NOTE(IN-SUB)
               WHEN SI-UNIT-PRICE > WS-PRICE-LIMIT
                   MOVE 'PRICE OVER TOLERANCE' TO IN-HOLD-NOTE(IN-SUB)
               WHEN WS-BILLED-TO-DATE > PT-RECEIVED(PT-SUB)
                   MOVE 'BILLED OVER RECEIVED' TO IN-HOLD-NOTE(IN-SUB)
               WHEN OTHER
                   ADD SI-QTY-BILLED TO PL-QTY-INVOICED(PT-SUB)
           END-EVALUATE.
      * Take back what the lines that did match added - the invoice
      * is not being paid.
       260-Back-Out-Line.
           IF  IN-HOLD-NOTE(IN-SUB) = SPACES
           AND IN-PT-SUB(IN-SUB) > ZERO
               MOVE IN-RECORD(IN-SUB) TO SUPPLIER-INVOICE-REC
               SUBTRACT SI-QTY-BILLED
                   FROM PL-QTY-INVOICED(IN-PT-SUB(IN-SUB))
               MOVE 'HELD - OTHER LINE' TO IN-HOLD-NOTE(IN-SUB)
           END-IF.
       270-Dispose-One-Line.
           MOVE IN-RECORD(IN-SUB) TO SUPPLIER-INVOICE-REC.
           MOVE SI-INVOICE-NO       TO MDL-INVOICE-NO.
           MOVE SI-PO-NUMBER-X      TO MDL-PO-NUMBER.
           MOVE SI-PO-LINE-X        TO MDL-PO-LINE.
           MOVE IN-RECEIVED(IN-SUB) TO MDL-RECEIVED.
           MOVE IN-PO-COST(IN-SUB)  TO MDL-COST.
           IF  SI-QTY-BILLED-X IS NUMERIC
               MOVE SI-QTY-BILLED   TO MDL-BILLED
           ELSE
               MOVE ZEROS           TO MDL-BILLED
           END-IF.
           IF  SI-UNIT-PRICE-X IS NUMERIC
               MOVE SI-UNIT-PRICE   TO MDL-PRICE
           ELSE
               MOVE ZEROS           TO MDL-PRICE
           END-IF.
           IF  SI-AMOUNT-X IS NUMERIC
               MOVE SI-AMOUNT       TO MDL-AMOUNT
           ELSE
               MOVE ZEROS           TO MDL-AMOUNT
           END-IF.
           IF  INVOICE-HELD
               MOVE IN-HOLD-NOTE(IN-SUB) TO MDL-ACTION
               IF  IN-HOLD-NOTE(IN-SUB) = SPACES
                   MOVE 'HELD - OTHER LINE' TO MDL-ACTION
               END-IF
               WRITE HOLD-REC FROM SUPPLIER-INVOICE-REC
           ELSE
               MOVE 'RELEASED' TO MDL-ACTION
               MOVE SPACES           TO RELEASE-REC
               MOVE SI-INVOICE-NO    TO IR-INVOICE-NO
               MOVE SI-SUPPLIER-ID   TO IR-SUPPLIER-ID
               MOVE SI-INVOICE-DATE  TO IR-INVOICE-DATE
               MOVE SI-PO-NUMBER     TO IR-PO-NUMBER
               MOVE SI-PO-LINE       TO IR-PO-LINE
               MOVE SI-QTY-BILLED    TO IR-QTY-BILLED
               MOVE SI-UNIT-PRICE    TO IR-UNIT-PRICE
               MOVE SI-AMOUNT        TO IR-AMOUNT
               MOVE WS-RUN-DATE-YMD  TO IR-RELEASE-DATE
               WRITE RELEASE-REC
           END-IF.
           WRITE MATCH-LINE-OUT FROM MATCH-DETAIL-LINE
               AFTER ADVANCING 1.
       300-Open-Files.
           OPEN INPUT SUPPLIER-INVOICES.
           OPEN OUTPUT RELEASE-FILE.
           OPEN OUTPUT HOLD-FILE.
           OPEN OUTPUT MATCH-REGISTER.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           IF NOT SI-OK
               DISPLAY 'SUPINV FILE STATUS: ' SI-F-STATUS
               DISPLAY 'NO SUPPLIER INVOICES TODAY'
               MOVE 'N' TO SI-AVAILABLE
               MOVE 'Y' TO SI-EOF
           END-IF.
       150-Load-Open-Orders.
           OPEN INPUT OPEN-PO-FILE.
           IF  PO-OK
               PERFORM 155-Read-Open-Po-Record
               PERFORM 160-Store-Open-Po-Record UNTIL PO-AT-EOF
               CLOSE OPEN-PO-FILE
               IF  PO-TABLE-IS-FULL
                   DISPLAY 'POMATCH1 - OPEN PO TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'OPEN PO FILE STATUS: ' PO-F-STATUS
               DISPLAY 'POMATCH1 - NO OPEN PURCHASE ORDERS - RUN '
                       'REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       155-Read-Open-Po-Record.
           READ OPEN-PO-FILE
               AT END MOVE 'Y' TO PO-EOF
           END-READ.
       160-Store-Open-Po-Record.
           IF  PT-COUNT < 3000
               ADD 1 TO PT-COUNT
               MOVE PO-REC-TYPE TO PT-REC-TYPE(PT-COUNT)
               MOVE PO-NUMBER   TO PT-PO-NUMBER(PT-COUNT)
               MOVE PO-DETAIL   TO PT-DETAIL(PT-COUNT)
               MOVE ZEROS       TO PT-RECEIVED(PT-COUNT)
           ELSE
               MOVE 'Y' TO PO-TABLE-FULL
           END-IF.
           PERFORM 155-Read-Open-Po-Record.
      * Without tolerances every price has to match the order to
      * the cent, which is safe but holds too much - refuse.
       170-Load-Supplier-Tolerances.
           OPEN INPUT SUPPLIER-MASTER.
           IF  SUP-OK
               PERFORM 172-Read-Supplier-Record
               PERFORM 174-Store-Supplier-Record UNTIL SUP-AT-EOF
               CLOSE SUPPLIER-MASTER
               IF  SUPPLIER-TABLE-IS-FULL
                   DISPLAY 'POMATCH1 - SUPPLIER TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'SUPPLIER MASTER FILE STATUS: ' SUP-F-STATUS
               DISPLAY 'POMATCH1 - NO SUPPLIER MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       172-Read-Supplier-Record.
           READ SUPPLIER-MASTER
               AT END MOVE 'Y' TO SUP-EOF
           END-READ.
       174-Store-Supplier-Record.
           IF  SU-COUNT < 200
               ADD 1 TO SU-COUNT
               MOVE SU-SUPPLIER-ID TO ST-SUPPLIER-ID(SU-COUNT)
               IF  SU-PRICE-TOL-PCT IS NUMERIC
                   MOVE SU-PRICE-TOL-PCT TO ST-PRICE-TOL-PCT(SU-COUNT)
               ELSE
                   MOVE ZEROS TO ST-PRICE-TOL-PCT(SU-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO SUPPLIER-TABLE-FULL
           END-IF.
           PERFORM 172-Read-Supplier-Record.
      * The receipt side - every receipt logged against each order
      * line.  No log yet means nothing has been received.
       180-Load-Receipts.
           OPEN INPUT RECEIPT-LOG.
           IF  RL-OK
               PERFORM 182-Read-Receipt
               PERFORM 184-Apply-Receipt UNTIL RL-AT-EOF
               CLOSE RECEIPT-LOG
           ELSE
               DISPLAY 'RECEIPT LOG FILE STATUS: ' RL-F-STATUS
               DISPLAY 'NO RECEIPTS LOGGED - NOTHING CAN RELEASE'
           END-IF.
       182-Read-Receipt.
           READ RECEIPT-LOG
               AT END MOVE 'Y' TO RL-EOF
           END-READ.
       184-Apply-Receipt.
           MOVE RL-PO-NUMBER TO WS-LOOKUP-PO-NUMBER.
           MOVE RL-PO-LINE   TO WS-LOOKUP-PO-LINE.
           MOVE 'N' TO PO-LINE-FOUND-SW.
           PERFORM 220-Find-Order-Line.
           IF  PO-LINE-FOUND
               ADD RL-QTY-RECEIVED TO PT-RECEIVED(PT-SUB)
           ELSE
               DISPLAY 'POMATCH1 - RECEIPT FOR UNKNOWN ORDER LINE '
                       RL-PO-NUMBER '-' RL-PO-LINE ' IGNORED'
           END-IF.
           PERFORM 182-Read-Receipt.
       400-Read-Invoice.
           READ SUPPLIER-INVOICES
               AT END MOVE 'Y' TO SI-EOF
           END-READ.
       500-Write-Register-Totals.
           MOVE CTR-INVOICE-LINES TO MTL-LINES.
           MOVE CTR-RELEASED      TO MTL-RELEASED.
           MOVE CTR-RELEASED-AMT  TO MTL-RELEASED-AMT.
           MOVE CTR-HELD          TO MTL-HELD.
           MOVE CTR-HELD-AMT      TO MTL-HELD-AMT.
           WRITE MATCH-LINE-OUT FROM MATCH-TOTAL-LINE-1
               AFTER ADVANCING 2.
           WRITE MATCH-LINE-OUT FROM MATCH-TOTAL-LINE-2
               AFTER ADVANCING 1.
       880-Save-Open-Orders.
           OPEN OUTPUT OPEN-PO-FILE.
           PERFORM 885-Write-One-Open-Po-Row
               VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
           CLOSE OPEN-PO-FILE.
       885-Write-One-Open-Po-Row.
           MOVE PT-REC-TYPE(PT-SUB)  TO PO-REC-TYPE.
           MOVE PT-PO-NUMBER(PT-SUB) TO PO-NUMBER.
           MOVE PT-DETAIL(PT-SUB)    TO PO-DETAIL.
           WRITE OPEN-PO-REC.
       600-Close-Files.
           IF  SI-AVAILABLE = 'Y'
               CLOSE SUPPLIER-INVOICES
           END-IF.
           CLOSE RELEASE-FILE.
           CLOSE HOLD-FILE.
           CLOSE MATCH-REGISTER.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'POMATCH1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
