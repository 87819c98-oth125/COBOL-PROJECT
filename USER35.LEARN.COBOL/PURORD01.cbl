       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURORD01.
      ***** Suggested purchase orders for the band inventory.  Reads
      ***** the INVPOS inventory master INVPOS01 keeps and, for every
      ***** title at or under its reorder point, orders it from the
      ***** supplier on its purchasing terms - in lots of its
      ***** reorder quantity, as many lots as it takes to lift the
      ***** title back over the reorder point, at its unit cost.
      ***** What is already on order and not yet received (open
      ***** lines on the OPENPO open purchase-order file) counts
      ***** toward the position, so a title already coming in is
      ***** not ordered twice.
      *****
      ***** The lines are grouped into one purchase order per
      ***** supplier on the SUPMAST supplier master, due the
      ***** supplier's lead time in business days after the order
      ***** date, and printed on POSUGG.  A title with no supplier,
      ***** an unknown or inactive supplier, or no reorder quantity
      ***** is listed as not ordered so purchasing can fix its
      ***** terms.
      *****
      ***** OPENPO carries two kinds of row for each order:  an H
      ***** row with the supplier, order date, due date and status,
      ***** and an L row per title with the quantity ordered,
      ***** received (PORECV01) and invoiced (POMATCH1), the unit
      ***** cost and the line status.  Orders are numbered on from
      ***** the highest number on the file.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15 ISSUE=Y
      ***** DATE is the order date (today when not keyed).  Without
      ***** ISSUE=Y the orders only print as suggestions; with it
      ***** they are added to OPENPO as open orders.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-MASTER ASSIGN TO INVPOS
                          FILE STATUS IS INV-F-STATUS.
           SELECT SUPPLIER-MASTER ASSIGN TO SUPMAST
                          FILE STATUS IS SUP-F-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPO
                          FILE STATUS IS PO-F-STATUS.
           SELECT ORDER-REPORT ASSIGN TO POSUGG.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVENTORY-REC.
       01  INVENTORY-REC.
           05  IV-ARTIST-NAME     PIC X(30).
           05  IV-GENRE           PIC X(12).
           05  IV-ON-HAND         PIC S9(5)
                                  SIGN LEADING SEPARATE.
           05  IV-SOLD-THIS-RUN   PIC 9(5).
           05  IV-REORDER-POINT   PIC 9(5).
           05  IV-PURCHASING.
               10  IV-SUPPLIER-ID PIC X(6).
               10  IV-REORDER-QTY PIC 9(5).
               10  IV-REORDER-QTY-X REDEFINES IV-REORDER-QTY
                                  PIC X(5).
               10  IV-UNIT-COST   PIC 9(3)V99.
               10  IV-UNIT-COST-X REDEFINES IV-UNIT-COST
                                  PIC X(5).
           05  FILLER             PIC X(6).
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
               88  SU-ACTIVE              VALUE 'A'.
           05  FILLER             PIC X(36).
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
      * H row - one per purchase order.
           05  PO-HEADER-DETAIL REDEFINES PO-DETAIL.
               10  PH-SUPPLIER-ID PIC X(06).
               10  PH-ORDER-DATE  PIC X(08).
               10  PH-DUE-DATE    PIC X(08).
               10  PH-STATUS      PIC X(01).
                   88  PH-CLOSED          VALUE 'C'.
               10  FILLER         PIC X(50).
      * L row - one per title ordered.
           05  PO-LINE-DETAIL REDEFINES PO-DETAIL.
               10  PL-LINE        PIC 9(02).
               10  PL-ARTIST-NAME PIC X(30).
               10  PL-GENRE       PIC X(12).
               10  PL-QTY-ORDERED PIC 9(05).
               10  PL-QTY-RECEIVED PIC 9(05).
               10  PL-QTY-INVOICED PIC 9(05).
               10  PL-UNIT-COST   PIC 9(3)V99.
               10  PL-STATUS      PIC X(01).
                   88  PL-OPEN            VALUE 'O'.
                   88  PL-PART-RECEIVED   VALUE 'P'.
                   88  PL-CLOSED          VALUE 'C'.
               10  FILLER         PIC X(08).
       FD  ORDER-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ORDER-LINE-OUT.
       01  ORDER-LINE-OUT  PIC X(80).
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
       77 INV-F-STATUS              PIC X(02) VALUE SPACES.
           88 INV-OK                          VALUE '00'.
       77 SUP-F-STATUS              PIC X(02) VALUE SPACES.
           88 SUP-OK                          VALUE '00'.
       77 PO-F-STATUS               PIC X(02) VALUE SPACES.
           88 PO-OK                           VALUE '00'.
       77 INV-EOF                   PIC X(01) VALUE 'N'.
           88 INV-AT-EOF                      VALUE 'Y'.
       77 SUP-EOF                   PIC X(01) VALUE 'N'.
           88 SUP-AT-EOF                      VALUE 'Y'.
       77 PO-EOF                    PIC X(01) VALUE 'N'.
           88 PO-AT-EOF                       VALUE 'Y'.
       77 WS-OPEN-PO-ON-FILE        PIC X(01) VALUE 'N'.
           88 OPEN-PO-ON-FILE                 VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 ORDER-WARNING                   VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15 ISSUE=Y
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-OPTIONS.
          05 WS-ISSUE-SW            PIC X(01) VALUE 'N'.
             88 ISSUE-ORDERS                  VALUE 'Y'.
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
       01 WS-RUN-DATE-ISO.
           05 WS-RUN-ISO-YEAR       PIC X(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-MONTH      PIC X(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-RUN-ISO-DAY        PIC X(02).
       01 WS-RUN-DATE-YMD           PIC X(08) VALUE SPACES.
      * Suppliers, and the order each one gets this run.
       01 SUPPLIER-TABLE-AREA.
           05 SU-COUNT              PIC 9(3) COMP VALUE 0.
           05 SU-SUB                PIC 9(3) COMP VALUE 0.
           05 SUPPLIER-TABLE OCCURS 200 TIMES.
               10 ST-SUPPLIER-ID    PIC X(06).
               10 ST-NAME           PIC X(30).
               10 ST-LEAD-DAYS      PIC 9(03).
               10 ST-ACTIVE-SW      PIC X(01).
                   88 ST-IS-ACTIVE            VALUE 'Y'.
               10 ST-LINE-COUNT     PIC 9(3) COMP.
       01 SUPPLIER-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 SUPPLIER-TABLE-IS-FULL          VALUE 'Y'.
       01 SUPPLIER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 SUPPLIER-FOUND                  VALUE 'Y'.
      * Quantity still to come in on open order lines, by title.
       01 ON-ORDER-TABLE-AREA.
           05 OO-COUNT              PIC 9(4) COMP VALUE 0.
           05 OO-SUB                PIC 9(4) COMP VALUE 0.
           05 ON-ORDER-TABLE OCCURS 1000 TIMES.
               10 OO-ARTIST-NAME    PIC X(30).
               10 OO-GENRE          PIC X(12).
               10 OO-QUANTITY       PIC 9(7).
       01 ON-ORDER-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 ON-ORDER-TABLE-IS-FULL          VALUE 'Y'.
       01 ON-ORDER-FOUND-SW         PIC X(01) VALUE 'N'.
           88 ON-ORDER-FOUND                  VALUE 'Y'.
      * Order lines suggested this run, by supplier.
       01 SUGGESTION-TABLE-AREA.
           05 SG-COUNT              PIC 9(3) COMP VALUE 0.
           05 SG-SUB                PIC 9(3) COMP VALUE 0.
           05 SUGGESTION-TABLE OCCURS 500 TIMES.
               10 SG-SUPPLIER-SUB   PIC 9(3) COMP.
               10 SG-ARTIST-NAME    PIC X(30).
               10 SG-GENRE          PIC X(12).
               10 SG-ON-HAND        PIC S9(5).
               10 SG-QUANTITY       PIC 9(5).
               10 SG-UNIT-COST      PIC 9(3)V99.
       01 SUGGESTION-TABLE-FULL     PIC X(01) VALUE 'N'.
           88 SUGGESTION-TABLE-IS-FULL        VALUE 'Y'.
      * Ordering work
       01 WS-ORDER-WORK.
           05 WS-LOOKUP-SUPPLIER    PIC X(06)    VALUE SPACES.
           05 WS-ON-ORDER           PIC 9(7)     VALUE 0.
           05 WS-POSITION           PIC S9(7)    VALUE 0.
           05 WS-SHORTFALL          PIC 9(7)     VALUE 0.
           05 WS-LOTS               PIC 9(5)     VALUE 0.
           05 WS-ORDER-QTY          PIC 9(7)     VALUE 0.
           05 WS-OUTSTANDING        PIC 9(7)     VALUE 0.
           05 WS-NOT-ORDERED-NOTE   PIC X(24)    VALUE SPACES.
           05 WS-LAST-PO-NUMBER     PIC 9(06)    VALUE 0.
           05 WS-PO-LINE            PIC 9(02)    VALUE 0.
           05 WS-DUE-DATE-YMD       PIC X(08)    VALUE SPACES.
           05 WS-EXTENDED           PIC 9(7)V99  VALUE 0.
           05 WS-PO-TOTAL           PIC 9(7)V99  VALUE 0.
       01 ORDER-COUNTERS.
           05 CTR-CANDIDATES        PIC 9(5)    VALUE 0.
           05 CTR-ON-ORDER          PIC 9(5)    VALUE 0.
           05 CTR-NOT-ORDERED       PIC 9(5)    VALUE 0.
           05 CTR-ORDERS            PIC 9(5)    VALUE 0.
           05 CTR-LINES             PIC 9(5)    VALUE 0.
           05 CTR-ORDER-VALUE       PIC 9(9)V99 VALUE 0.
      * Date conversion work
       01 WS-CONV-YMD               PIC 9(8)  VALUE 0.
       01 WS-CONV-YMD-X REDEFINES WS-CONV-YMD.
           05 WS-CONV-YEAR          PIC 9(4).
           05 WS-CONV-MONTH         PIC 9(2).
           05 WS-CONV-DAY           PIC 9(2).
       01 WS-CONV-ISO.
           05 WS-ISO-YEAR           PIC 9(4).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-ISO-MONTH          PIC 9(2).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-ISO-DAY            PIC 9(2).
       01 WS-CONV-ISO-X REDEFINES WS-CONV-ISO PIC X(10).
      *    REPORT LINES
       01 ORDER-HEADING-LINE.
           05 FILLER  PIC X(27) VALUE
                  'PURCHASE ORDERS - ORDERED '.
           05 OH-ORDER-DATE         PIC X(10).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 OH-MODE               PIC X(30).
           05 FILLER  PIC X(11) VALUE SPACES.
       01 ORDER-SECTION-LINE.
           05 OSL-TEXT              PIC X(80).
       01 NOT-ORDERED-LINE.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NOL-ARTIST            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NOL-GENRE             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NOL-ON-HAND           PIC ZZZZ9-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NOL-SUPPLIER          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NOL-NOTE              PIC X(20).
       01 ORDER-SUPPLIER-LINE.
           05 FILLER  PIC X(04) VALUE 'PO: '.
           05 OSU-PO-NUMBER         PIC 9(06).
           05 FILLER  PIC X(12) VALUE '  SUPPLIER: '.
           05 OSU-SUPPLIER-ID       PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 OSU-NAME              PIC X(30).
           05 FILLER  PIC X(06) VALUE '  DUE '.
           05 OSU-DUE-DATE          PIC X(10).
           05 FILLER                PIC X(05) VALUE SPACES.
       01 ORDER-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'LN ARTIST                         GENRE '.
           05 FILLER  PIC X(40) VALUE
                  '          QTY   COST   EXTENDED ON-HAND'.
       01 ORDER-DETAIL-LINE.
           05 ODL-LINE              PIC 99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ODL-ARTIST            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ODL-GENRE             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ODL-QUANTITY          PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ODL-UNIT-COST         PIC ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ODL-EXTENDED          PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ODL-ON-HAND           PIC ZZZZ9-.
           05 FILLER                PIC X(03) VALUE SPACES.
       01 ORDER-TOTAL-LINE.
           05 FILLER                PIC X(47) VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'PO TOTAL  '.
           05 OTL-PO-TOTAL          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE SPACES.
       01 ORDER-SUMMARY-LINE-1.
           05 FILLER  PIC X(20) VALUE 'REORDER CANDIDATES: '.
           05 OSL-CANDIDATES        PIC ZZZZ9.
           05 FILLER  PIC X(14) VALUE '  ON ORDER:   '.
           05 OSL-ON-ORDER          PIC ZZZZ9.
           05 FILLER  PIC X(16) VALUE '  NOT ORDERED:  '.
           05 OSL-NOT-ORDERED       PIC ZZZZ9.
           05 FILLER                PIC X(15) VALUE SPACES.
       01 ORDER-SUMMARY-LINE-2.
           05 FILLER  PIC X(20) VALUE 'PURCHASE ORDERS:    '.
           05 OSL-ORDERS            PIC ZZZZ9.
           05 FILLER  PIC X(14) VALUE '  LINES:      '.
           05 OSL-LINES             PIC ZZZZ9.
           05 FILLER  PIC X(16) VALUE '  ORDER VALUE:  '.
           05 OSL-ORDER-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(06) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 100-Main UNTIL INV-AT-EOF
               CLOSE INVENTORY-MASTER
      * A full suggestion table means titles past the limit were
      * never ordered - issuing part of the reorder would leave the
      * rest looking covered, so nothing is issued.
               IF  SUGGESTION-TABLE-IS-FULL
                   DISPLAY 'PURORD01 - SUGGESTION TABLE FULL - '
                           'NOTHING ISSUED - RAISE THE TABLE LIMIT'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 500-Write-Orders
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  ORDER-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Supplier-Master
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 170-Load-Open-Orders
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN INPUT INVENTORY-MASTER
               IF  INV-OK
                   PERFORM 155-Read-Inventory-Record
               ELSE
                   DISPLAY 'INVENTORY MASTER FILE STATUS: '
                           INV-F-STATUS
                   DISPLAY 'PURORD01 - NO INVENTORY MASTER - RUN '
                           'REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           MOVE WS-RUN-DATE-ISO TO OH-ORDER-DATE.
           IF  ISSUE-ORDERS
               MOVE 'ISSUED TO OPENPO' TO OH-MODE
           ELSE
               MOVE 'SUGGESTED - NOT ISSUED' TO OH-MODE
           END-IF.
           WRITE ORDER-LINE-OUT FROM ORDER-HEADING-LINE.
           MOVE 'REORDER CANDIDATES NOT ORDERED' TO OSL-TEXT.
           WRITE ORDER-LINE-OUT FROM ORDER-SECTION-LINE
               AFTER ADVANCING 2.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS ORDERED.
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
           MOVE WS-RUN-DATE-YMD(1:4) TO WS-RUN-ISO-YEAR.
           MOVE WS-RUN-DATE-YMD(5:2) TO WS-RUN-ISO-MONTH.
           MOVE WS-RUN-DATE-YMD(7:2) TO WS-RUN-ISO-DAY.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'DATE'
                       MOVE WS-OPT-VALUE TO DV-DATE-IN
                       PERFORM 015-Validate-Date
                       IF  DV-VALID = 'Y'
                           MOVE DV-DATE-OUT TO WS-RUN-DATE-YMD
                       END-IF
                   WHEN 'ISSUE'
                       IF  WS-OPT-VALUE = 'Y' OR 'N'
                           MOVE WS-OPT-VALUE TO WS-ISSUE-SW
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       015-Validate-Date.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'PURORD01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * Each inventory row at or under its reorder point is a
      * candidate.  The position is on-hand plus what is still to
      * come in; a title already back over its point on that
      * position needs nothing.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  IV-ON-HAND NOT > IV-REORDER-POINT
               ADD 1 TO CTR-CANDIDATES
               PERFORM 200-Plan-One-Title
           END-IF.
           PERFORM 155-Read-Inventory-Record.
       200-Plan-One-Title.
           PERFORM 250-Find-On-Order.
           COMPUTE WS-POSITION = IV-ON-HAND + WS-ON-ORDER.
           MOVE SPACES TO WS-NOT-ORDERED-NOTE.
           MOVE IV-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER.
           PERFORM 260-Locate-Supplier.
           EVALUATE TRUE
               WHEN WS-POSITION > IV-REORDER-POINT
                   ADD 1 TO CTR-ON-ORDER
                   MOVE 'ALREADY ON ORDER' TO WS-NOT-ORDERED-NOTE
               WHEN IV-SUPPLIER-ID = SPACES
                   MOVE 'NO SUPPLIER ON INVPOS' TO WS-NOT-ORDERED-NOTE
               WHEN NOT SUPPLIER-FOUND
                   MOVE 'SUPPLIER NOT ON FILE' TO WS-NOT-ORDERED-NOTE
               WHEN NOT ST-IS-ACTIVE(SU-SUB)
                   MOVE 'SUPPLIER INACTIVE' TO WS-NOT-ORDERED-NOTE
               WHEN IV-REORDER-QTY-X NOT NUMERIC
                   MOVE 'NO REORDER QUANTITY' TO WS-NOT-ORDERED-NOTE
               WHEN IV-REORDER-QTY = ZERO
                   MOVE 'NO REORDER QUANTITY' TO WS-NOT-ORDERED-NOTE
               WHEN IV-UNIT-COST-X NOT NUMERIC
                   MOVE 'NO UNIT COST' TO WS-NOT-ORDERED-NOTE
               WHEN OTHER
                   PERFORM 210-Suggest-Order-Line
           END-EVALUATE.
           IF  WS-NOT-ORDERED-NOTE NOT = SPACES
               MOVE IV-ARTIST-NAME      TO NOL-ARTIST
               MOVE IV-GENRE            TO NOL-GENRE
               MOVE IV-ON-HAND          TO NOL-ON-HAND
               MOVE IV-SUPPLIER-ID      TO NOL-SUPPLIER
               MOVE WS-NOT-ORDERED-NOTE TO NOL-NOTE
               WRITE ORDER-LINE-OUT FROM NOT-ORDERED-LINE
                   AFTER ADVANCING 1
               IF  WS-POSITION NOT > IV-REORDER-POINT
                   ADD 1 TO CTR-NOT-ORDERED
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
      * Whole lots of the reorder quantity, enough to lift the
      * position over the reorder point.
       210-Suggest-Order-Line.
           COMPUTE WS-SHORTFALL = IV-REORDER-POINT - WS-POSITION.
           COMPUTE WS-LOTS = WS-SHORTFALL / IV-REORDER-QTY + 1.
           COMPUTE WS-ORDER-QTY = WS-LOTS * IV-REORDER-QTY.
           IF  SG-COUNT < 500 AND WS-ORDER-QTY < 100000
               ADD 1 TO SG-COUNT
               MOVE SU-SUB         TO SG-SUPPLIER-SUB(SG-COUNT)
               MOVE IV-ARTIST-NAME TO SG-ARTIST-NAME(SG-COUNT)
               MOVE IV-GENRE       TO SG-GENRE(SG-COUNT)
               MOVE IV-ON-HAND     TO SG-ON-HAND(SG-COUNT)
               MOVE WS-ORDER-QTY   TO SG-QUANTITY(SG-COUNT)
               MOVE IV-UNIT-COST   TO SG-UNIT-COST(SG-COUNT)
               ADD 1 TO ST-LINE-COUNT(SU-SUB)
           ELSE
               IF  SG-COUNT < 500
                   MOVE 'ORDER QTY TOO LARGE' TO WS-NOT-ORDERED-NOTE
               ELSE
                   MOVE 'Y' TO SUGGESTION-TABLE-FULL
               END-IF
           END-IF.
       250-Find-On-Order.
           MOVE ZEROS TO WS-ON-ORDER.
           MOVE 'N'   TO ON-ORDER-FOUND-SW.
           MOVE 1     TO OO-SUB.
           PERFORM 255-Match-On-Order
               UNTIL OO-SUB > OO-COUNT OR ON-ORDER-FOUND.
           IF  ON-ORDER-FOUND
               MOVE OO-QUANTITY(OO-SUB) TO WS-ON-ORDER
           END-IF.
       255-Match-On-Order.
           IF  OO-ARTIST-NAME(OO-SUB) = IV-ARTIST-NAME
           AND OO-GENRE(OO-SUB) = IV-GENRE
               MOVE 'Y' TO ON-ORDER-FOUND-SW
           ELSE
               ADD 1 TO OO-SUB
           END-IF.
       260-Locate-Supplier.
           MOVE 'N' TO SUPPLIER-FOUND-SW.
           MOVE 1   TO SU-SUB.
           PERFORM 265-Match-Supplier
               UNTIL SU-SUB > SU-COUNT OR SUPPLIER-FOUND.
       265-Match-Supplier.
           IF  ST-SUPPLIER-ID(SU-SUB) = WS-LOOKUP-SUPPLIER
               MOVE 'Y' TO SUPPLIER-FOUND-SW
           ELSE
               ADD 1 TO SU-SUB
           END-IF.
       300-Open-Files.
           OPEN OUTPUT ORDER-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
      * Without a supplier master there is no one to order from.
       150-Load-Supplier-Master.
           OPEN INPUT SUPPLIER-MASTER.
           IF  SUP-OK
               PERFORM 152-Read-Supplier-Record
               PERFORM 154-Store-Supplier-Record UNTIL SUP-AT-EOF
               CLOSE SUPPLIER-MASTER
               IF  SUPPLIER-TABLE-IS-FULL
                   DISPLAY 'PURORD01 - SUPPLIER TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'SUPPLIER MASTER FILE STATUS: ' SUP-F-STATUS
               DISPLAY 'PURORD01 - NO SUPPLIER MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       152-Read-Supplier-Record.
           READ SUPPLIER-MASTER
               AT END MOVE 'Y' TO SUP-EOF
           END-READ.
       154-Store-Supplier-Record.
           IF  SU-COUNT < 200
               ADD 1 TO SU-COUNT
               MOVE SU-SUPPLIER-ID TO ST-SUPPLIER-ID(SU-COUNT)
               MOVE SU-NAME        TO ST-NAME(SU-COUNT)
               IF  SU-LEAD-DAYS IS NUMERIC
                   MOVE SU-LEAD-DAYS TO ST-LEAD-DAYS(SU-COUNT)
               ELSE
                   MOVE ZEROS        TO ST-LEAD-DAYS(SU-COUNT)
               END-IF
               IF  SU-ACTIVE
                   MOVE 'Y' TO ST-ACTIVE-SW(SU-COUNT)
               ELSE
                   MOVE 'N' TO ST-ACTIVE-SW(SU-COUNT)
               END-IF
               MOVE ZEROS          TO ST-LINE-COUNT(SU-COUNT)
           ELSE
               MOVE 'Y' TO SUPPLIER-TABLE-FULL
           END-IF.
           PERFORM 152-Read-Supplier-Record.
      * Open lines give what is still to come in per title, and
      * the highest order number carries the numbering on.  No
      * OPENPO yet means nothing is on order.
       170-Load-Open-Orders.
           OPEN INPUT OPEN-PO-FILE.
           IF  PO-OK
               MOVE 'Y' TO WS-OPEN-PO-ON-FILE
               PERFORM 172-Read-Open-Po-Record
               PERFORM 174-Apply-Open-Po-Record UNTIL PO-AT-EOF
               CLOSE OPEN-PO-FILE
               IF  ON-ORDER-TABLE-IS-FULL
                   DISPLAY 'PURORD01 - ON-ORDER TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'OPEN PO FILE STATUS: ' PO-F-STATUS
               DISPLAY 'NO OPEN PURCHASE ORDERS - STARTING OPENPO'
           END-IF.
       172-Read-Open-Po-Record.
           READ OPEN-PO-FILE
               AT END MOVE 'Y' TO PO-EOF
           END-READ.
       174-Apply-Open-Po-Record.
           IF  PO-NUMBER > WS-LAST-PO-NUMBER
               MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
           END-IF.
           IF  PO-LINE-ROW AND NOT PL-CLOSED
           AND PL-QTY-ORDERED > PL-QTY-RECEIVED
               COMPUTE WS-OUTSTANDING =
                   PL-QTY-ORDERED - PL-QTY-RECEIVED
               MOVE 'N' TO ON-ORDER-FOUND-SW
               MOVE 1   TO OO-SUB
               PERFORM 176-Match-Open-Line
                   UNTIL OO-SUB > OO-COUNT OR ON-ORDER-FOUND
               IF  ON-ORDER-FOUND
                   ADD WS-OUTSTANDING TO OO-QUANTITY(OO-SUB)
               ELSE
                   IF  OO-COUNT < 1000
                       ADD 1 TO OO-COUNT
                       MOVE PL-ARTIST-NAME TO OO-ARTIST-NAME(OO-COUNT)
                       MOVE PL-GENRE       TO OO-GENRE(OO-COUNT)
                       MOVE WS-OUTSTANDING TO OO-QUANTITY(OO-COUNT)
                   ELSE
                       MOVE 'Y' TO ON-ORDER-TABLE-FULL
                   END-IF
               END-IF
           END-IF.
           PERFORM 172-Read-Open-Po-Record.
       176-Match-Open-Line.
           IF  OO-ARTIST-NAME(OO-SUB) = PL-ARTIST-NAME
           AND OO-GENRE(OO-SUB) = PL-GENRE
               MOVE 'Y' TO ON-ORDER-FOUND-SW
           ELSE
               ADD 1 TO OO-SUB
           END-IF.
       155-Read-Inventory-Record.
           READ INVENTORY-MASTER
               AT END MOVE 'Y' TO INV-EOF
           END-READ.
      * One purchase order per supplier with lines, in supplier
      * master order.  Issued orders are added to the end of
      * OPENPO.
       500-Write-Orders.
           MOVE 'PURCHASE ORDERS' TO OSL-TEXT.
           WRITE ORDER-LINE-OUT FROM ORDER-SECTION-LINE
               AFTER ADVANCING 2.
           IF  ISSUE-ORDERS
               IF  OPEN-PO-ON-FILE
                   OPEN EXTEND OPEN-PO-FILE
               ELSE
                   OPEN OUTPUT OPEN-PO-FILE
               END-IF
           END-IF.
           PERFORM 510-Write-Supplier-Order
               VARYING SU-SUB FROM 1 BY 1 UNTIL SU-SUB > SU-COUNT.
           IF  ISSUE-ORDERS
               CLOSE OPEN-PO-FILE
           END-IF.
           MOVE CTR-CANDIDATES  TO OSL-CANDIDATES.
           MOVE CTR-ON-ORDER    TO OSL-ON-ORDER.
           MOVE CTR-NOT-ORDERED TO OSL-NOT-ORDERED.
           MOVE CTR-ORDERS      TO OSL-ORDERS.
           MOVE CTR-LINES       TO OSL-LINES.
           MOVE CTR-ORDER-VALUE TO OSL-ORDER-VALUE.
           WRITE ORDER-LINE-OUT FROM ORDER-SUMMARY-LINE-1
               AFTER ADVANCING 2.
           WRITE ORDER-LINE-OUT FROM ORDER-SUMMARY-LINE-2
               AFTER ADVANCING 1.
       510-Write-Supplier-Order.
           IF  ST-LINE-COUNT(SU-SUB) > ZERO
               PERFORM 520-Start-Purchase-Order
               PERFORM 530-Write-Order-Line
                   VARYING SG-SUB FROM 1 BY 1 UNTIL SG-SUB > SG-COUNT
               PERFORM 540-End-Purchase-Order
           END-IF.
      * The due date is the supplier's lead time in business days
      * after the order date.
       520-Start-Purchase-Order.
           ADD 1 TO WS-LAST-PO-NUMBER.
           ADD 1 TO CTR-ORDERS.
           MOVE ZEROS TO WS-PO-LINE.
           MOVE ZEROS TO WS-PO-TOTAL.
           MOVE WS-RUN-DATE-YMD TO DV-DATE-IN.
           MOVE 'Y'             TO DV-FORMAT.
           MOVE 'A'             TO DV-FUNCTION.
           MOVE ST-LEAD-DAYS(SU-SUB) TO DV-DAY-COUNT.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE DV-DATE-OUT     TO WS-DUE-DATE-YMD.
           MOVE WS-DUE-DATE-YMD TO WS-CONV-YMD.
           PERFORM 800-Ymd-To-Iso.
           MOVE WS-LAST-PO-NUMBER      TO OSU-PO-NUMBER.
           MOVE ST-SUPPLIER-ID(SU-SUB) TO OSU-SUPPLIER-ID.
           MOVE ST-NAME(SU-SUB)        TO OSU-NAME.
           MOVE WS-CONV-ISO-X          TO OSU-DUE-DATE.
           WRITE ORDER-LINE-OUT FROM ORDER-SUPPLIER-LINE
               AFTER ADVANCING 2.
           WRITE ORDER-LINE-OUT FROM ORDER-COLUMN-LINE
               AFTER ADVANCING 1.
           IF  ISSUE-ORDERS
               MOVE SPACES                 TO OPEN-PO-REC
               MOVE 'H'                    TO PO-REC-TYPE
               MOVE WS-LAST-PO-NUMBER      TO PO-NUMBER
               MOVE ST-SUPPLIER-ID(SU-SUB) TO PH-SUPPLIER-ID
               MOVE WS-RUN-DATE-YMD        TO PH-ORDER-DATE
               MOVE WS-DUE-DATE-YMD        TO PH-DUE-DATE
               MOVE 'O'                    TO PH-STATUS
               WRITE OPEN-PO-REC
           END-IF.
      * A purchase order holds 99 lines - a supplier with more gets
      * a second order.
       530-Write-Order-Line.
           IF  SG-SUPPLIER-SUB(SG-SUB) = SU-SUB
               IF  WS-PO-LINE = 99
                   PERFORM 540-End-Purchase-Order
                   PERFORM 520-Start-Purchase-Order
               END-IF
               ADD 1 TO WS-PO-LINE
               ADD 1 TO CTR-LINES
               COMPUTE WS-EXTENDED =
                   SG-QUANTITY(SG-SUB) * SG-UNIT-COST(SG-SUB)
               ADD WS-EXTENDED TO WS-PO-TOTAL
               ADD WS-EXTENDED TO CTR-ORDER-VALUE
               MOVE WS-PO-LINE             TO ODL-LINE
               MOVE SG-ARTIST-NAME(SG-SUB) TO ODL-ARTIST
               MOVE SG-GENRE(SG-SUB)       TO ODL-GENRE
               MOVE SG-QUANTITY(SG-SUB)    TO ODL-QUANTITY
               MOVE SG-UNIT-COST(SG-SUB)   TO ODL-UNIT-COST
               MOVE WS-EXTENDED            TO ODL-EXTENDED
               MOVE SG-ON-HAND(SG-SUB)     TO ODL-ON-HAND
               WRITE ORDER-LINE-OUT FROM ORDER-DETAIL-LINE
                   AFTER ADVANCING 1
               IF  ISSUE-ORDERS
                   MOVE SPACES                 TO OPEN-PO-REC
                   MOVE 'L'                    TO PO-REC-TYPE
                   MOVE WS-LAST-PO-NUMBER      TO PO-NUMBER
                   MOVE WS-PO-LINE             TO PL-LINE
                   MOVE SG-ARTIST-NAME(SG-SUB) TO PL-ARTIST-NAME
                   MOVE SG-GENRE(SG-SUB)       TO PL-GENRE
                   MOVE SG-QUANTITY(SG-SUB)    TO PL-QTY-ORDERED
                   MOVE ZEROS                  TO PL-QTY-RECEIVED
                                                  PL-QTY-INVOICED
                   MOVE SG-UNIT-COST(SG-SUB)   TO PL-UNIT-COST
                   MOVE 'O'                    TO PL-STATUS
                   WRITE OPEN-PO-REC
               END-IF
           END-IF.
       540-End-Purchase-Order.
           MOVE WS-PO-TOTAL TO OTL-PO-TOTAL.
           WRITE ORDER-LINE-OUT FROM ORDER-TOTAL-LINE
               AFTER ADVANCING 1.
       600-Close-Files.
           CLOSE ORDER-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'PURORD01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       800-Ymd-To-Iso.
           MOVE WS-CONV-YEAR  TO WS-ISO-YEAR.
           MOVE WS-CONV-MONTH TO WS-ISO-MONTH.
           MOVE WS-CONV-DAY   TO WS-ISO-DAY.
