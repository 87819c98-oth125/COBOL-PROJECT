       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORECV01.
      ***** Receiving against open purchase orders.  Each RCVTRAN
      ***** transaction is one delivery of one OPENPO order line:
      ***** the quantity actually received, the date it came in and
      ***** who took it in.  The quantity goes onto the title's
      ***** on-hand in the INVPOS inventory master and onto the
      ***** line's quantity received.  A line received in full is
      ***** closed; one received in part stays open as part
      ***** received, unless the transaction says no more is coming
      ***** (close flag Y), which closes it short.  An order closes
      ***** when its last open line does.
      *****
      ***** A delivery that cannot be matched - no such order line,
      ***** a line already closed, more than is still outstanding,
      ***** a title with no inventory row, a bad quantity or date -
      ***** is rejected on the RCVRPT receiving register and posts
      ***** nothing.  Every receipt that posts is logged on RCVLOG,
      ***** the receipt history POMATCH1 matches invoices against.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15
      ***** DATE is the date a transaction with no received date is
      ***** taken as received (today when not keyed).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVING-TRANS ASSIGN TO RCVTRAN
                          FILE STATUS IS RC-F-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO OPENPO
                          FILE STATUS IS PO-F-STATUS.
           SELECT INVENTORY-MASTER ASSIGN TO INVPOS
                          FILE STATUS IS INV-F-STATUS.
           SELECT RECEIPT-LOG ASSIGN TO RCVLOG
                          FILE STATUS IS RL-F-STATUS.
           SELECT RECEIVING-REGISTER ASSIGN TO RCVRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVING-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIVING-REC.
       01  RECEIVING-REC.
           05  RC-PO-NUMBER       PIC 9(06).
           05  RC-PO-NUMBER-X REDEFINES RC-PO-NUMBER PIC X(06).
           05  RC-PO-LINE         PIC 9(02).
           05  RC-PO-LINE-X REDEFINES RC-PO-LINE PIC X(02).
           05  RC-QTY-RECEIVED    PIC 9(05).
           05  RC-QTY-RECEIVED-X REDEFINES RC-QTY-RECEIVED
                                  PIC X(05).
           05  RC-RECEIVED-DATE   PIC X(08).
           05  RC-CLOSE-LINE      PIC X(01).
               88  RC-CLOSE-SHORT         VALUE 'Y'.
           05  RC-RECEIVER        PIC X(08).
           05  FILLER             PIC X(50).
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
           05  IV-PURCHASING      PIC X(16).
           05  FILLER             PIC X(6).
      * One row per receipt posted - the receipt side of POMATCH1's
      * three-way match.
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
       FD  RECEIVING-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGISTER-LINE-OUT.
       01  REGISTER-LINE-OUT  PIC X(80).
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
       77 RC-F-STATUS               PIC X(02) VALUE SPACES.
           88 RC-OK                           VALUE '00'.
       77 PO-F-STATUS               PIC X(02) VALUE SPACES.
           88 PO-OK                           VALUE '00'.
       77 INV-F-STATUS              PIC X(02) VALUE SPACES.
           88 INV-OK                          VALUE '00'.
       77 RL-F-STATUS               PIC X(02) VALUE SPACES.
           88 RL-OK                           VALUE '00'.
       77 RC-EOF                    PIC X(01) VALUE 'N'.
           88 RC-AT-EOF                       VALUE 'Y'.
       77 PO-EOF                    PIC X(01) VALUE 'N'.
           88 PO-AT-EOF                       VALUE 'Y'.
       77 INV-EOF                   PIC X(01) VALUE 'N'.
           88 INV-AT-EOF                      VALUE 'Y'.
       77 RC-AVAILABLE              PIC X(01) VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RECEIVING-WARNING               VALUE 'Y'.
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
      * order, in the OPENPO layout.
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
                       88 PL-CLOSED           VALUE 'C'.
                   15 FILLER            PIC X(08).
       01 PO-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 PO-TABLE-IS-FULL                VALUE 'Y'.
       01 PO-LINE-FOUND-SW          PIC X(01) VALUE 'N'.
           88 PO-LINE-FOUND                   VALUE 'Y'.
       01 PO-HEAD-FOUND-SW          PIC X(01) VALUE 'N'.
           88 PO-HEAD-FOUND                   VALUE 'Y'.
       01 PO-STILL-OPEN-SW          PIC X(01) VALUE 'N'.
           88 PO-STILL-OPEN                   VALUE 'Y'.
      * INVPOS held whole for the rewrite, as INVPOS01 holds it.
       01 INV-TABLE-AREA.
           05 IT-COUNT              PIC 9(3) COMP VALUE 0.
           05 IT-SUB                PIC 9(3) COMP VALUE 0.
           05 INV-TABLE OCCURS 500 TIMES.
               10 IT-ARTIST-NAME    PIC X(30).
               10 IT-GENRE          PIC X(12).
               10 IT-ON-HAND        PIC S9(5).
               10 IT-SOLD-THIS-RUN  PIC 9(5).
               10 IT-REORDER-POINT  PIC 9(5).
               10 IT-PURCHASING     PIC X(16).
       01 INV-FOUND-SW              PIC X(01) VALUE 'N'.
           88 INV-ENTRY-FOUND                 VALUE 'Y'.
       01 INV-TABLE-FULL            PIC X(01) VALUE 'N'.
           88 INV-TABLE-IS-FULL               VALUE 'Y'.
      * Receiving work
       01 WS-RECEIVING-WORK.
           05 WS-RECEIVED-DATE      PIC X(08)    VALUE SPACES.
           05 WS-OUTSTANDING        PIC 9(05)    VALUE 0.
           05 WS-REJECT-NOTE        PIC X(24)    VALUE SPACES.
           05 WS-NEW-ON-HAND        PIC S9(7)    VALUE 0.
       01 RECEIVING-COUNTERS.
           05 CTR-TRANSACTIONS      PIC 9(5)    VALUE 0.
           05 CTR-POSTED            PIC 9(5)    VALUE 0.
           05 CTR-REJECTED          PIC 9(5)    VALUE 0.
           05 CTR-LINES-CLOSED      PIC 9(5)    VALUE 0.
           05 CTR-ORDERS-CLOSED     PIC 9(5)    VALUE 0.
           05 CTR-UNITS-RECEIVED    PIC 9(7)    VALUE 0.
      *    REGISTER LINES
       01 REGISTER-HEADING-LINE.
           05 FILLER  PIC X(30) VALUE
                  'RECEIVING REGISTER - RUN '.
           05 RH-RUN-DATE           PIC X(08).
           05 FILLER                PIC X(42) VALUE SPACES.
       01 REGISTER-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'PO     LN ARTIST                     QTY'.
           05 FILLER  PIC X(40) VALUE
                  ' RECEIVED  BY       ACTION'.
       01 REGISTER-DETAIL-LINE.
           05 RDL-PO-NUMBER         PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-PO-LINE           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-ARTIST            PIC X(24).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-QUANTITY          PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-RECEIVED-DATE     PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-RECEIVER          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-ACTION            PIC X(20).
       01 REGISTER-TOTAL-LINE-1.
           05 FILLER  PIC X(14) VALUE 'TRANSACTIONS: '.
           05 RTL-TRANSACTIONS      PIC ZZZZ9.
           05 FILLER  PIC X(10) VALUE '  POSTED: '.
           05 RTL-POSTED            PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '  REJECTED: '.
           05 RTL-REJECTED          PIC ZZZZ9.
           05 FILLER  PIC X(09) VALUE '  UNITS: '.
           05 RTL-UNITS             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE SPACES.
       01 REGISTER-TOTAL-LINE-2.
           05 FILLER  PIC X(14) VALUE 'LINES CLOSED: '.
           05 RTL-LINES-CLOSED      PIC ZZZZ9.
           05 FILLER  PIC X(17) VALUE '  ORDERS CLOSED: '.
           05 RTL-ORDERS-CLOSED     PIC ZZZZ9.
           05 FILLER                PIC X(39) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  RC-AVAILABLE = 'Y'
                   PERFORM 100-Main UNTIL RC-AT-EOF
               END-IF
               PERFORM 500-Write-Register-Totals
               IF  CTR-POSTED > ZERO
                   PERFORM 880-Save-Open-Orders
                   PERFORM 890-Save-Inventory-Master
               END-IF
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RECEIVING-WARNING
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
               PERFORM 170-Load-Inventory-Master
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN EXTEND RECEIPT-LOG
               IF  NOT RL-OK
                   OPEN OUTPUT RECEIPT-LOG
               END-IF
               IF  RC-AVAILABLE = 'Y'
                   PERFORM 400-Read-Receiving
               END-IF
           END-IF.
           MOVE WS-RUN-DATE-YMD TO RH-RUN-DATE.
           WRITE REGISTER-LINE-OUT FROM REGISTER-HEADING-LINE.
           WRITE REGISTER-LINE-OUT FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 2.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING IS RECEIVED.
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
           DISPLAY 'PORECV01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * One delivery per transaction.  Every check is made before
      * anything posts, so a rejected delivery changes nothing.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           ADD 1 TO CTR-TRANSACTIONS.
           MOVE SPACES TO WS-REJECT-NOTE.
           MOVE RC-PO-NUMBER-X    TO RDL-PO-NUMBER.
           MOVE RC-PO-LINE-X      TO RDL-PO-LINE.
           MOVE SPACES            TO RDL-ARTIST.
           MOVE ZEROS             TO RDL-QUANTITY.
           MOVE RC-RECEIVER       TO RDL-RECEIVER.
           IF  RC-RECEIVED-DATE = SPACES
               MOVE WS-RUN-DATE-YMD TO WS-RECEIVED-DATE
           ELSE
               MOVE RC-RECEIVED-DATE TO WS-RECEIVED-DATE
           END-IF.
           MOVE WS-RECEIVED-DATE  TO RDL-RECEIVED-DATE.
           PERFORM 200-Edit-Delivery.
           IF  WS-REJECT-NOTE = SPACES
               PERFORM 250-Post-Delivery
           ELSE
               ADD 1 TO CTR-REJECTED
               MOVE 'Y' TO WS-WARNING-SW
               MOVE WS-REJECT-NOTE TO RDL-ACTION
           END-IF.
           WRITE REGISTER-LINE-OUT FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1.
           PERFORM 400-Read-Receiving.
       200-Edit-Delivery.
           MOVE WS-RECEIVED-DATE TO DV-DATE-IN.
           MOVE 'Y'              TO DV-FORMAT.
           MOVE SPACE            TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE 'N' TO PO-LINE-FOUND-SW.
           IF  RC-PO-NUMBER-X IS NUMERIC AND RC-PO-LINE-X IS NUMERIC
               PERFORM 210-Find-Order-Line
           END-IF.
           IF  PO-LINE-FOUND
               MOVE PL-ARTIST-NAME(PT-SUB) TO RDL-ARTIST
               COMPUTE WS-OUTSTANDING = PL-QTY-ORDERED(PT-SUB)
                                      - PL-QTY-RECEIVED(PT-SUB)
               PERFORM 230-Find-Inventory-Row
           END-IF.
           IF  RC-QTY-RECEIVED-X IS NUMERIC
               MOVE RC-QTY-RECEIVED TO RDL-QUANTITY
           END-IF.
           EVALUATE TRUE
               WHEN NOT PO-LINE-FOUND
                   MOVE 'NO SUCH ORDER LINE' TO WS-REJECT-NOTE
               WHEN PL-CLOSED(PT-SUB)
                   MOVE 'LINE ALREADY CLOSED' TO WS-REJECT-NOTE
               WHEN DV-VALID NOT = 'Y'
                   MOVE 'BAD RECEIVED DATE' TO WS-REJECT-NOTE
               WHEN RC-QTY-RECEIVED-X NOT NUMERIC
                   MOVE 'BAD QUANTITY' TO WS-REJECT-NOTE
               WHEN RC-QTY-RECEIVED = ZERO AND NOT RC-CLOSE-SHORT
                   MOVE 'BAD QUANTITY' TO WS-REJECT-NOTE
               WHEN RC-QTY-RECEIVED > WS-OUTSTANDING
                   MOVE 'OVER QTY OUTSTANDING' TO WS-REJECT-NOTE
               WHEN NOT INV-ENTRY-FOUND
                   MOVE 'NO INVENTORY ROW' TO WS-REJECT-NOTE
               WHEN OTHER
                   COMPUTE WS-NEW-ON-HAND =
                       IT-ON-HAND(IT-SUB) + RC-QTY-RECEIVED
                   IF  WS-NEW-ON-HAND > 99999
                       MOVE 'ON-HAND WOULD OVERFLOW' TO WS-REJECT-NOTE
                   END-IF
           END-EVALUATE.
       210-Find-Order-Line.
           MOVE 1 TO PT-SUB.
           PERFORM 215-Match-Order-Line
               UNTIL PT-SUB > PT-COUNT OR PO-LINE-FOUND.
       215-Match-Order-Line.
           IF  PT-LINE-ROW(PT-SUB)
           AND PT-PO-NUMBER(PT-SUB) = RC-PO-NUMBER
           AND PL-LINE(PT-SUB) = RC-PO-LINE
               MOVE 'Y' TO PO-LINE-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       230-Find-Inventory-Row.
           MOVE 'N' TO INV-FOUND-SW.
           MOVE 1   TO IT-SUB.
           PERFORM 235-Match-Inventory-Row
               UNTIL IT-SUB > IT-COUNT OR INV-ENTRY-FOUND.
       235-Match-Inventory-Row.
           IF  IT-ARTIST-NAME(IT-SUB) = PL-ARTIST-NAME(PT-SUB)
           AND IT-GENRE(IT-SUB) = PL-GENRE(PT-SUB)
               MOVE 'Y' TO INV-FOUND-SW
           ELSE
               ADD 1 TO IT-SUB
           END-IF.
      * Stock up, the line's received quantity up, and the line
      * closed when it is received in full or closed short.
       250-Post-Delivery.
           ADD 1 TO CTR-POSTED.
           ADD RC-QTY-RECEIVED TO CTR-UNITS-RECEIVED.
           ADD RC-QTY-RECEIVED TO IT-ON-HAND(IT-SUB).
           ADD RC-QTY-RECEIVED TO PL-QTY-RECEIVED(PT-SUB).
           IF  PL-QTY-RECEIVED(PT-SUB) = PL-QTY-ORDERED(PT-SUB)
           OR  RC-CLOSE-SHORT
               MOVE 'C' TO PL-STATUS(PT-SUB)
               ADD 1 TO CTR-LINES-CLOSED
               IF  RC-CLOSE-SHORT
               AND PL-QTY-RECEIVED(PT-SUB) < PL-QTY-ORDERED(PT-SUB)
                   MOVE 'POSTED - CLOSED SHORT' TO RDL-ACTION
               ELSE
                   MOVE 'POSTED - LINE CLOSED' TO RDL-ACTION
               END-IF
               PERFORM 260-Close-Order-If-Done
           ELSE
               MOVE 'P' TO PL-STATUS(PT-SUB)
               MOVE 'POSTED - PART RECVD' TO RDL-ACTION
           END-IF.
           PERFORM 270-Find-Order-Header.
           MOVE SPACES                  TO RECEIPT-LOG-REC.
           MOVE RC-PO-NUMBER            TO RL-PO-NUMBER.
           MOVE RC-PO-LINE              TO RL-PO-LINE.
           IF  PO-HEAD-FOUND
               MOVE PH-SUPPLIER-ID(PT-HEAD-SUB) TO RL-SUPPLIER-ID
           END-IF.
           MOVE PL-ARTIST-NAME(PT-SUB)  TO RL-ARTIST-NAME.
           MOVE PL-GENRE(PT-SUB)        TO RL-GENRE.
           MOVE RC-QTY-RECEIVED         TO RL-QTY-RECEIVED.
           MOVE WS-RECEIVED-DATE        TO RL-RECEIVED-DATE.
           MOVE RC-RECEIVER             TO RL-RECEIVER.
           MOVE PL-STATUS(PT-SUB)       TO RL-LINE-CLOSED.
           WRITE RECEIPT-LOG-REC.
      * The order closes when none of its lines is still open.
       260-Close-Order-If-Done.
           MOVE 'N' TO PO-STILL-OPEN-SW.
           PERFORM 265-Check-Order-Line
               VARYING PT-HEAD-SUB FROM 1 BY 1
               UNTIL PT-HEAD-SUB > PT-COUNT.
           IF  NOT PO-STILL-OPEN
               PERFORM 270-Find-Order-Header
               IF  PO-HEAD-FOUND
                   MOVE 'C' TO PH-STATUS(PT-HEAD-SUB)
                   ADD 1 TO CTR-ORDERS-CLOSED
               END-IF
           END-IF.
       265-Check-Order-Line.
           IF  PT-LINE-ROW(PT-HEAD-SUB)
           AND PT-PO-NUMBER(PT-HEAD-SUB) = PT-PO-NUMBER(PT-SUB)
           AND NOT PL-CLOSED(PT-HEAD-SUB)
               MOVE 'Y' TO PO-STILL-OPEN-SW
           END-IF.
       270-Find-Order-Header.
           MOVE 'N' TO PO-HEAD-FOUND-SW.
           MOVE 1   TO PT-HEAD-SUB.
           PERFORM 275-Match-Order-Header
               UNTIL PT-HEAD-SUB > PT-COUNT OR PO-HEAD-FOUND.
       275-Match-Order-Header.
           IF  PT-HEADER-ROW(PT-HEAD-SUB)
           AND PT-PO-NUMBER(PT-HEAD-SUB) = PT-PO-NUMBER(PT-SUB)
               MOVE 'Y' TO PO-HEAD-FOUND-SW
           ELSE
               ADD 1 TO PT-HEAD-SUB
           END-IF.
       300-Open-Files.
           OPEN INPUT RECEIVING-TRANS.
           OPEN OUTPUT RECEIVING-REGISTER.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           IF NOT RC-OK
               DISPLAY 'RCVTRAN FILE STATUS: ' RC-F-STATUS
               DISPLAY 'NO DELIVERIES TODAY - RCVTRAN NOT AVAILABLE'
               MOVE 'N' TO RC-AVAILABLE
               MOVE 'Y' TO RC-EOF
           END-IF.
      * No open-order file or inventory master means nothing can
      * be received against.
       150-Load-Open-Orders.
           OPEN INPUT OPEN-PO-FILE.
           IF  PO-OK
               PERFORM 155-Read-Open-Po-Record
               PERFORM 160-Store-Open-Po-Record UNTIL PO-AT-EOF
               CLOSE OPEN-PO-FILE
               IF  PO-TABLE-IS-FULL
                   DISPLAY 'PORECV01 - OPEN PO TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'OPEN PO FILE STATUS: ' PO-F-STATUS
               DISPLAY 'PORECV01 - NO OPEN PURCHASE ORDERS - RUN '
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
           ELSE
               MOVE 'Y' TO PO-TABLE-FULL
           END-IF.
           PERFORM 155-Read-Open-Po-Record.
       170-Load-Inventory-Master.
           OPEN INPUT INVENTORY-MASTER.
           IF  INV-OK
               PERFORM 175-Read-Inventory-Record
               PERFORM 180-Store-Inventory-Row UNTIL INV-AT-EOF
               CLOSE INVENTORY-MASTER
               IF  INV-TABLE-IS-FULL
                   DISPLAY 'PORECV01 - INVENTORY TABLE FULL - '
                           'RAISE THE TABLE LIMIT - RUN REFUSED'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           ELSE
               DISPLAY 'INVENTORY MASTER FILE STATUS: ' INV-F-STATUS
               DISPLAY 'PORECV01 - NO INVENTORY MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       175-Read-Inventory-Record.
           READ INVENTORY-MASTER
               AT END MOVE 'Y' TO INV-EOF
           END-READ.
       180-Store-Inventory-Row.
           IF  IT-COUNT < 500
               ADD 1 TO IT-COUNT
               MOVE IV-ARTIST-NAME   TO IT-ARTIST-NAME(IT-COUNT)
               MOVE IV-GENRE         TO IT-GENRE(IT-COUNT)
               MOVE IV-ON-HAND       TO IT-ON-HAND(IT-COUNT)
               MOVE IV-SOLD-THIS-RUN TO IT-SOLD-THIS-RUN(IT-COUNT)
               MOVE IV-REORDER-POINT TO IT-REORDER-POINT(IT-COUNT)
               MOVE IV-PURCHASING    TO IT-PURCHASING(IT-COUNT)
           ELSE
               MOVE 'Y' TO INV-TABLE-FULL
           END-IF.
           PERFORM 175-Read-Inventory-Record.
       400-Read-Receiving.
           READ RECEIVING-TRANS
               AT END MOVE 'Y' TO RC-EOF
           END-READ.
       500-Write-Register-Totals.
           MOVE CTR-TRANSACTIONS   TO RTL-TRANSACTIONS.
           MOVE CTR-POSTED         TO RTL-POSTED.
           MOVE CTR-REJECTED       TO RTL-REJECTED.
           MOVE CTR-UNITS-RECEIVED TO RTL-UNITS.
           MOVE CTR-LINES-CLOSED   TO RTL-LINES-CLOSED.
           MOVE CTR-ORDERS-CLOSED  TO RTL-ORDERS-CLOSED.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-1
               AFTER ADVANCING 2.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-2
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
       890-Save-Inventory-Master.
           OPEN OUTPUT INVENTORY-MASTER.
           PERFORM 895-Write-One-Inventory-Row
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > IT-COUNT.
           CLOSE INVENTORY-MASTER.
       895-Write-One-Inventory-Row.
           MOVE SPACES                   TO INVENTORY-REC.
           MOVE IT-ARTIST-NAME(IT-SUB)   TO IV-ARTIST-NAME.
           MOVE IT-GENRE(IT-SUB)         TO IV-GENRE.
           MOVE IT-ON-HAND(IT-SUB)       TO IV-ON-HAND.
           MOVE IT-SOLD-THIS-RUN(IT-SUB) TO IV-SOLD-THIS-RUN.
           MOVE IT-REORDER-POINT(IT-SUB) TO IV-REORDER-POINT.
           MOVE IT-PURCHASING(IT-SUB)    TO IV-PURCHASING.
           WRITE INVENTORY-REC.
       600-Close-Files.
           IF  RC-AVAILABLE = 'Y'
               CLOSE RECEIVING-TRANS
           END-IF.
           IF  NOT RUN-REFUSED
               CLOSE RECEIPT-LOG
           END-IF.
           CLOSE RECEIVING-REGISTER.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'PORECV01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
