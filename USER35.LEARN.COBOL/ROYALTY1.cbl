      ***** control figure Finance settles against.  An artist with
      ***** sales but no rate row lists as unrated so the contract
      ***** file gets fixed.
      ***** An artist or payee SANCSCR1 has held for sanctions
      ***** review, or compliance has confirmed, still accrues, but
      ***** the amount due is withheld - it prints marked SANC HOLD
      ***** and stays out of the total due until the hit is cleared
      ***** on the SANCMAST review master.
      ***** A customer return on FAVIN reverses what its units
      ***** accrued - units, revenue and royalty at the artist's
      ***** rate come back off the ledger, never below zero - and
      ***** the statement shows the units returned this run and
      ***** the royalty reversed.
      ***** A sale is priced from the CATPRICE catalog master and
      ***** any promotion in effect on its sale date (CATPRC01).
      ***** ROYPAY01 pays the amount due and takes it off the
      ***** accrued royalty; the ledger carries the paid-to-date and
      ***** last-paid date it posts, so the accrued figure here is
      ***** what is still owed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                          FILE STATUS IS RR-F-STATUS.
           SELECT ROYALTY-LEDGER ASSIGN TO ROYLEDG
                          FILE STATUS IS RL-F-STATUS.
           SELECT SANCTIONS-MASTER ASSIGN TO SANCMAST
                          FILE STATUS IS SC-F-STATUS.
           SELECT ROYALTY-STATEMENT ASSIGN TO ROYSTMT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
          05 BAND-IS-STILL-TOGETHER     PIC X(1).
          05 QUANTITY-SOLD              PIC 9(4).
          05 QUANTITY-SOLD-X REDEFINES QUANTITY-SOLD PIC X(4).
          05 SALES-EMP-ID               PIC X(8).
          05 FAVIN-REC-TYPE             PIC X(1).
             88 FAVIN-RETURN                        VALUE 'R'.
          05 RETURN-REASON              PIC X(1).
          05 SALE-DATE                  PIC X(8).
       FD  ROYALTY-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  RL-UNITS           PIC 9(7).
           05  RL-REVENUE         PIC 9(9)V99.
           05  RL-ACCRUED         PIC 9(9)V99.
           05  RL-PAID-TO-DATE    PIC 9(9)V99.
           05  RL-LAST-PAID-DATE  PIC X(8).
           05  FILLER             PIC X(2).
       FD  SANCTIONS-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANCTIONS-MASTER-REC.
      * Only the source, key and review status are wanted here
       01  SANCTIONS-MASTER-REC.
           05  SC-SOURCE          PIC X(8).
           05  SC-KEY             PIC X(30).
           05  FILLER             PIC X(92).
           05  SC-STATUS          PIC X(1).
               88  SC-BLOCKED             VALUE 'H' 'F'.
           05  FILLER             PIC X(29).
       FD  ROYALTY-STATEMENT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77 RL-EOF                    PIC X(01) VALUE 'N'.
           88 LEDGER-AT-EOF                   VALUE 'Y'.
       77 FAVIN-AVAILABLE           PIC X(01) VALUE 'Y'.
       77 SC-F-STATUS               PIC X(02) VALUE SPACES.
           88 SANCTIONS-OK                    VALUE '00'.
       77 SC-EOF                    PIC X(01) VALUE 'N'.
           88 SANCTIONS-AT-EOF                VALUE 'Y'.
       77 SANCTIONS-TABLE-FULL      PIC X(01) VALUE 'N'.
           88 SANCTIONS-TABLE-IS-FULL         VALUE 'Y'.
       77 SANCTIONS-HOLD-SW         PIC X(01) VALUE 'N'.
           88 SANCTIONS-HOLD                  VALUE 'Y'.
      * Artists whose artist or payee name is held or confirmed on
      * the sanctions review master
       01 SANCTIONS-TABLE-AREA.
           05 SH-COUNT              PIC 9(3) COMP VALUE 0.
           05 SH-SUB                PIC 9(3) COMP VALUE 0.
           05 SANCTIONS-TABLE OCCURS 300 TIMES.
               10 SH-ARTIST-NAME    PIC X(30).
      * Rates and ledger keyed on artist name, held together so
      * each artist's accrual carries its contract terms.
       01 ROYALTY-TABLE-AREA.
               10 RY-UNITS          PIC 9(7).
               10 RY-REVENUE        PIC 9(9)V99.
               10 RY-ACCRUED        PIC 9(9)V99.
               10 RY-RETURNED-UNITS PIC 9(7).
               10 RY-REVERSED       PIC 9(9)V99.
               10 RY-PAID-TO-DATE   PIC 9(9)V99.
               10 RY-LAST-PAID-DATE PIC X(8).
       01 ROYALTY-FOUND-SW          PIC X(01) VALUE 'N'.
           88 ROYALTY-ENTRY-FOUND             VALUE 'Y'.
       01 ROYALTY-TABLE-FULL        PIC X(01) VALUE 'N'.
           05 WS-ROYALTY-AMT        PIC 9(7)V99 VALUE 0.
           05 WS-AMOUNT-DUE         PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-DUE          PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-HELD         PIC 9(9)V99 VALUE 0.
      *    STATEMENT PRINT LINES
       01 STMT-HEADING-LINE.
           05 FILLER  PIC X(36) VALUE
           05 SDL-DUE               PIC $$$,$$9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SDL-NOTE              PIC X(10).
       01 STMT-RETURNS-LINE.
           05 FILLER  PIC X(08) VALUE 'RETURNS:'.
           05 SRL-UNITS             PIC ZZZZZZ9.
           05 FILLER  PIC X(20) VALUE '  ROYALTY REVERSED: '.
           05 SRL-REVERSED          PIC $$$,$$$,$$9.99.
       01 STMT-TOTAL-LINE.
           05 FILLER  PIC X(26) VALUE 'TOTAL ROYALTIES DUE:      '.
           05 STL-TOTAL-DUE         PIC $$$,$$$,$$9.99.
       01 STMT-HELD-LINE.
           05 FILLER  PIC X(26) VALUE 'WITHHELD - SANCTIONS HOLD:'.
           05 SHL-TOTAL-HELD        PIC $$$,$$$,$$9.99.
      * Catalog pricing - see CATPRC01
       01 PRICE-PARMS.
           05 PP-ARTIST-NAME        PIC X(30) VALUE SPACES.
           05 PP-GENRE              PIC X(12) VALUE SPACES.
           05 PP-SALE-DATE          PIC X(08) VALUE SPACES.
           05 PP-DATE-USED          PIC X(08) VALUE SPACES.
           05 PP-RESULT             PIC X(01) VALUE SPACE.
               88 PP-PRICED                   VALUE 'Y'.
           05 PP-LIST-PRICE         PIC 9(3)V99 VALUE ZEROS.
           05 PP-DISCOUNT           PIC 9(3)V99 VALUE ZEROS.
           05 PP-NET-PRICE          PIC 9(3)V99 VALUE ZEROS.
           05 PP-PROMO-ID           PIC X(06) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Royalty-Rates.
           PERFORM 170-Load-Royalty-Ledger.
           PERFORM 190-Load-Sanctions-Holds.
           IF FAVIN-AVAILABLE = 'Y'
               PERFORM 400-Read-Favin
           END-IF.
           ELSE
               MOVE 1 TO WS-UNITS-SOLD
           END-IF.
           IF  NOT FAVIN-RETURN
               PERFORM 220-Price-From-Master
           END-IF.
           COMPUTE WS-COMPUTED-COST =
               CD-COST + SHIPPING-COST + TAX.
           COMPUTE WS-REVENUE =
               WS-COMPUTED-COST * WS-UNITS-SOLD.
           IF  FAVIN-RETURN
               PERFORM 210-Reverse-One-Return
           ELSE
               PERFORM 200-Accrue-One-Record
           END-IF.
           PERFORM 400-Read-Favin.
       200-Accrue-One-Record.
           PERFORM 250-Locate-Artist-Row.
                   WS-REVENUE * RY-RATE(RY-SUB)
               ADD WS-ROYALTY-AMT TO RY-ACCRUED(RY-SUB)
           END-IF.
      * The royalty reversed is the returned revenue at today's
      * rate.  A return bigger than what the ledger carries (sold
      * before the ledger started) takes it to zero, not below.
       210-Reverse-One-Return.
           PERFORM 250-Locate-Artist-Row.
           IF  ROYALTY-ENTRY-FOUND
               COMPUTE WS-ROYALTY-AMT ROUNDED =
                   WS-REVENUE * RY-RATE(RY-SUB)
               ADD WS-UNITS-SOLD  TO RY-RETURNED-UNITS(RY-SUB)
               IF  WS-UNITS-SOLD < RY-UNITS(RY-SUB)
                   SUBTRACT WS-UNITS-SOLD FROM RY-UNITS(RY-SUB)
               ELSE
                   MOVE ZEROS TO RY-UNITS(RY-SUB)
               END-IF
               IF  WS-REVENUE < RY-REVENUE(RY-SUB)
                   SUBTRACT WS-REVENUE FROM RY-REVENUE(RY-SUB)
               ELSE
                   MOVE ZEROS TO RY-REVENUE(RY-SUB)
               END-IF
               IF  WS-ROYALTY-AMT > RY-ACCRUED(RY-SUB)
                   MOVE RY-ACCRUED(RY-SUB) TO WS-ROYALTY-AMT
               END-IF
               SUBTRACT WS-ROYALTY-AMT FROM RY-ACCRUED(RY-SUB)
               ADD WS-ROYALTY-AMT TO RY-REVERSED(RY-SUB)
           END-IF.
      * A sale is priced from the catalog price master as of its
      * sale date, less any promotion in effect, exactly as FAVRPTV2
      * prices it.  A title not on the master keeps its keyed price.
       220-Price-From-Master.
           MOVE ARTIST-NAME   TO PP-ARTIST-NAME.
           MOVE MUSICAL-GENRE TO PP-GENRE.
           MOVE SALE-DATE     TO PP-SALE-DATE.
           CALL 'CATPRC01' USING PRICE-PARMS.
           IF  PP-PRICED
               MOVE PP-NET-PRICE TO CD-COST
           END-IF.
       250-Locate-Artist-Row.
           MOVE 'N' TO ROYALTY-FOUND-SW.
           MOVE 1   TO RY-SUB.
                   MOVE ZEROS       TO RY-UNITS(RY-SUB)
                   MOVE ZEROS       TO RY-REVENUE(RY-SUB)
                   MOVE ZEROS       TO RY-ACCRUED(RY-SUB)
                   MOVE ZEROS       TO RY-RETURNED-UNITS(RY-SUB)
                   MOVE ZEROS       TO RY-REVERSED(RY-SUB)
                   MOVE ZEROS       TO RY-PAID-TO-DATE(RY-SUB)
                   MOVE SPACES      TO RY-LAST-PAID-DATE(RY-SUB)
                   MOVE 'Y'         TO ROYALTY-FOUND-SW
               ELSE
                   MOVE 'Y' TO ROYALTY-TABLE-FULL
               MOVE ZEROS            TO RY-UNITS(RY-COUNT)
               MOVE ZEROS            TO RY-REVENUE(RY-COUNT)
               MOVE ZEROS            TO RY-ACCRUED(RY-COUNT)
               MOVE ZEROS            TO RY-RETURNED-UNITS(RY-COUNT)
               MOVE ZEROS            TO RY-REVERSED(RY-COUNT)
               MOVE ZEROS            TO RY-PAID-TO-DATE(RY-COUNT)
               MOVE SPACES           TO RY-LAST-PAID-DATE(RY-COUNT)
           ELSE
               MOVE 'Y' TO ROYALTY-TABLE-FULL
               DISPLAY 'ROYALTY TABLE FULL - RATE ROWS DROPPED'
                   MOVE ZEROS          TO RY-UNITS(RY-SUB)
                   MOVE ZEROS          TO RY-REVENUE(RY-SUB)
                   MOVE ZEROS          TO RY-ACCRUED(RY-SUB)
                   MOVE ZEROS          TO RY-RETURNED-UNITS(RY-SUB)
                   MOVE ZEROS          TO RY-REVERSED(RY-SUB)
                   MOVE ZEROS          TO RY-PAID-TO-DATE(RY-SUB)
                   MOVE SPACES         TO RY-LAST-PAID-DATE(RY-SUB)
               ELSE
                   MOVE 'Y' TO ROYALTY-TABLE-FULL
                   DISPLAY 'ROYALTY TABLE FULL - ' RL-ARTIST-NAME
               MOVE RL-UNITS   TO RY-UNITS(RY-SUB)
               MOVE RL-REVENUE TO RY-REVENUE(RY-SUB)
               MOVE RL-ACCRUED TO RY-ACCRUED(RY-SUB)
               IF  RL-PAID-TO-DATE IS NUMERIC
                   MOVE RL-PAID-TO-DATE   TO RY-PAID-TO-DATE(RY-SUB)
                   MOVE RL-LAST-PAID-DATE TO
                        RY-LAST-PAID-DATE(RY-SUB)
               END-IF
           END-IF.
           PERFORM 175-Read-Ledger-Record.
       185-Match-Ledger-Row.
           ELSE
               ADD 1 TO RY-SUB
           END-IF.
      * No review master means SANCSCR1 has never held anything -
      * statements go out as before, with a warning.  A table too
      * small to hold every row could miss a hold, so then every
      * payee is withheld instead.
       190-Load-Sanctions-Holds.
           OPEN INPUT SANCTIONS-MASTER.
           IF  SANCTIONS-OK
               PERFORM 192-Read-Sanction
               PERFORM 194-Store-Sanction UNTIL SANCTIONS-AT-EOF
               CLOSE SANCTIONS-MASTER
           ELSE
               DISPLAY 'SANCMAST FILE STATUS: ' SC-F-STATUS
               DISPLAY 'NO SANCTIONS REVIEW MASTER - PAYEES NOT '
                       'CHECKED FOR HOLDS'
           END-IF.
       192-Read-Sanction.
           READ SANCTIONS-MASTER
               AT END MOVE 'Y' TO SC-EOF
           END-READ.
       194-Store-Sanction.
           IF  (SC-SOURCE = 'ROYALTY ' OR SC-SOURCE = 'ROYPAYEE')
           AND SC-BLOCKED
               IF  SH-COUNT < 300
                   ADD 1 TO SH-COUNT
                   MOVE SC-KEY TO SH-ARTIST-NAME(SH-COUNT)
               ELSE
                   MOVE 'Y' TO SANCTIONS-TABLE-FULL
                   DISPLAY 'SANCTIONS HOLD TABLE FULL - EVERY PAYEE '
                           'WITHHELD'
               END-IF
           END-IF.
           PERFORM 192-Read-Sanction.
       196-Check-Sanctions.
           MOVE 'N' TO SANCTIONS-HOLD-SW.
           IF  SANCTIONS-TABLE-IS-FULL
               MOVE 'Y' TO SANCTIONS-HOLD-SW
           ELSE
               MOVE 1 TO SH-SUB
               PERFORM 198-Match-Sanction
                   UNTIL SH-SUB > SH-COUNT OR SANCTIONS-HOLD
           END-IF.
       198-Match-Sanction.
           IF  SH-ARTIST-NAME(SH-SUB) = RY-ARTIST-NAME(RY-SUB)
               MOVE 'Y' TO SANCTIONS-HOLD-SW
           ELSE
               ADD 1 TO SH-SUB
           END-IF.
       400-Read-Favin.
           READ FAVIN1
               AT END MOVE 'Y' TO FAVIN-EOF
           MOVE WS-TOTAL-DUE TO STL-TOTAL-DUE.
           WRITE STATEMENT-LINE-OUT FROM STMT-TOTAL-LINE
               AFTER ADVANCING 2.
           IF  WS-TOTAL-HELD > ZERO
               MOVE WS-TOTAL-HELD TO SHL-TOTAL-HELD
               WRITE STATEMENT-LINE-OUT FROM STMT-HELD-LINE
                   AFTER ADVANCING 1
           END-IF.
       520-Write-One-Statement.
           IF  RY-UNITS(RY-SUB) = ZERO
           AND RY-RETURNED-UNITS(RY-SUB) = ZERO
               CONTINUE
           ELSE
               MOVE RY-ARTIST-NAME(RY-SUB) TO SAL-ARTIST
               MOVE RY-REVENUE(RY-SUB) TO SDL-REVENUE
               MOVE RY-RATE(RY-SUB)    TO SDL-RATE
               MOVE WS-AMOUNT-DUE      TO SDL-DUE
               PERFORM 196-Check-Sanctions
               IF  SANCTIONS-HOLD
                   MOVE 'SANC HOLD ' TO SDL-NOTE
               END-IF
               WRITE STATEMENT-LINE-OUT FROM STMT-DETAIL-LINE
                   AFTER ADVANCING 1
               IF  RY-RETURNED-UNITS(RY-SUB) > ZERO
                   MOVE RY-RETURNED-UNITS(RY-SUB) TO SRL-UNITS
                   MOVE RY-REVERSED(RY-SUB)       TO SRL-REVERSED
                   WRITE STATEMENT-LINE-OUT FROM STMT-RETURNS-LINE
                       AFTER ADVANCING 1
               END-IF
               IF  SANCTIONS-HOLD
                   ADD WS-AMOUNT-DUE TO WS-TOTAL-HELD
               ELSE
                   ADD WS-AMOUNT-DUE TO WS-TOTAL-DUE
               END-IF
           END-IF.
      * A full table means accrual rows past the limit never made
      * it into core - rewriting from the table would silently
           MOVE RY-UNITS(RY-SUB)       TO RL-UNITS.
           MOVE RY-REVENUE(RY-SUB)     TO RL-REVENUE.
           MOVE RY-ACCRUED(RY-SUB)     TO RL-ACCRUED.
           MOVE RY-PAID-TO-DATE(RY-SUB) TO RL-PAID-TO-DATE.
           MOVE RY-LAST-PAID-DATE(RY-SUB) TO RL-LAST-PAID-DATE.
           WRITE ROYALTY-LEDGER-REC.
       600-Close-Files.
           IF FAVIN-AVAILABLE = 'Y'
