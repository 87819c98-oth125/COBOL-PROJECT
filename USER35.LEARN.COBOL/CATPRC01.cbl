       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATPRC01.
      ***** Shared catalog pricing.  One CALLable routine that
      ***** prices a band title as of a sale date, so every program
      ***** that reads FAVIN sales prices them the same way instead
      ***** of trusting whatever CD-COST was keyed on the record.
      *****
      ***** CATPRICE is the catalog price master - one row per
      ***** artist/genre title per effective date.  The list price
      ***** in force on the sale date is the row with the latest
      ***** effective date not after it.
      *****
      ***** PROMO is the promotion file - a percentage or fixed
      ***** amount off, for every title of one artist (scope A) or
      ***** of one genre (scope G), from a start date through an
      ***** end date inclusive.  Where more than one promotion is
      ***** in effect the customer gets the biggest discount, and
      ***** a discount never takes the price below zero.  Only a
      ***** title on the price master is promoted.
      *****
      ***** Both files are loaded on the first call.  With no price
      ***** master at all every title comes back not priced and the
      ***** callers keep the keyed price, as they always did.
      *****
      ***** PP-SALE-DATE is YYYYMMDD; blank or not a real date
      ***** prices as of today.  PP-DATE-USED says which date was
      ***** used.  PP-RESULT:  Y priced from the master, N title
      ***** not on the master as of that date, X no price master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-MASTER-FILE ASSIGN TO CATPRICE
                  FILE STATUS IS CP-F-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO PROMO
                  FILE STATUS IS PM-F-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-MASTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICE-MASTER-REC.
       01  PRICE-MASTER-REC.
           05  CP-ARTIST-NAME     PIC X(30).
           05  CP-GENRE           PIC X(12).
           05  CP-EFFECTIVE-DATE  PIC X(8).
           05  CP-LIST-PRICE      PIC 9(3)V99.
           05  CP-LIST-PRICE-X REDEFINES CP-LIST-PRICE PIC X(5).
           05  FILLER             PIC X(25).
       FD  PROMOTION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROMOTION-REC.
       01  PROMOTION-REC.
           05  PM-PROMO-ID        PIC X(6).
           05  PM-SCOPE           PIC X(1).
               88  PM-SCOPE-ARTIST          VALUE 'A'.
               88  PM-SCOPE-GENRE           VALUE 'G'.
           05  PM-KEY             PIC X(30).
           05  PM-TYPE            PIC X(1).
               88  PM-TYPE-PERCENT          VALUE 'P'.
               88  PM-TYPE-FIXED            VALUE 'F'.
      *        PERCENT OFF (015.00 IS 15%) OR AMOUNT OFF PER UNIT
           05  PM-VALUE           PIC 9(3)V99.
           05  PM-VALUE-X REDEFINES PM-VALUE PIC X(5).
           05  PM-START-DATE      PIC X(8).
           05  PM-END-DATE        PIC X(8).
           05  PM-DESCRIPTION     PIC X(21).
       WORKING-STORAGE SECTION.
       77  CP-F-STATUS            PIC X(02) VALUE SPACES.
           88  CP-OPEN-OK                   VALUE '00'.
       77  CP-EOF                 PIC X(01) VALUE 'N'.
           88  CP-AT-EOF                    VALUE 'Y'.
       77  PM-F-STATUS            PIC X(02) VALUE SPACES.
           88  PM-OPEN-OK                   VALUE '00'.
       77  PM-EOF                 PIC X(01) VALUE 'N'.
           88  PM-AT-EOF                    VALUE 'Y'.
       77  WS-TABLES-LOADED       PIC X(01) VALUE 'N'.
           88  TABLES-ARE-LOADED            VALUE 'Y'.
       77  WS-MASTER-PRESENT      PIC X(01) VALUE 'N'.
           88  MASTER-IS-PRESENT            VALUE 'Y'.
       77  WS-BAD-PRICE-ROWS      PIC 9(5)  VALUE 0.
       77  WS-BAD-PROMO-ROWS      PIC 9(5)  VALUE 0.
       01  PRICE-TABLE-AREA.
           05  CT-COUNT           PIC 9(4) COMP VALUE 0.
           05  CT-SUB             PIC 9(4) COMP VALUE 0.
           05  CT-BEST-SUB        PIC 9(4) COMP VALUE 0.
           05  PRICE-TABLE OCCURS 2000 TIMES.
               10  CT-ARTIST-NAME PIC X(30).
               10  CT-GENRE       PIC X(12).
               10  CT-EFFECTIVE   PIC X(8).
               10  CT-LIST-PRICE  PIC 9(3)V99.
       01  PROMO-TABLE-AREA.
           05  PT-COUNT           PIC 9(3) COMP VALUE 0.
           05  PT-SUB             PIC 9(3) COMP VALUE 0.
           05  PROMO-TABLE OCCURS 200 TIMES.
               10  PT-PROMO-ID    PIC X(6).
               10  PT-SCOPE       PIC X(1).
               10  PT-KEY         PIC X(30).
               10  PT-TYPE        PIC X(1).
               10  PT-VALUE       PIC 9(3)V99.
               10  PT-START-DATE  PIC X(8).
               10  PT-END-DATE    PIC X(8).
       01  WS-PRICE-WORK.
           05  WS-PRICE-DATE      PIC X(8)  VALUE SPACES.
           05  WS-ONE-DISCOUNT    PIC 9(3)V99 VALUE 0.
           05  WS-START-OK        PIC X(1)  VALUE 'N'.
      * Shared date validation - see DATEVAL
       01  DATEVAL-PARMS.
           05  DV-DATE-IN         PIC X(10) VALUE SPACES.
           05  DV-FORMAT          PIC X(1)  VALUE 'Y'.
           05  DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
           05  DV-RANGE-TO        PIC X(8)  VALUE SPACES.
           05  DV-VALID           PIC X(1)  VALUE 'N'.
           05  DV-DATE-OUT        PIC X(8)  VALUE SPACES.
           05  DV-FUNCTION        PIC X(1)  VALUE SPACE.
           05  DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
           05  DV-BUSINESS        PIC X(1)  VALUE SPACE.
       LINKAGE SECTION.
       01  PRICE-PARMS.
           05  PP-ARTIST-NAME     PIC X(30).
           05  PP-GENRE           PIC X(12).
           05  PP-SALE-DATE       PIC X(8).
           05  PP-DATE-USED       PIC X(8).
           05  PP-RESULT          PIC X(1).
               88  PP-PRICED                VALUE 'Y'.
               88  PP-NOT-ON-MASTER         VALUE 'N'.
               88  PP-NO-MASTER             VALUE 'X'.
           05  PP-LIST-PRICE      PIC 9(3)V99.
           05  PP-DISCOUNT        PIC 9(3)V99.
           05  PP-NET-PRICE       PIC 9(3)V99.
           05  PP-PROMO-ID        PIC X(6).
       PROCEDURE DIVISION USING PRICE-PARMS.
       000-Price-Title.
           IF  NOT TABLES-ARE-LOADED
               PERFORM 600-Load-Price-Master
               PERFORM 700-Load-Promotions
               MOVE 'Y' TO WS-TABLES-LOADED
           END-IF.
           MOVE ZEROS  TO PP-LIST-PRICE PP-DISCOUNT PP-NET-PRICE.
           MOVE SPACES TO PP-PROMO-ID.
           PERFORM 100-Resolve-Sale-Date.
           IF  NOT MASTER-IS-PRESENT
               MOVE 'X' TO PP-RESULT
           ELSE
               PERFORM 200-Find-List-Price
               IF  CT-BEST-SUB = ZERO
                   MOVE 'N' TO PP-RESULT
               ELSE
                   MOVE 'Y' TO PP-RESULT
                   MOVE CT-LIST-PRICE(CT-BEST-SUB) TO PP-LIST-PRICE
                   PERFORM 300-Best-Promotion
                       VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-COUNT
                   COMPUTE PP-NET-PRICE =
                       PP-LIST-PRICE - PP-DISCOUNT
               END-IF
           END-IF.
           GOBACK.
       100-Resolve-Sale-Date.
           MOVE PP-SALE-DATE TO DV-DATE-IN.
           MOVE 'Y'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
               MOVE DV-DATE-OUT TO WS-PRICE-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRICE-DATE
           END-IF.
           MOVE WS-PRICE-DATE TO PP-DATE-USED.
      * The row in force is the latest effective date on or before
      * the sale date - the master need not be in any order.
       200-Find-List-Price.
           MOVE ZERO TO CT-BEST-SUB.
           PERFORM 210-Test-Price-Row
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
       210-Test-Price-Row.
           IF  CT-ARTIST-NAME(CT-SUB) = PP-ARTIST-NAME
           AND CT-GENRE(CT-SUB) = PP-GENRE
           AND CT-EFFECTIVE(CT-SUB) NOT > WS-PRICE-DATE
               IF  CT-BEST-SUB = ZERO
                   MOVE CT-SUB TO CT-BEST-SUB
               ELSE
                   IF  CT-EFFECTIVE(CT-SUB) >
                       CT-EFFECTIVE(CT-BEST-SUB)
                       MOVE CT-SUB TO CT-BEST-SUB
                   END-IF
               END-IF
           END-IF.
       300-Best-Promotion.
           IF  PT-START-DATE(PT-SUB) NOT > WS-PRICE-DATE
           AND PT-END-DATE(PT-SUB) NOT < WS-PRICE-DATE
               IF  (PT-SCOPE(PT-SUB) = 'A'
                    AND PT-KEY(PT-SUB) = PP-ARTIST-NAME)
               OR  (PT-SCOPE(PT-SUB) = 'G'
                    AND PT-KEY(PT-SUB) = PP-GENRE)
                   PERFORM 310-Compute-Discount
               END-IF
           END-IF.
       310-Compute-Discount.
           IF  PT-TYPE(PT-SUB) = 'P'
               IF  PT-VALUE(PT-SUB) > 100
                   MOVE PP-LIST-PRICE TO WS-ONE-DISCOUNT
               ELSE
                   COMPUTE WS-ONE-DISCOUNT ROUNDED =
                       PP-LIST-PRICE * PT-VALUE(PT-SUB) / 100
               END-IF
           ELSE
               MOVE PT-VALUE(PT-SUB) TO WS-ONE-DISCOUNT
           END-IF.
           IF  WS-ONE-DISCOUNT > PP-LIST-PRICE
               MOVE PP-LIST-PRICE TO WS-ONE-DISCOUNT
           END-IF.
           IF  WS-ONE-DISCOUNT > PP-DISCOUNT
               MOVE WS-ONE-DISCOUNT      TO PP-DISCOUNT
               MOVE PT-PROMO-ID(PT-SUB)  TO PP-PROMO-ID
           END-IF.
       600-Load-Price-Master.
           OPEN INPUT PRICE-MASTER-FILE.
           IF  CP-OPEN-OK
               MOVE 'Y' TO WS-MASTER-PRESENT
               PERFORM 620-Read-Price-Record
               PERFORM 640-Store-Price-Record UNTIL CP-AT-EOF
               CLOSE PRICE-MASTER-FILE
               IF  WS-BAD-PRICE-ROWS > ZERO
                   DISPLAY 'CATPRC01 - PRICE MASTER ROWS IGNORED: '
                           WS-BAD-PRICE-ROWS
               END-IF
           ELSE
               DISPLAY 'PRICE MASTER STATUS: ' CP-F-STATUS
               DISPLAY 'NO CATALOG PRICE MASTER - KEYED PRICES USED'
           END-IF.
       620-Read-Price-Record.
           READ PRICE-MASTER-FILE
               AT END MOVE 'Y' TO CP-EOF
           END-READ.
      * A row with no good effective date or price can never be
      * the price in force, so it is counted and left out.
       640-Store-Price-Record.
           MOVE CP-EFFECTIVE-DATE TO DV-DATE-IN.
           MOVE 'Y'               TO DV-FORMAT.
           MOVE SPACE             TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
           AND CP-LIST-PRICE-X IS NUMERIC
           AND CP-ARTIST-NAME NOT = SPACES
               IF  CT-COUNT < 2000
                   ADD 1 TO CT-COUNT
                   MOVE CP-ARTIST-NAME  TO CT-ARTIST-NAME(CT-COUNT)
                   MOVE CP-GENRE        TO CT-GENRE(CT-COUNT)
                   MOVE DV-DATE-OUT     TO CT-EFFECTIVE(CT-COUNT)
                   MOVE CP-LIST-PRICE   TO CT-LIST-PRICE(CT-COUNT)
               ELSE
                   ADD 1 TO WS-BAD-PRICE-ROWS
                   DISPLAY 'CATPRC01 - PRICE TABLE FULL - EXTRA '
                           'ROW IGNORED: ' CP-ARTIST-NAME
               END-IF
           ELSE
               ADD 1 TO WS-BAD-PRICE-ROWS
           END-IF.
           PERFORM 620-Read-Price-Record.
       700-Load-Promotions.
           OPEN INPUT PROMOTION-FILE.
           IF  PM-OPEN-OK
               PERFORM 720-Read-Promotion-Record
               PERFORM 740-Store-Promotion-Record UNTIL PM-AT-EOF
               CLOSE PROMOTION-FILE
               IF  WS-BAD-PROMO-ROWS > ZERO
                   DISPLAY 'CATPRC01 - PROMOTION ROWS IGNORED: '
                           WS-BAD-PROMO-ROWS
               END-IF
           ELSE
               DISPLAY 'PROMOTION FILE STATUS: ' PM-F-STATUS
               DISPLAY 'NO PROMOTION FILE - LIST PRICES USED'
           END-IF.
       720-Read-Promotion-Record.
           READ PROMOTION-FILE
               AT END MOVE 'Y' TO PM-EOF
           END-READ.
      * A promotion needs a known scope and type, a numeric value
      * and a real start and end date, the end not before the
      * start - anything else is counted and never applied.
       740-Store-Promotion-Record.
           MOVE 'N' TO WS-START-OK.
           MOVE PM-START-DATE TO DV-DATE-IN.
           MOVE 'Y'           TO DV-FORMAT.
           MOVE SPACE         TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
               MOVE 'Y' TO WS-START-OK
               MOVE PM-END-DATE   TO DV-DATE-IN
               MOVE PM-START-DATE TO DV-RANGE-FROM
               CALL 'DATEVAL' USING DATEVAL-PARMS
               MOVE SPACES TO DV-RANGE-FROM
           END-IF.
           IF  WS-START-OK = 'Y'
           AND DV-VALID = 'Y'
           AND (PM-SCOPE-ARTIST OR PM-SCOPE-GENRE)
           AND (PM-TYPE-PERCENT OR PM-TYPE-FIXED)
           AND PM-VALUE-X IS NUMERIC
           AND PM-KEY NOT = SPACES
               IF  PT-COUNT < 200
                   ADD 1 TO PT-COUNT
                   MOVE PM-PROMO-ID   TO PT-PROMO-ID(PT-COUNT)
                   MOVE PM-SCOPE      TO PT-SCOPE(PT-COUNT)
                   MOVE PM-KEY        TO PT-KEY(PT-COUNT)
                   MOVE PM-TYPE       TO PT-TYPE(PT-COUNT)
                   MOVE PM-VALUE      TO PT-VALUE(PT-COUNT)
                   MOVE PM-START-DATE TO PT-START-DATE(PT-COUNT)
                   MOVE PM-END-DATE   TO PT-END-DATE(PT-COUNT)
               ELSE
                   ADD 1 TO WS-BAD-PROMO-ROWS
                   DISPLAY 'CATPRC01 - PROMOTION TABLE FULL - '
                           'EXTRA ROW IGNORED: ' PM-PROMO-ID
               END-IF
           ELSE
               ADD 1 TO WS-BAD-PROMO-ROWS
           END-IF.
           PERFORM 720-Read-Promotion-Record.
