           SELECT RECON-FILE ASSIGN TO FAVRECON.
           SELECT GENRE-REF-FILE ASSIGN TO GENREREF
                          FILE STATUS IS GENRE-F-STATUS.
           SELECT SALE-HIST-FILE ASSIGN TO SALEHIST
                          FILE STATUS IS SALEHIST-F-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FAVIN1
      *   IS EXACTLY WHAT THE REPORT ALWAYS ASSUMED.
          05 QUANTITY-SOLD              PIC 9(4).
          05 QUANTITY-SOLD-X REDEFINES QUANTITY-SOLD PIC X(4).
      *   EMP-ID OF THE STORE EMPLOYEE WHO MADE THE SALE - COMMIS01
      *   CREDITS THE REVENUE TO THEM.  THE REPORT DOES NOT USE IT;
      *   BLANK IS A SALE NOBODY IS CREDITED WITH.
          05 SALES-EMP-ID               PIC X(8).
      *   SALE OR CUSTOMER RETURN.  A RETURN CARRIES THE UNITS
      *   RETURNED IN QUANTITY-SOLD AND THE PRICE REFUNDED IN COST;
      *   ITS REVENUE COMES OFF THE GENRE SUBTOTALS AND THE TOTALS.
      *   THE REASON SAYS WHETHER THE UNITS GO BACK INTO STOCK
      *   (INVPOS01).
          05 FAVIN-REC-TYPE             PIC X(1).
             88 FAVIN-SALE                          VALUE SPACE 'S'.
             88 FAVIN-RETURN                        VALUE 'R'.
          05 RETURN-REASON              PIC X(1).
             88 RETURN-DEFECTIVE                    VALUE 'D'.
             88 RETURN-DAMAGED                      VALUE 'S'.
             88 RETURN-WRONG-TITLE                  VALUE 'W'.
             88 RETURN-CHANGED-MIND                 VALUE 'C'.
             88 RETURN-RESALEABLE                   VALUE 'W' 'C'.
      *   DATE OF THE SALE, YYYYMMDD - A SALE IS PRICED FROM THE
      *   CATPRICE MASTER AS OF THIS DATE (TODAY WHEN BLANK); ON A
      *   RETURN IT IS THE ORIGINAL SALE'S DATE.
          05 SALE-DATE                  PIC X(8).
       FD  FAVIN2
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       01  GENRE-REF-REC.
           05  GRF-GENRE             PIC X(12).
           05  FILLER                PIC X(68).
      *    DATED SALES HISTORY - ONE RECORD PER SALE TAKEN INTO THE
      *    TOTALS, AS PRICED, ADDED TO EVERY RUN.  THE PROMOTION-
      *    EFFECTIVENESS REPORT (PROMEFF1) READS IT.
       FD  SALE-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALE-HIST-REC.
       01  SALE-HIST-REC.
           05  SH-SALE-DATE          PIC X(8).
           05  SH-ARTIST-NAME        PIC X(30).
           05  SH-GENRE              PIC X(12).
           05  SH-UNITS              PIC 9(5).
           05  SH-UNIT-PRICE         PIC 9(3)V99.
           05  SH-REVENUE            PIC 9(7)V99.
           05  SH-PROMO-ID           PIC X(6).
           05  SH-SOURCE-FILE        PIC X(5).

       WORKING-STORAGE SECTION.
       01 HEADER-1.
       01 ACTIVE-SUBTOTAL-LINE.
          05 FILLER PIC X(18)   VALUE 'ACTIVE BANDS     :'.
          05 AT-COUNT-OUT        PIC ZZ9   .
          05 FILLER PIC X(18) VALUE '   Net Revenue:'.
          05 AT-TOTAL-OUT        PIC $ZZZZZZZ.99- .
       01 DISBANDED-SUBTOTAL-LINE.
          05 FILLER PIC X(18)   VALUE 'DISBANDED BANDS  :'.
          05 DT-COUNT-OUT        PIC ZZ9   .
          05 FILLER PIC X(18) VALUE '   Net Revenue:'.
          05 DT-TOTAL-OUT        PIC $ZZZZZZZ.99- .
       01 GENRE-SUBTOTAL-LINE.
          05 FILLER PIC X(10)       VALUE '   GENRE: '.
          05 GS-GENRE-OUT           PIC X(12).
          05 FILLER PIC X(13)       VALUE '   RECORDS: '.
          05 GS-COUNT-OUT           PIC ZZ9.
          05 FILLER PIC X(13)       VALUE '   SUBTOTAL: '.
          05 GS-TOTAL-OUT           PIC $ZZZZZZZ.99-.
          05 FILLER PIC X(06)       VALUE ' RTNS:'.
          05 GS-RETURNS-OUT         PIC $ZZZZZ.99.
       01 TRAILLER-1.
          05 FILLER PIC X(18)   VALUE 'RECORDS PROCESSED:'.
          05 REC-KTR-OUT         PIC ZZ9   .
          05 FILLER PIC X(18) VALUE '   Net Revenue:'.
          05 COST-TOTAL-OUT      PIC $ZZZZZZZ.99 .
          05 FILLER PIC X(1)     VALUE SPACE.
          05 CURRENCY-CODE-OUT   PIC X(3)  .
          05 CD-COST-LOWEST-D       PIC $ZZZZZ.99  .
          05 FILLER PIC X(5)       VALUE ' AT: '.
          05 REC-NO-LOWST-D         PIC Z9  .
       01 RETURNS-TRAILER-LINE.
          05 FILLER PIC X(18)       VALUE 'RETURNS PROCESSED:'.
          05 RT-COUNT-OUT           PIC ZZ9.
          05 FILLER PIC X(18)       VALUE '   Less Returns:'.
          05 RT-TOTAL-OUT           PIC $ZZZZZZZ.99.
          05 FILLER PIC X(09)       VALUE '   UNITS:'.
          05 RT-UNITS-OUT           PIC ZZZZ9.
       01 HISTORY-TREND-LINE.
          05 FILLER PIC X(20)       VALUE 'CUMULATIVE REVENUE:'.
          05 HT-CUM-TOTAL-OUT       PIC $ZZZZZZZ.99.
       77 REC-KTR             PIC 99 VALUE ZEROS .
       77 REC-NO-HIGHEST      PIC 99 VALUE ZEROS .
       77 REC-NO-LOWEST       PIC 99 VALUE ZEROS .
       77 COST-TOTAL          PIC S9(7)V99 VALUE ZEROS .
       77 AVREAGE-CD-SALE     PIC 9(7)V99 VALUE ZEROS .
       77 CD-COST-HIGHEST     PIC 9(3)V99 VALUE ZEROS .
       77 CD-COST-LOWEST      PIC 9(3)V99 VALUE ZEROS .
       77 WS-GENRE-ACTIVE-COUNT    PIC 99      VALUE ZEROS .
       77 WS-GENRE-DISBAND-TOTAL   PIC 9(7)V99 VALUE ZEROS .
       77 WS-GENRE-DISBAND-COUNT   PIC 99      VALUE ZEROS .
       77 WS-GENRE-ACTIVE-RETURNS  PIC 9(7)V99 VALUE ZEROS .
       77 WS-GENRE-DISBAND-RETURNS PIC 9(7)V99 VALUE ZEROS .
       77 WS-GENRE-NET-TOTAL       PIC S9(7)V99 VALUE ZEROS .
      *    ACTIVE / DISBANDED BAND SPLIT FIELDS
       77 WS-ACTIVE-COUNT     PIC 999     VALUE ZEROS .
       77 WS-ACTIVE-TOTAL     PIC S9(7)V99 VALUE ZEROS .
       77 WS-DISBANDED-COUNT  PIC 999     VALUE ZEROS .
       77 WS-DISBANDED-TOTAL  PIC S9(7)V99 VALUE ZEROS .
      *    CUSTOMER RETURNS NETTED AGAINST THE REVENUE
       77 WS-RETURN-COUNT     PIC 999     VALUE ZEROS .
       77 WS-RETURN-UNITS     PIC 9(5)    VALUE ZEROS .
       77 WS-RETURN-TOTAL     PIC 9(7)V99 VALUE ZEROS .
      *    PAGE-BREAK LINE COUNTERS
       77 CTR-LINES-ACTIVE    PIC 99      VALUE ZEROS .
       77 CTR-LINES-DISBAND   PIC 99      VALUE ZEROS .
          05  JC-ALREADY-RAN        PIC X(01) VALUE 'N'.
       77 WS-RERUN-OVERRIDE         PIC X(01) VALUE 'N'.
           88  RERUN-OVERRIDE-SET             VALUE 'Y' 'y'.
      *    CATALOG PRICING - SEE CATPRC01
       01 PRICE-PARMS.
          05  PP-ARTIST-NAME        PIC X(30) VALUE SPACES.
          05  PP-GENRE              PIC X(12) VALUE SPACES.
          05  PP-SALE-DATE          PIC X(08) VALUE SPACES.
          05  PP-DATE-USED          PIC X(08) VALUE SPACES.
          05  PP-RESULT             PIC X(01) VALUE SPACE.
              88  PP-PRICED                   VALUE 'Y'.
              88  PP-NOT-ON-MASTER            VALUE 'N'.
              88  PP-NO-MASTER                VALUE 'X'.
          05  PP-LIST-PRICE         PIC 9(3)V99 VALUE ZEROS.
          05  PP-DISCOUNT           PIC 9(3)V99 VALUE ZEROS.
          05  PP-NET-PRICE          PIC 9(3)V99 VALUE ZEROS.
          05  PP-PROMO-ID           PIC X(06) VALUE SPACES.
       01 PRICE-EXCEPTION-TEXT.
          05  FILLER  PIC X(29) VALUE 'PRICE NOT MASTER - PRICED AT '.
          05  PET-PRICE-OUT         PIC ZZ9.99.
       77 SALEHIST-F-STATUS         PIC X(02) VALUE SPACES .
           88  SALEHIST-OK                    VALUE '00'.
       PROCEDURE DIVISION.
           PERFORM 010-PARSE-RUN-OPTIONS.
           CALL 'JOBCHK01' USING JOBCHK-PARMS.
           WRITE FAVOUT-REC2.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN OUTPUT RECON-FILE.
           OPEN EXTEND SALE-HIST-FILE.
           IF NOT SALEHIST-OK
              OPEN OUTPUT SALE-HIST-FILE
           END-IF.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 710-LOAD-CHECKPOINT.
                       PERFORM 835-WRITE-GENRE-EXCEPTION
                       PERFORM READ-RECORD
                   ELSE
                   IF FAVIN-RETURN
                       PERFORM 900-PROCESS-RETURN
                   ELSE
                   PERFORM 860-CHECK-DUPLICATE-BAND
                   IF DUPLICATE-BAND-FOUND
                       PERFORM 870-WRITE-RECON-RECORD
                           PERFORM WRITE-RECORD
                       END-IF
                   END-IF
                   END-IF
                   PERFORM READ-RECORD
                   END-IF
           END-PERFORM
               MOVE ZERO TO WS-CKPT-TALLY
           END-IF.
       PROCESS-RECORDS.
           PERFORM 840-CHECK-GENRE-BREAK.
           PERFORM 850-PRICE-FROM-MASTER.
           COMPUTE COMPUTED-COST =(CD-COST + SHIPPING-COST + TAX).
           IF  QUANTITY-SOLD-X IS NUMERIC
           AND QUANTITY-SOLD > ZERO
               MOVE TAX TO TAX-D
               MOVE SPACES TO DBG-MESSAGE-ALL
               PERFORM GET-HIGHEST-LOWEST-CD-COST
               PERFORM 855-WRITE-SALE-HISTORY
           END-IF.
      *    MOVE ' P-RCD ' TO DBG-MSG1 .
      *    WRITE FAVOUT-REC FROM DEBUG-REC.
      *    Just to print debug data
      *    MOVE COST-DEBUG TO DBG-MESSAGE .
      *    WRITE FAVOUT-REC FROM DEBUG-REC.
       840-CHECK-GENRE-BREAK.
           IF  MUSICAL-GENRE NOT = WS-PREV-GENRE
               IF  WS-PREV-GENRE NOT = SPACES
                   PERFORM WRITE-GENRE-SUBTOTAL
               END-IF
               MOVE MUSICAL-GENRE TO WS-PREV-GENRE
               MOVE ZEROS TO WS-GENRE-ACTIVE-TOTAL
               MOVE ZEROS TO WS-GENRE-ACTIVE-COUNT
               MOVE ZEROS TO WS-GENRE-DISBAND-TOTAL
               MOVE ZEROS TO WS-GENRE-DISBAND-COUNT
               MOVE ZEROS TO WS-GENRE-ACTIVE-RETURNS
               MOVE ZEROS TO WS-GENRE-DISBAND-RETURNS
           END-IF.
      *    A SALE IS PRICED FROM THE CATALOG PRICE MASTER AS OF ITS
      *    SALE DATE, LESS ANY PROMOTION IN EFFECT (SEE CATPRC01).  A
      *    KEYED CD-COST THAT DISAGREES IS REPLACED BY THE MASTER
      *    PRICE AND LISTED ON FAVEXCPT WITH THE KEYED PRICE; A TITLE
      *    NOT ON THE MASTER KEEPS ITS KEYED PRICE AND IS LISTED TOO.
      *    WITH NO MASTER AT ALL THE KEYED PRICES STAND AS BEFORE.
       850-PRICE-FROM-MASTER.
           MOVE ARTIST-NAME       TO PP-ARTIST-NAME.
           MOVE MUSICAL-GENRE     TO PP-GENRE.
           MOVE SALE-DATE         TO PP-SALE-DATE.
           CALL 'CATPRC01' USING PRICE-PARMS.
           EVALUATE TRUE
               WHEN PP-PRICED
                   IF  CD-COST NOT = PP-NET-PRICE
                       MOVE ARTIST-NAME       TO EXC-ARTIST-NAME
                       MOVE CD-COST           TO EXC-COMPUTED-COST
                       MOVE PP-NET-PRICE      TO PET-PRICE-OUT
                       MOVE PRICE-EXCEPTION-TEXT TO EXC-REASON
                       WRITE EXCEPTION-REC
                       MOVE PP-NET-PRICE      TO CD-COST
                   END-IF
               WHEN PP-NOT-ON-MASTER
                   MOVE ARTIST-NAME       TO EXC-ARTIST-NAME
                   MOVE CD-COST           TO EXC-COMPUTED-COST
                   MOVE 'NOT ON PRICE MASTER - KEYED PRICE USED'
                       TO EXC-REASON
                   WRITE EXCEPTION-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       855-WRITE-SALE-HISTORY.
           MOVE PP-DATE-USED      TO SH-SALE-DATE.
           MOVE ARTIST-NAME       TO SH-ARTIST-NAME.
           MOVE MUSICAL-GENRE     TO SH-GENRE.
           MOVE WS-UNITS-SOLD     TO SH-UNITS.
           MOVE CD-COST           TO SH-UNIT-PRICE.
           MOVE COMPUTED-REVENUE  TO SH-REVENUE.
           MOVE PP-PROMO-ID       TO SH-PROMO-ID.
           MOVE WS-SOURCE-FILE    TO SH-SOURCE-FILE.
           WRITE SALE-HIST-REC.
      *    A CUSTOMER RETURN TAKES ITS REVENUE BACK OFF THE GENRE,
      *    THE ACTIVE/DISBANDED SPLIT AND THE RUN TOTAL (AND SO OFF
      *    FAVHIST).  IT IS NOT A TITLE SOLD, SO IT NEVER COUNTS AS
      *    A DUPLICATE, A RECORD IN THE SUBTOTALS OR A TOP-10 ENTRY.
       900-PROCESS-RETURN.
           PERFORM 840-CHECK-GENRE-BREAK.
           COMPUTE COMPUTED-COST =(CD-COST + SHIPPING-COST + TAX).
           IF  QUANTITY-SOLD-X IS NUMERIC
           AND QUANTITY-SOLD > ZERO
               MOVE QUANTITY-SOLD TO WS-UNITS-SOLD
           ELSE
               MOVE 1 TO WS-UNITS-SOLD
           END-IF.
           COMPUTE COMPUTED-REVENUE =
               COMPUTED-COST * WS-UNITS-SOLD.
           IF  COMPUTED-COST > WS-COST-CEILING
               MOVE ARTIST-NAME       TO EXC-ARTIST-NAME
               MOVE COMPUTED-COST     TO EXC-COMPUTED-COST
               MOVE 'RETURN COST OUT OF RANGE - NOT NETTED'
                   TO EXC-REASON
               WRITE EXCEPTION-REC
           ELSE
               ADD 1                TO WS-RETURN-COUNT
               ADD WS-UNITS-SOLD    TO WS-RETURN-UNITS
               ADD COMPUTED-REVENUE TO WS-RETURN-TOTAL
               SUBTRACT COMPUTED-REVENUE FROM COST-TOTAL
               IF  BAND-IS-STILL-TOGETHER = 'T'
                   ADD COMPUTED-REVENUE TO WS-GENRE-ACTIVE-RETURNS
                   SUBTRACT COMPUTED-REVENUE FROM WS-ACTIVE-TOTAL
               ELSE
                   ADD COMPUTED-REVENUE TO WS-GENRE-DISBAND-RETURNS
                   SUBTRACT COMPUTED-REVENUE FROM WS-DISBANDED-TOTAL
               END-IF
           END-IF.
       WRITE-RECORD.
      *  Module 7.2 added code
      *    MOVE SPACES TO DBG-MESSAGE-ALL.
           CLOSE OUT3.
           CLOSE EXCEPTION-FILE.
           CLOSE RECON-FILE.
           CLOSE SALE-HIST-FILE.
           PERFORM 740-CLEAR-CHECKPOINT.
           PERFORM WRITE-JOB-AUDIT-RECORD.
       WRITE-EXCEPTION-RECORD.
           WRITE FAVOUT-REC2
               AFTER ADVANCING 2.
           MOVE ZERO TO CTR-LINES-DISBAND.
      *    THE SUBTOTAL IS NET OF THE GENRE'S RETURNS, SHOWN BESIDE IT.
       WRITE-GENRE-SUBTOTAL.
           IF  WS-GENRE-ACTIVE-COUNT > 0
                   OR WS-GENRE-ACTIVE-RETURNS > 0
               MOVE WS-PREV-GENRE TO GS-GENRE-OUT
               MOVE WS-GENRE-ACTIVE-COUNT TO GS-COUNT-OUT
               COMPUTE WS-GENRE-NET-TOTAL =
                   WS-GENRE-ACTIVE-TOTAL - WS-GENRE-ACTIVE-RETURNS
               MOVE WS-GENRE-NET-TOTAL TO GS-TOTAL-OUT
               MOVE WS-GENRE-ACTIVE-RETURNS TO GS-RETURNS-OUT
               WRITE FAVOUT-REC FROM GENRE-SUBTOTAL-LINE
           END-IF.
           IF  WS-GENRE-DISBAND-COUNT > 0
                   OR WS-GENRE-DISBAND-RETURNS > 0
               MOVE WS-PREV-GENRE TO GS-GENRE-OUT
               MOVE WS-GENRE-DISBAND-COUNT TO GS-COUNT-OUT
               COMPUTE WS-GENRE-NET-TOTAL =
                   WS-GENRE-DISBAND-TOTAL - WS-GENRE-DISBAND-RETURNS
               MOVE WS-GENRE-NET-TOTAL TO GS-TOTAL-OUT
               MOVE WS-GENRE-DISBAND-RETURNS TO GS-RETURNS-OUT
               WRITE FAVOUT-REC2 FROM GENRE-SUBTOTAL-LINE
           END-IF.
       WRITE-LAST-REC.
               MOVE WS-CURRENCY-CODE TO CURRENCY-CODE-OUT
               MOVE AVREAGE-CD-SALE TO AVREAGE-CD-SALE-OUT
               WRITE FAVOUT-REC FROM TRAILLER-1
               IF  WS-RETURN-COUNT > ZERO
                   MOVE WS-RETURN-COUNT TO RT-COUNT-OUT
                   MOVE WS-RETURN-TOTAL TO RT-TOTAL-OUT
                   MOVE WS-RETURN-UNITS TO RT-UNITS-OUT
                   WRITE FAVOUT-REC FROM RETURNS-TRAILER-LINE
               END-IF
           END-IF.
      *     FILL TRAILLER-2
           IF  REC-KTR NOT = ZERO
