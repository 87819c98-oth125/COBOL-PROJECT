      ***** Purchasing finally sees what to restock.  A sold title
      ***** with no inventory row lists as untracked so the master
      ***** gets a row keyed for it.
      ***** A customer return on FAVIN puts its units back on hand
      ***** when the reason says the CD can be sold again (wrong
      ***** title shipped, customer changed their mind); a defective
      ***** or damaged CD is written off and only counted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          05 BAND-IS-STILL-TOGETHER     PIC X(1).
          05 QUANTITY-SOLD              PIC 9(4).
          05 QUANTITY-SOLD-X REDEFINES QUANTITY-SOLD PIC X(4).
          05 SALES-EMP-ID               PIC X(8).
          05 FAVIN-REC-TYPE             PIC X(1).
             88 FAVIN-RETURN                        VALUE 'R'.
          05 RETURN-REASON              PIC X(1).
             88 RETURN-RESALEABLE                   VALUE 'W' 'C'.
          05 SALE-DATE                  PIC X(8).
       FD  INVENTORY-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
                                  SIGN LEADING SEPARATE.
           05  IV-SOLD-THIS-RUN   PIC 9(5).
           05  IV-REORDER-POINT   PIC 9(5).
      * Purchasing terms for the title - who it is bought from, the
      * lot it is reordered in and what it costs (PURORD01)
           05  IV-PURCHASING.
               10  IV-SUPPLIER-ID PIC X(6).
               10  IV-REORDER-QTY PIC 9(5).
               10  IV-UNIT-COST   PIC 9(3)V99.
           05  FILLER             PIC X(6).
       FD  REORDER-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               10 IT-ON-HAND        PIC S9(5).
               10 IT-SOLD-THIS-RUN  PIC 9(5).
               10 IT-REORDER-POINT  PIC 9(5).
               10 IT-PURCHASING     PIC X(16).
       01 INV-FOUND-SW              PIC X(01) VALUE 'N'.
           88 INV-ENTRY-FOUND                 VALUE 'Y'.
       01 INV-TABLE-FULL            PIC X(01) VALUE 'N'.
       01 INV-COUNTERS.
           05 CTR-REORDER           PIC 9(5)  VALUE 0.
           05 CTR-UNTRACKED         PIC 9(5)  VALUE 0.
           05 CTR-RESTOCKED         PIC 9(5)  VALUE 0.
           05 CTR-NOT-RESALEABLE    PIC 9(5)  VALUE 0.
      *    REPORT LINES
       01 REORDER-HEADING.
           05 FILLER  PIC X(38) VALUE
           05 RTL-REORDER           PIC ZZZZ9.
           05 FILLER  PIC X(20) VALUE '  UNTRACKED TITLES: '.
           05 RTL-UNTRACKED         PIC ZZZZ9.
       01 RETURNS-TOTAL-LINE.
           05 FILLER  PIC X(20) VALUE 'RETURNS RESTOCKED:  '.
           05 RTL-RESTOCKED         PIC ZZZZ9.
           05 FILLER  PIC X(20) VALUE '  NOT RESALEABLE:   '.
           05 RTL-NOT-RESALEABLE    PIC ZZZZ9.
           05 FILLER  PIC X(06) VALUE ' UNITS'.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           ELSE
               MOVE 1 TO WS-UNITS-SOLD
           END-IF.
           IF  FAVIN-RETURN
               PERFORM 210-Post-One-Return
           ELSE
               PERFORM 200-Post-One-Sale
           END-IF.
           PERFORM 400-Read-Favin.
       200-Post-One-Sale.
           MOVE 'N' TO INV-FOUND-SW.
               WRITE REORDER-LINE-OUT FROM REORDER-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
      * Only a resaleable return goes back on the shelf.
       210-Post-One-Return.
           IF  RETURN-RESALEABLE
               MOVE 'N' TO INV-FOUND-SW
               MOVE 1   TO IT-SUB
               PERFORM 250-Match-Inventory-Row
                   UNTIL IT-SUB > IT-COUNT OR INV-ENTRY-FOUND
               IF  INV-ENTRY-FOUND
                   ADD WS-UNITS-SOLD TO IT-ON-HAND(IT-SUB)
                   ADD WS-UNITS-SOLD TO CTR-RESTOCKED
               ELSE
                   ADD 1 TO CTR-UNTRACKED
                   MOVE ARTIST-NAME   TO RDL-ARTIST
                   MOVE MUSICAL-GENRE TO RDL-GENRE
                   MOVE ZEROS         TO RDL-ON-HAND
                   MOVE ZEROS         TO RDL-SOLD
                   MOVE 'RETURN - NO INV ROW' TO RDL-NOTE
                   WRITE REORDER-LINE-OUT FROM REORDER-DETAIL-LINE
                       AFTER ADVANCING 1
               END-IF
           ELSE
               ADD WS-UNITS-SOLD TO CTR-NOT-RESALEABLE
           END-IF.
       250-Match-Inventory-Row.
           IF  IT-ARTIST-NAME(IT-SUB) = ARTIST-NAME
           AND IT-GENRE(IT-SUB) = MUSICAL-GENRE
               MOVE IV-ON-HAND       TO IT-ON-HAND(IT-COUNT)
               MOVE ZEROS            TO IT-SOLD-THIS-RUN(IT-COUNT)
               MOVE IV-REORDER-POINT TO IT-REORDER-POINT(IT-COUNT)
               MOVE IV-PURCHASING    TO IT-PURCHASING(IT-COUNT)
           ELSE
               MOVE 'Y' TO INV-TABLE-FULL
               DISPLAY 'INVENTORY TABLE FULL - UNABLE TO HOLD ALL '
           MOVE CTR-UNTRACKED TO RTL-UNTRACKED.
           WRITE REORDER-LINE-OUT FROM REORDER-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE CTR-RESTOCKED      TO RTL-RESTOCKED.
           MOVE CTR-NOT-RESALEABLE TO RTL-NOT-RESALEABLE.
           WRITE REORDER-LINE-OUT FROM RETURNS-TOTAL-LINE
               AFTER ADVANCING 1.
       520-Check-One-Row.
           IF  IT-ON-HAND(IT-SUB) NOT > IT-REORDER-POINT(IT-SUB)
               ADD 1 TO CTR-REORDER
           MOVE IT-ON-HAND(IT-SUB)       TO IV-ON-HAND.
           MOVE IT-SOLD-THIS-RUN(IT-SUB) TO IV-SOLD-THIS-RUN.
           MOVE IT-REORDER-POINT(IT-SUB) TO IV-REORDER-POINT.
           MOVE IT-PURCHASING(IT-SUB)    TO IV-PURCHASING.
           WRITE INVENTORY-REC.
       600-Close-Files.
           IF FAVIN-AVAILABLE = 'Y'
