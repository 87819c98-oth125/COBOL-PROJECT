       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMARPT01.
      ***** Customer returns by reason and artist.  Reads the day's
      ***** FAVIN detail, skips the sales and groups every return
      ***** ('R' record) by its reason and then by artist and genre,
      ***** with the number of returns, the units and the value
      ***** refunded (units times the price on the return, as
      ***** FAVRPTV2 nets it) and the range of original sale dates
      ***** the returns go back to.  Each reason carries a subtotal
      ***** and the report ends with the units INVPOS01 put back
      ***** in stock against those written off.
      *****
      ***** The point is spotting bad pressings:  a title with at
      ***** least CHECK units returned as defective in the run is
      ***** flagged CHECK so the batch can be pulled.  A return
      ***** whose original sale date is missing, not a date, or
      ***** after the run date still counts but is tallied at the
      ***** end and the step ends with CC 4.
      *****
      ***** Reason codes on the return -
      *****     D  defective pressing         S  damaged in shipping
      *****     W  wrong title shipped        C  customer changed mind
      ***** W and C go back into stock; anything else is written
      ***** off.  A code not on the list prints under OTHER.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15 CHECK=3
      ***** DATE is the run date (today when not keyed); CHECK is
      ***** the defective-unit count that flags a title (3 when not
      ***** keyed).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAVIN1  ASSIGN TO FAVIN
                          FILE STATUS IS FAVIN-F-STATUS.
           SELECT RETURNS-REPORT ASSIGN TO RMARPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  FAVIN1
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FAVIN-REC.
       01 FAVIN-REC.
          05 ARTIST-NAME                PIC X(30).
          05 NUMBER-OF-MUSICIAN         PIC 9(02).
          05 MUSICAL-GENRE              PIC X(12).
          05 COST.
             10 CD-COST                 PIC 9(3)V99.
             10 SHIPPING-COST           PIC 9(2)V99.
             10 TAX                     PIC 9(2)V99.
          05 BAND-IS-STILL-TOGETHER     PIC X(1).
          05 QUANTITY-SOLD              PIC 9(4).
          05 QUANTITY-SOLD-X REDEFINES QUANTITY-SOLD PIC X(4).
          05 SALES-EMP-ID               PIC X(8).
          05 FAVIN-REC-TYPE             PIC X(1).
             88 FAVIN-RETURN                        VALUE 'R'.
          05 RETURN-REASON              PIC X(1).
             88 RETURN-DEFECTIVE                    VALUE 'D'.
             88 RETURN-RESALEABLE                   VALUE 'W' 'C'.
          05 SALE-DATE                  PIC X(8).
       FD  RETURNS-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETURNS-LINE-OUT.
       01  RETURNS-LINE-OUT  PIC X(80).
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
       77 FAVIN-F-STATUS            PIC X(02) VALUE SPACES.
           88 FAVIN-OK                        VALUE '00'.
       77 FAVIN-EOF                 PIC X(01) VALUE 'N'.
           88 FAVIN-AT-EOF                    VALUE 'Y'.
       77 FAVIN-AVAILABLE           PIC X(01) VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RETURNS-WARNING                 VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15 CHECK=3
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       77 WS-CHECK-UNITS            PIC 9(2)  VALUE 3.
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
      * Reason codes in report order, with what they mean.
       01 REASON-LIST.
           05 FILLER  PIC X(25) VALUE 'DDEFECTIVE PRESSING      '.
           05 FILLER  PIC X(25) VALUE 'SDAMAGED IN SHIPPING     '.
           05 FILLER  PIC X(25) VALUE 'WWRONG TITLE SHIPPED     '.
           05 FILLER  PIC X(25) VALUE 'CCUSTOMER CHANGED MIND   '.
       01 REASON-TABLE REDEFINES REASON-LIST.
           05 REASON-ENTRY OCCURS 4 TIMES.
               10 RS-CODE           PIC X(01).
               10 RS-TEXT           PIC X(24).
       77 RS-SUB                    PIC 9(1) COMP VALUE 0.
      * One row per reason/artist/genre, kept in report order as
      * rows are added - reason rank, then the code itself (for
      * codes not on the list), then artist and genre.
       01 RETURN-TABLE-AREA.
           05 RT-COUNT              PIC 9(3) COMP VALUE 0.
           05 RT-SUB                PIC 9(3) COMP VALUE 0.
           05 RT-SHIFT-SUB          PIC 9(3) COMP VALUE 0.
           05 RETURN-TABLE OCCURS 500 TIMES.
               10 RT-KEY.
                   15 RT-REASON-RANK    PIC 9(01).
                   15 RT-REASON         PIC X(01).
                   15 RT-ARTIST-NAME    PIC X(30).
                   15 RT-GENRE          PIC X(12).
               10 RT-RETURNS        PIC 9(05).
               10 RT-UNITS          PIC 9(07).
               10 RT-DEFECT-UNITS   PIC 9(07).
               10 RT-VALUE          PIC 9(9)V99.
               10 RT-FIRST-SOLD     PIC X(08).
               10 RT-LAST-SOLD      PIC X(08).
       01 RETURN-TABLE-FULL         PIC X(01) VALUE 'N'.
           88 RETURN-TABLE-IS-FULL            VALUE 'Y'.
       01 RETURN-FOUND-SW           PIC X(01) VALUE 'N'.
           88 RETURN-ROW-FOUND                VALUE 'Y'.
       01 WS-RETURN-KEY.
           05 WS-KEY-REASON-RANK    PIC 9(01).
           05 WS-KEY-REASON         PIC X(01).
           05 WS-KEY-ARTIST-NAME    PIC X(30).
           05 WS-KEY-GENRE          PIC X(12).
       01 WS-RETURN-WORK.
           05 WS-UNITS-RETURNED     PIC 9(4)    VALUE 0.
           05 WS-COMPUTED-COST      PIC 9(5)V99 VALUE 0.
           05 WS-VALUE              PIC 9(7)V99 VALUE 0.
           05 WS-SALE-DATE          PIC X(08)   VALUE SPACES.
           05 WS-PREV-REASON-RANK   PIC 9(01)   VALUE 0.
           05 WS-PREV-REASON        PIC X(01)   VALUE SPACE.
       01 RETURN-COUNTERS.
           05 CTR-SALES-SKIPPED     PIC 9(7)    VALUE 0.
           05 CTR-RETURNS           PIC 9(5)    VALUE 0.
           05 CTR-UNITS             PIC 9(7)    VALUE 0.
           05 CTR-VALUE             PIC 9(9)V99 VALUE 0.
           05 CTR-RESTOCKED         PIC 9(7)    VALUE 0.
           05 CTR-WRITTEN-OFF       PIC 9(7)    VALUE 0.
           05 CTR-BAD-SALE-DATE     PIC 9(5)    VALUE 0.
           05 CTR-FLAGGED           PIC 9(5)    VALUE 0.
           05 CTR-REASON-RETURNS    PIC 9(5)    VALUE 0.
           05 CTR-REASON-UNITS      PIC 9(7)    VALUE 0.
           05 CTR-REASON-VALUE      PIC 9(9)V99 VALUE 0.
      *    REPORT LINES
       01 RETURNS-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'CUSTOMER RETURNS BY REASON AND ARTIST - '.
           05 RHL-RUN-DATE          PIC X(08).
           05 FILLER  PIC X(15) VALUE '  CHECK UNITS: '.
           05 RHL-CHECK-UNITS       PIC Z9.
           05 FILLER                PIC X(15) VALUE SPACES.
       01 RETURNS-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'ARTIST                         GENRE    '.
           05 FILLER  PIC X(40) VALUE
                  '    RTNS UNITS      VALUE SOLD     FLAG '.
       01 REASON-HEADING-LINE.
           05 FILLER  PIC X(08) VALUE 'REASON: '.
           05 RHD-CODE              PIC X(01).
           05 FILLER  PIC X(03) VALUE ' - '.
           05 RHD-TEXT              PIC X(24).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 RHD-DISPOSITION       PIC X(20).
           05 FILLER                PIC X(22) VALUE SPACES.
       01 RETURNS-DETAIL-LINE.
           05 RDL-ARTIST            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-GENRE             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-RETURNS           PIC ZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-UNITS             PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-VALUE             PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-FIRST-SOLD        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-FLAG              PIC X(05).
       01 RETURNS-RANGE-LINE.
           05 FILLER                PIC X(61) VALUE SPACES.
           05 FILLER  PIC X(05) VALUE 'THRU '.
           05 RRL-LAST-SOLD         PIC X(08).
           05 FILLER                PIC X(06) VALUE SPACES.
       01 REASON-TOTAL-LINE.
           05 FILLER  PIC X(20) VALUE '  REASON TOTAL      '.
           05 FILLER  PIC X(09) VALUE 'RETURNS: '.
           05 RTL-RETURNS           PIC ZZZZ9.
           05 FILLER  PIC X(09) VALUE '  UNITS: '.
           05 RTL-UNITS             PIC ZZZZZZ9.
           05 FILLER  PIC X(09) VALUE '  VALUE: '.
           05 RTL-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(07) VALUE SPACES.
       01 RETURNS-TOTAL-LINE-1.
           05 FILLER  PIC X(20) VALUE 'ALL RETURNS         '.
           05 FILLER  PIC X(09) VALUE 'RETURNS: '.
           05 TTL-RETURNS           PIC ZZZZ9.
           05 FILLER  PIC X(09) VALUE '  UNITS: '.
           05 TTL-UNITS             PIC ZZZZZZ9.
           05 FILLER  PIC X(09) VALUE '  VALUE: '.
           05 TTL-VALUE             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(07) VALUE SPACES.
       01 RETURNS-TOTAL-LINE-2.
           05 FILLER  PIC X(20) VALUE 'UNITS RESTOCKED:    '.
           05 TTL-RESTOCKED         PIC ZZZZZZ9.
           05 FILLER  PIC X(18) VALUE '   WRITTEN OFF:   '.
           05 TTL-WRITTEN-OFF       PIC ZZZZZZ9.
           05 FILLER  PIC X(18) VALUE '   TITLES CHECK:  '.
           05 TTL-FLAGGED           PIC ZZZZ9.
           05 FILLER                PIC X(05) VALUE SPACES.
       01 RETURNS-TOTAL-LINE-3.
           05 FILLER  PIC X(39) VALUE
                  'RETURNS WITH NO GOOD ORIGINAL SALE DATE'.
           05 FILLER  PIC X(02) VALUE ': '.
           05 TTL-BAD-SALE-DATE     PIC ZZZZ9.
           05 FILLER                PIC X(34) VALUE SPACES.
       01 NO-RETURNS-LINE.
           05 FILLER  PIC X(40) VALUE
                  'NO CUSTOMER RETURNS IN THIS RUN'.
           05 FILLER                PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  FAVIN-AVAILABLE = 'Y'
                   PERFORM 100-Main UNTIL FAVIN-AT-EOF
               END-IF
               PERFORM 500-Write-Returns-Report
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RETURNS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
           AND FAVIN-AVAILABLE = 'Y'
               PERFORM 400-Read-Favin
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NO REPORT.
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
                   WHEN 'CHECK'
                       EVALUATE TRUE
                           WHEN WS-OPT-VALUE(1:1) IS NUMERIC
                            AND WS-OPT-VALUE(2:9) = SPACES
                               MOVE WS-OPT-VALUE(1:1) TO WS-CHECK-UNITS
                           WHEN WS-OPT-VALUE(1:2) IS NUMERIC
                            AND WS-OPT-VALUE(3:8) = SPACES
                               MOVE WS-OPT-VALUE(1:2) TO WS-CHECK-UNITS
                           WHEN OTHER
                               PERFORM 019-Bad-Option
                       END-EVALUATE
                       IF  WS-CHECK-UNITS = ZERO
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'RMARPT01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  FAVIN-RETURN
               PERFORM 200-Record-One-Return
           ELSE
               ADD 1 TO CTR-SALES-SKIPPED
           END-IF.
           PERFORM 400-Read-Favin.
      * Priced the way FAVRPTV2 nets it - a blank quantity is one
      * unit.  A sale date that is no good still counts the return
      * but is left out of the sold-between range.
       200-Record-One-Return.
           IF  QUANTITY-SOLD-X IS NUMERIC
           AND QUANTITY-SOLD > ZERO
               MOVE QUANTITY-SOLD TO WS-UNITS-RETURNED
           ELSE
               MOVE 1 TO WS-UNITS-RETURNED
           END-IF.
           COMPUTE WS-COMPUTED-COST =
               CD-COST + SHIPPING-COST + TAX.
           COMPUTE WS-VALUE = WS-COMPUTED-COST * WS-UNITS-RETURNED.
           MOVE SALE-DATE        TO DV-DATE-IN.
           MOVE 'Y'              TO DV-FORMAT.
           MOVE SPACE            TO DV-FUNCTION.
           MOVE SPACES           TO DV-RANGE-FROM.
           MOVE WS-RUN-DATE-YMD  TO DV-RANGE-TO.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           MOVE SPACES TO DV-RANGE-TO.
           IF  DV-VALID = 'Y'
               MOVE DV-DATE-OUT TO WS-SALE-DATE
           ELSE
               MOVE SPACES TO WS-SALE-DATE
               ADD 1 TO CTR-BAD-SALE-DATE
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           ADD 1                 TO CTR-RETURNS.
           ADD WS-UNITS-RETURNED TO CTR-UNITS.
           ADD WS-VALUE          TO CTR-VALUE.
           IF  RETURN-RESALEABLE
               ADD WS-UNITS-RETURNED TO CTR-RESTOCKED
           ELSE
               ADD WS-UNITS-RETURNED TO CTR-WRITTEN-OFF
           END-IF.
           PERFORM 210-Build-Return-Key.
           PERFORM 250-Locate-Return-Row.
           IF  RETURN-ROW-FOUND
               ADD 1                 TO RT-RETURNS(RT-SUB)
               ADD WS-UNITS-RETURNED TO RT-UNITS(RT-SUB)
               ADD WS-VALUE          TO RT-VALUE(RT-SUB)
               IF  RETURN-DEFECTIVE
                   ADD WS-UNITS-RETURNED TO RT-DEFECT-UNITS(RT-SUB)
               END-IF
               IF  WS-SALE-DATE NOT = SPACES
                   IF  RT-FIRST-SOLD(RT-SUB) = SPACES
                   OR  WS-SALE-DATE < RT-FIRST-SOLD(RT-SUB)
                       MOVE WS-SALE-DATE TO RT-FIRST-SOLD(RT-SUB)
                   END-IF
                   IF  WS-SALE-DATE > RT-LAST-SOLD(RT-SUB)
                       MOVE WS-SALE-DATE TO RT-LAST-SOLD(RT-SUB)
                   END-IF
               END-IF
           END-IF.
       210-Build-Return-Key.
           MOVE 5 TO WS-KEY-REASON-RANK.
           PERFORM 215-Match-Reason
               VARYING RS-SUB FROM 1 BY 1 UNTIL RS-SUB > 4.
           MOVE RETURN-REASON TO WS-KEY-REASON.
           MOVE ARTIST-NAME   TO WS-KEY-ARTIST-NAME.
           MOVE MUSICAL-GENRE TO WS-KEY-GENRE.
       215-Match-Reason.
           IF  RS-CODE(RS-SUB) = RETURN-REASON
               MOVE RS-SUB TO WS-KEY-REASON-RANK
           END-IF.
      * The table stays in key order - a new row goes in ahead of
      * the first row with a higher key, the rest shifted down.
       250-Locate-Return-Row.
           MOVE 'N' TO RETURN-FOUND-SW.
           MOVE 1   TO RT-SUB.
           PERFORM 255-Match-Return-Row
               UNTIL RT-SUB > RT-COUNT
                  OR RETURN-ROW-FOUND
                  OR RT-KEY(RT-SUB) > WS-RETURN-KEY.
           IF  NOT RETURN-ROW-FOUND
               IF  RT-COUNT < 500
                   PERFORM 260-Shift-Return-Row
                       VARYING RT-SHIFT-SUB FROM RT-COUNT BY -1
                       UNTIL RT-SHIFT-SUB < RT-SUB
                   ADD 1 TO RT-COUNT
                   MOVE WS-RETURN-KEY TO RT-KEY(RT-SUB)
                   MOVE ZEROS  TO RT-RETURNS(RT-SUB)
                                  RT-UNITS(RT-SUB)
                                  RT-DEFECT-UNITS(RT-SUB)
                                  RT-VALUE(RT-SUB)
                   MOVE SPACES TO RT-FIRST-SOLD(RT-SUB)
                                  RT-LAST-SOLD(RT-SUB)
                   MOVE 'Y' TO RETURN-FOUND-SW
               ELSE
                   IF  NOT RETURN-TABLE-IS-FULL
                       DISPLAY 'RMARPT01 - RETURN TABLE FULL - '
                               'LATER TITLES IN THE TOTALS ONLY'
                   END-IF
                   MOVE 'Y' TO RETURN-TABLE-FULL
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
       255-Match-Return-Row.
           IF  RT-KEY(RT-SUB) = WS-RETURN-KEY
               MOVE 'Y' TO RETURN-FOUND-SW
           ELSE
               ADD 1 TO RT-SUB
           END-IF.
       260-Shift-Return-Row.
           MOVE RETURN-TABLE(RT-SHIFT-SUB)
               TO RETURN-TABLE(RT-SHIFT-SUB + 1).
       300-Open-Files.
           OPEN INPUT FAVIN1.
           OPEN OUTPUT RETURNS-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           IF NOT FAVIN-OK
               DISPLAY 'FAVIN FILE STATUS: ' FAVIN-F-STATUS
               DISPLAY 'NO INPUT TODAY - FAVIN FILE NOT AVAILABLE'
               MOVE 'N' TO FAVIN-AVAILABLE
               MOVE 'Y' TO FAVIN-EOF
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       400-Read-Favin.
           READ FAVIN1
               AT END MOVE 'Y' TO FAVIN-EOF
           END-READ.
       500-Write-Returns-Report.
           MOVE WS-RUN-DATE-YMD TO RHL-RUN-DATE.
           MOVE WS-CHECK-UNITS  TO RHL-CHECK-UNITS.
           WRITE RETURNS-LINE-OUT FROM RETURNS-HEADING-LINE.
           IF  RT-COUNT = ZERO
               WRITE RETURNS-LINE-OUT FROM NO-RETURNS-LINE
                   AFTER ADVANCING 2
           ELSE
               WRITE RETURNS-LINE-OUT FROM RETURNS-COLUMN-LINE
                   AFTER ADVANCING 2
               PERFORM 520-Write-One-Title
                   VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > RT-COUNT
               PERFORM 540-Write-Reason-Total
           END-IF.
           MOVE CTR-RETURNS       TO TTL-RETURNS.
           MOVE CTR-UNITS         TO TTL-UNITS.
           MOVE CTR-VALUE         TO TTL-VALUE.
           WRITE RETURNS-LINE-OUT FROM RETURNS-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-RESTOCKED     TO TTL-RESTOCKED.
           MOVE CTR-WRITTEN-OFF   TO TTL-WRITTEN-OFF.
           MOVE CTR-FLAGGED       TO TTL-FLAGGED.
           WRITE RETURNS-LINE-OUT FROM RETURNS-TOTAL-LINE-2
               AFTER ADVANCING 1.
           IF  CTR-BAD-SALE-DATE > ZERO
               MOVE CTR-BAD-SALE-DATE TO TTL-BAD-SALE-DATE
               WRITE RETURNS-LINE-OUT FROM RETURNS-TOTAL-LINE-3
                   AFTER ADVANCING 1
           END-IF.
      * A new reason closes off the one before with its subtotal
      * and opens with its own heading.
       520-Write-One-Title.
           IF  RT-SUB = 1
           OR  RT-REASON-RANK(RT-SUB) NOT = WS-PREV-REASON-RANK
           OR  RT-REASON(RT-SUB) NOT = WS-PREV-REASON
               IF  RT-SUB > 1
                   PERFORM 540-Write-Reason-Total
               END-IF
               PERFORM 530-Write-Reason-Heading
           END-IF.
           MOVE RT-ARTIST-NAME(RT-SUB)  TO RDL-ARTIST.
           MOVE RT-GENRE(RT-SUB)        TO RDL-GENRE.
           MOVE RT-RETURNS(RT-SUB)      TO RDL-RETURNS.
           MOVE RT-UNITS(RT-SUB)        TO RDL-UNITS.
           MOVE RT-VALUE(RT-SUB)        TO RDL-VALUE.
           MOVE RT-FIRST-SOLD(RT-SUB)   TO RDL-FIRST-SOLD.
           IF  RT-DEFECT-UNITS(RT-SUB) NOT < WS-CHECK-UNITS
               MOVE 'CHECK' TO RDL-FLAG
               ADD 1 TO CTR-FLAGGED
           ELSE
               MOVE SPACES  TO RDL-FLAG
           END-IF.
           WRITE RETURNS-LINE-OUT FROM RETURNS-DETAIL-LINE
               AFTER ADVANCING 1.
           IF  RT-LAST-SOLD(RT-SUB) NOT = RT-FIRST-SOLD(RT-SUB)
               MOVE RT-LAST-SOLD(RT-SUB) TO RRL-LAST-SOLD
               WRITE RETURNS-LINE-OUT FROM RETURNS-RANGE-LINE
                   AFTER ADVANCING 1
           END-IF.
           ADD RT-RETURNS(RT-SUB) TO CTR-REASON-RETURNS.
           ADD RT-UNITS(RT-SUB)   TO CTR-REASON-UNITS.
           ADD RT-VALUE(RT-SUB)   TO CTR-REASON-VALUE.
       530-Write-Reason-Heading.
           MOVE RT-REASON-RANK(RT-SUB) TO WS-PREV-REASON-RANK.
           MOVE RT-REASON(RT-SUB)      TO WS-PREV-REASON.
           MOVE RT-REASON(RT-SUB)      TO RHD-CODE.
           IF  RT-REASON-RANK(RT-SUB) < 5
               MOVE RS-TEXT(RT-REASON-RANK(RT-SUB)) TO RHD-TEXT
           ELSE
               MOVE 'OTHER'                         TO RHD-TEXT
           END-IF.
           IF  RT-REASON(RT-SUB) = 'W' OR RT-REASON(RT-SUB) = 'C'
               MOVE '(BACK INTO STOCK)'   TO RHD-DISPOSITION
           ELSE
               MOVE '(WRITTEN OFF)'       TO RHD-DISPOSITION
           END-IF.
           WRITE RETURNS-LINE-OUT FROM REASON-HEADING-LINE
               AFTER ADVANCING 2.
       540-Write-Reason-Total.
           MOVE CTR-REASON-RETURNS TO RTL-RETURNS.
           MOVE CTR-REASON-UNITS   TO RTL-UNITS.
           MOVE CTR-REASON-VALUE   TO RTL-VALUE.
           WRITE RETURNS-LINE-OUT FROM REASON-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE ZEROS TO CTR-REASON-RETURNS
                         CTR-REASON-UNITS
                         CTR-REASON-VALUE.
       600-Close-Files.
           IF FAVIN-AVAILABLE = 'Y'
               CLOSE FAVIN1
           END-IF.
           CLOSE RETURNS-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'RMARPT01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
