       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMEFF1.
      ***** Promotion effectiveness.  For every promotion on the
      ***** PROMO file that has started by the run date, compares
      ***** the units and revenue of the promoted titles (every
      ***** title of the artist, or of the genre, the promotion
      ***** covers) during the promotion against the same number of
      ***** days immediately before it.  A promotion still running
      ***** is measured from its start through the run date and
      ***** marked RUNNING.
      *****
      ***** Sales come from the SALEHIST dated sales history that
      ***** FAVRPTV2 adds to each run - one record per sale as
      ***** priced, with the sale date, units and revenue.  Each
      ***** promotion lists its titles with the units and revenue
      ***** before and during, a promotion total and the change as
      ***** a percentage of the before figure (NO PRIOR when there
      ***** were no sales before).  A promotion not yet started is
      ***** counted at the end but not measured.
      *****
      ***** A promotion row with a bad scope, type, value or date,
      ***** a history record without a good sale date, or a title
      ***** table overflow ends the step with CC 4.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15 PROMO=SPR026
      ***** DATE is the run date (today when not keyed); PROMO
      ***** limits the report to one promotion (all when not keyed).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO PROMO
                          FILE STATUS IS PROMO-F-STATUS.
           SELECT SALE-HIST-FILE ASSIGN TO SALEHIST
                          FILE STATUS IS SALEHIST-F-STATUS.
           SELECT PROMO-REPORT ASSIGN TO PROMRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
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
           05  PM-VALUE           PIC 9(3)V99.
           05  PM-VALUE-X REDEFINES PM-VALUE PIC X(5).
           05  PM-START-DATE      PIC X(8).
           05  PM-END-DATE        PIC X(8).
           05  PM-DESCRIPTION     PIC X(21).
       FD  SALE-HIST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SALE-HIST-REC.
       01  SALE-HIST-REC.
           05  SH-SALE-DATE       PIC X(8).
           05  SH-ARTIST-NAME     PIC X(30).
           05  SH-GENRE           PIC X(12).
           05  SH-UNITS           PIC 9(5).
           05  SH-UNIT-PRICE      PIC 9(3)V99.
           05  SH-REVENUE         PIC 9(7)V99.
           05  SH-PROMO-ID        PIC X(6).
           05  SH-SOURCE-FILE     PIC X(5).
       FD  PROMO-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PROMO-LINE-OUT.
       01  PROMO-LINE-OUT  PIC X(80).
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
       77 PROMO-F-STATUS            PIC X(02) VALUE SPACES.
           88 PROMO-OK                        VALUE '00'.
       77 PROMO-EOF                 PIC X(01) VALUE 'N'.
           88 PROMO-AT-EOF                    VALUE 'Y'.
       77 SALEHIST-F-STATUS         PIC X(02) VALUE SPACES.
           88 SALEHIST-OK                     VALUE '00'.
       77 SALEHIST-EOF              PIC X(01) VALUE 'N'.
           88 SALEHIST-AT-EOF                 VALUE 'Y'.
       77 SALEHIST-AVAILABLE        PIC X(01) VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 PROMO-WARNING                   VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15 PROMO=SPR026
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       77 WS-ONLY-PROMO-ID          PIC X(06) VALUE SPACES.
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
      * One row per promotion measured, with its two windows.
      * Status S not started, R still running, E ended.
       01 PROMO-TABLE-AREA.
           05 PE-COUNT              PIC 9(3) COMP VALUE 0.
           05 PE-SUB                PIC 9(3) COMP VALUE 0.
           05 PROMO-TABLE OCCURS 200 TIMES.
               10 PE-PROMO-ID       PIC X(06).
               10 PE-SCOPE          PIC X(01).
               10 PE-KEY            PIC X(30).
               10 PE-TYPE           PIC X(01).
               10 PE-VALUE          PIC 9(3)V99.
               10 PE-START-DATE     PIC X(08).
               10 PE-END-DATE       PIC X(08).
               10 PE-DURING-TO      PIC X(08).
               10 PE-BEFORE-FROM    PIC X(08).
               10 PE-BEFORE-TO      PIC X(08).
               10 PE-DAYS           PIC 9(05).
               10 PE-STATUS         PIC X(01).
       01 PROMO-TABLE-FULL          PIC X(01) VALUE 'N'.
           88 PROMO-TABLE-IS-FULL             VALUE 'Y'.
      * One row per promotion and promoted title that sold in
      * either window, kept in promotion, artist, genre order as
      * rows are added.
       01 TITLE-TABLE-AREA.
           05 TT-COUNT              PIC 9(4) COMP VALUE 0.
           05 TT-SUB                PIC 9(4) COMP VALUE 0.
           05 TT-SHIFT-SUB          PIC 9(4) COMP VALUE 0.
           05 TITLE-TABLE OCCURS 3000 TIMES.
               10 TT-KEY.
                   15 TT-PROMO-SUB      PIC 9(03).
                   15 TT-ARTIST-NAME    PIC X(30).
                   15 TT-GENRE          PIC X(12).
               10 TT-UNITS-BEFORE   PIC 9(07).
               10 TT-UNITS-DURING   PIC 9(07).
               10 TT-REV-BEFORE     PIC 9(9)V99.
               10 TT-REV-DURING     PIC 9(9)V99.
       01 TITLE-TABLE-FULL          PIC X(01) VALUE 'N'.
           88 TITLE-TABLE-IS-FULL             VALUE 'Y'.
       01 TITLE-FOUND-SW            PIC X(01) VALUE 'N'.
           88 TITLE-ROW-FOUND                 VALUE 'Y'.
       01 WS-TITLE-KEY.
           05 WS-KEY-PROMO-SUB      PIC 9(03).
           05 WS-KEY-ARTIST-NAME    PIC X(30).
           05 WS-KEY-GENRE          PIC X(12).
       01 WS-PROMO-WORK.
           05 WS-START-N            PIC 9(08)   VALUE 0.
           05 WS-DURING-TO-N        PIC 9(08)   VALUE 0.
           05 WS-WINDOW-YMD         PIC 9(08)   VALUE 0.
           05 WS-START-DAY          PIC S9(9)   VALUE 0.
           05 WS-DAY-COUNT          PIC S9(9)   VALUE 0.
           05 WS-WINDOW             PIC X(01)   VALUE SPACE.
               88 IN-BEFORE-WINDOW              VALUE 'B'.
               88 IN-DURING-WINDOW              VALUE 'D'.
           05 WS-PREV-PROMO-SUB     PIC 9(03)   VALUE 0.
           05 WS-PCT-CHANGE         PIC S9(5)V9 VALUE 0.
       01 WS-PCT-EDIT.
           05 WS-PCT-EDIT-N         PIC +ZZZZ9.9.
           05 FILLER                PIC X(01) VALUE '%'.
       01 WS-DISCOUNT-EDIT.
           05 WS-DISC-PCT-N         PIC ZZ9.99.
           05 FILLER                PIC X(06) VALUE '% OFF '.
       01 WS-DISCOUNT-EDIT-F REDEFINES WS-DISCOUNT-EDIT.
           05 WS-DISC-AMT-N         PIC $ZZ9.99.
           05 FILLER                PIC X(05).
       01 PROMO-COUNTERS.
           05 CTR-BAD-PROMO-ROWS    PIC 9(5)    VALUE 0.
           05 CTR-BAD-HIST-DATES    PIC 9(5)    VALUE 0.
           05 CTR-MEASURED          PIC 9(5)    VALUE 0.
           05 CTR-NOT-STARTED       PIC 9(5)    VALUE 0.
           05 CTR-PROMO-UNITS-BEF   PIC 9(9)    VALUE 0.
           05 CTR-PROMO-UNITS-DUR   PIC 9(9)    VALUE 0.
           05 CTR-PROMO-REV-BEF     PIC 9(9)V99 VALUE 0.
           05 CTR-PROMO-REV-DUR     PIC 9(9)V99 VALUE 0.
      *    REPORT LINES
       01 PROMO-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'PROMOTION EFFECTIVENESS - BEFORE/DURING '.
           05 FILLER  PIC X(10) VALUE 'RUN DATE: '.
           05 PHL-RUN-DATE          PIC X(08).
           05 FILLER                PIC X(22) VALUE SPACES.
       01 PROMO-TITLE-LINE.
           05 FILLER  PIC X(10) VALUE 'PROMOTION '.
           05 PTL-PROMO-ID          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PTL-SCOPE             PIC X(07).
           05 PTL-KEY               PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PTL-DISCOUNT          PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PTL-STATUS            PIC X(07).
           05 FILLER                PIC X(04) VALUE SPACES.
       01 PROMO-WINDOW-LINE.
           05 FILLER  PIC X(09) VALUE '  BEFORE '.
           05 PWL-BEFORE-FROM       PIC X(08).
           05 FILLER  PIC X(03) VALUE ' - '.
           05 PWL-BEFORE-TO         PIC X(08).
           05 FILLER  PIC X(10) VALUE '   DURING '.
           05 PWL-DURING-FROM       PIC X(08).
           05 FILLER  PIC X(03) VALUE ' - '.
           05 PWL-DURING-TO         PIC X(08).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 PWL-DAYS              PIC ZZZZ9.
           05 FILLER  PIC X(05) VALUE ' DAYS'.
           05 FILLER                PIC X(11) VALUE SPACES.
       01 PROMO-COLUMN-LINE-1.
           05 FILLER                PIC X(44) VALUE SPACES.
           05 FILLER  PIC X(13) VALUE '--- UNITS ---'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 FILLER  PIC X(21) VALUE '------ REVENUE ------'.
           05 FILLER                PIC X(01) VALUE SPACE.
       01 PROMO-COLUMN-LINE-2.
           05 FILLER  PIC X(40) VALUE
                  'ARTIST                         GENRE    '.
           05 FILLER  PIC X(40) VALUE
                  '    BEFORE DURING     BEFORE     DURING '.
       01 PROMO-DETAIL-LINE.
           05 PDL-ARTIST            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDL-GENRE             PIC X(12).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDL-UNITS-BEFORE      PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDL-UNITS-DURING      PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDL-REV-BEFORE        PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PDL-REV-DURING        PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
       01 PROMO-TOTAL-LINE.
           05 FILLER  PIC X(44) VALUE '  PROMOTION TOTAL'.
           05 PTT-UNITS-BEFORE      PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PTT-UNITS-DURING      PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PTT-REV-BEFORE        PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 PTT-REV-DURING        PIC ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
       01 PROMO-CHANGE-LINE.
           05 FILLER  PIC X(17) VALUE '  CHANGE - UNITS '.
           05 PCL-UNITS-CHANGE      PIC X(09).
           05 FILLER  PIC X(12) VALUE '   REVENUE '.
           05 PCL-REV-CHANGE        PIC X(09).
           05 FILLER                PIC X(33) VALUE SPACES.
       01 NO-TITLE-SALES-LINE.
           05 FILLER  PIC X(50) VALUE
                  '  NO SALES OF PROMOTED TITLES IN EITHER PERIOD'.
           05 FILLER                PIC X(30) VALUE SPACES.
       01 PROMO-FINAL-LINE-1.
           05 FILLER  PIC X(22) VALUE 'PROMOTIONS MEASURED:  '.
           05 PFL-MEASURED          PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   NOT YET STARTED:   '.
           05 PFL-NOT-STARTED       PIC ZZZZ9.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 PROMO-FINAL-LINE-2.
           05 FILLER  PIC X(22) VALUE 'PROMOTION ROWS BAD:   '.
           05 PFL-BAD-PROMO         PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   HISTORY BAD DATES: '.
           05 PFL-BAD-HIST          PIC ZZZZ9.
           05 FILLER                PIC X(26) VALUE SPACES.
       01 NO-PROMOTIONS-LINE.
           05 FILLER  PIC X(40) VALUE
                  'NO PROMOTIONS STARTED BY THE RUN DATE'.
           05 FILLER                PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Promotions
               IF  SALEHIST-AVAILABLE = 'Y'
                   PERFORM 400-Read-Sale-History
                   PERFORM 100-Main UNTIL SALEHIST-AT-EOF
               END-IF
               PERFORM 500-Write-Promotion-Report
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  PROMO-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
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
                   WHEN 'PROMO'
                       IF  WS-OPT-VALUE(1:6) = SPACES
                       OR  WS-OPT-VALUE(7:4) NOT = SPACES
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-VALUE(1:6) TO WS-ONLY-PROMO-ID
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'PROMEFF1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * Every history sale is tested against every promotion that
      * has started - one sale can count for an artist promotion
      * and a genre promotion at the same time.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE SH-SALE-DATE TO DV-DATE-IN.
           MOVE 'Y'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID = 'Y'
           AND SH-UNITS IS NUMERIC
           AND SH-REVENUE IS NUMERIC
               PERFORM 200-Match-One-Promotion
                   VARYING PE-SUB FROM 1 BY 1 UNTIL PE-SUB > PE-COUNT
           ELSE
               ADD 1 TO CTR-BAD-HIST-DATES
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 400-Read-Sale-History.
       200-Match-One-Promotion.
           MOVE SPACE TO WS-WINDOW.
           IF  PE-STATUS(PE-SUB) NOT = 'S'
               IF  (PE-SCOPE(PE-SUB) = 'A'
                    AND PE-KEY(PE-SUB) = SH-ARTIST-NAME)
               OR  (PE-SCOPE(PE-SUB) = 'G'
                    AND PE-KEY(PE-SUB) = SH-GENRE)
                   IF  SH-SALE-DATE NOT < PE-START-DATE(PE-SUB)
                   AND SH-SALE-DATE NOT > PE-DURING-TO(PE-SUB)
                       MOVE 'D' TO WS-WINDOW
                   END-IF
                   IF  SH-SALE-DATE NOT < PE-BEFORE-FROM(PE-SUB)
                   AND SH-SALE-DATE NOT > PE-BEFORE-TO(PE-SUB)
                       MOVE 'B' TO WS-WINDOW
                   END-IF
               END-IF
           END-IF.
           IF  IN-BEFORE-WINDOW OR IN-DURING-WINDOW
               MOVE PE-SUB         TO WS-KEY-PROMO-SUB
               MOVE SH-ARTIST-NAME TO WS-KEY-ARTIST-NAME
               MOVE SH-GENRE       TO WS-KEY-GENRE
               PERFORM 250-Locate-Title-Row
               IF  TITLE-ROW-FOUND
                   IF  IN-BEFORE-WINDOW
                       ADD SH-UNITS   TO TT-UNITS-BEFORE(TT-SUB)
                       ADD SH-REVENUE TO TT-REV-BEFORE(TT-SUB)
                   ELSE
                       ADD SH-UNITS   TO TT-UNITS-DURING(TT-SUB)
                       ADD SH-REVENUE TO TT-REV-DURING(TT-SUB)
                   END-IF
               END-IF
           END-IF.
      * The table stays in key order - a new row goes in ahead of
      * the first row with a higher key, the rest shifted down.
       250-Locate-Title-Row.
           MOVE 'N' TO TITLE-FOUND-SW.
           MOVE 1   TO TT-SUB.
           PERFORM 255-Match-Title-Row
               UNTIL TT-SUB > TT-COUNT
                  OR TITLE-ROW-FOUND
                  OR TT-KEY(TT-SUB) > WS-TITLE-KEY.
           IF  NOT TITLE-ROW-FOUND
               IF  TT-COUNT < 3000
                   PERFORM 260-Shift-Title-Row
                       VARYING TT-SHIFT-SUB FROM TT-COUNT BY -1
                       UNTIL TT-SHIFT-SUB < TT-SUB
                   ADD 1 TO TT-COUNT
                   MOVE WS-TITLE-KEY TO TT-KEY(TT-SUB)
                   MOVE ZEROS TO TT-UNITS-BEFORE(TT-SUB)
                                 TT-UNITS-DURING(TT-SUB)
                                 TT-REV-BEFORE(TT-SUB)
                                 TT-REV-DURING(TT-SUB)
                   MOVE 'Y' TO TITLE-FOUND-SW
               ELSE
                   IF  NOT TITLE-TABLE-IS-FULL
                       DISPLAY 'PROMEFF1 - TITLE TABLE FULL - '
                               'LATER TITLES NOT MEASURED'
                   END-IF
                   MOVE 'Y' TO TITLE-TABLE-FULL
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
       255-Match-Title-Row.
           IF  TT-KEY(TT-SUB) = WS-TITLE-KEY
               MOVE 'Y' TO TITLE-FOUND-SW
           ELSE
               ADD 1 TO TT-SUB
           END-IF.
       260-Shift-Title-Row.
           MOVE TITLE-TABLE(TT-SHIFT-SUB)
               TO TITLE-TABLE(TT-SHIFT-SUB + 1).
       150-Load-Promotions.
           OPEN INPUT PROMOTION-FILE.
           IF  PROMO-OK
               PERFORM 155-Read-Promotion
               PERFORM 160-Store-Promotion UNTIL PROMO-AT-EOF
               CLOSE PROMOTION-FILE
           ELSE
               DISPLAY 'PROMO FILE STATUS: ' PROMO-F-STATUS
               DISPLAY 'NO PROMOTION FILE - NOTHING TO MEASURE'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       155-Read-Promotion.
           READ PROMOTION-FILE
               AT END MOVE 'Y' TO PROMO-EOF
           END-READ.
      * The same checks CATPRC01 makes before it applies a
      * promotion - a row it would never apply is not measured.
       160-Store-Promotion.
           IF  WS-ONLY-PROMO-ID = SPACES
           OR  WS-ONLY-PROMO-ID = PM-PROMO-ID
               MOVE PM-START-DATE TO DV-DATE-IN
               MOVE 'Y'           TO DV-FORMAT
               MOVE SPACE         TO DV-FUNCTION
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID = 'Y'
                   MOVE PM-END-DATE   TO DV-DATE-IN
                   MOVE PM-START-DATE TO DV-RANGE-FROM
                   CALL 'DATEVAL' USING DATEVAL-PARMS
                   MOVE SPACES TO DV-RANGE-FROM
               END-IF
               IF  DV-VALID = 'Y'
               AND (PM-SCOPE-ARTIST OR PM-SCOPE-GENRE)
               AND (PM-TYPE-PERCENT OR PM-TYPE-FIXED)
               AND PM-VALUE-X IS NUMERIC
               AND PM-KEY NOT = SPACES
                   PERFORM 170-Add-Promotion-Row
               ELSE
                   ADD 1 TO CTR-BAD-PROMO-ROWS
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
           PERFORM 155-Read-Promotion.
       170-Add-Promotion-Row.
           IF  PE-COUNT < 200
               ADD 1 TO PE-COUNT
               MOVE PM-PROMO-ID   TO PE-PROMO-ID(PE-COUNT)
               MOVE PM-SCOPE      TO PE-SCOPE(PE-COUNT)
               MOVE PM-KEY        TO PE-KEY(PE-COUNT)
               MOVE PM-TYPE       TO PE-TYPE(PE-COUNT)
               MOVE PM-VALUE      TO PE-VALUE(PE-COUNT)
               MOVE PM-START-DATE TO PE-START-DATE(PE-COUNT)
               MOVE PM-END-DATE   TO PE-END-DATE(PE-COUNT)
               PERFORM 180-Set-Promotion-Windows
           ELSE
               IF  NOT PROMO-TABLE-IS-FULL
                   DISPLAY 'PROMEFF1 - PROMOTION TABLE FULL - '
                           'LATER PROMOTIONS NOT MEASURED'
               END-IF
               MOVE 'Y' TO PROMO-TABLE-FULL
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
      * During runs from the start through the end, or through the
      * run date while the promotion is still on.  Before is the
      * same number of days ending the day before the start.
       180-Set-Promotion-Windows.
           MOVE SPACES TO PE-DURING-TO(PE-COUNT)
                          PE-BEFORE-FROM(PE-COUNT)
                          PE-BEFORE-TO(PE-COUNT).
           MOVE ZERO   TO PE-DAYS(PE-COUNT).
           EVALUATE TRUE
               WHEN PM-START-DATE > WS-RUN-DATE-YMD
                   MOVE 'S' TO PE-STATUS(PE-COUNT)
                   ADD 1 TO CTR-NOT-STARTED
               WHEN PM-END-DATE > WS-RUN-DATE-YMD
                   MOVE 'R' TO PE-STATUS(PE-COUNT)
                   MOVE WS-RUN-DATE-YMD TO PE-DURING-TO(PE-COUNT)
               WHEN OTHER
                   MOVE 'E' TO PE-STATUS(PE-COUNT)
                   MOVE PM-END-DATE TO PE-DURING-TO(PE-COUNT)
           END-EVALUATE.
           IF  PE-STATUS(PE-COUNT) NOT = 'S'
               ADD 1 TO CTR-MEASURED
               MOVE PM-START-DATE          TO WS-START-N
               MOVE PE-DURING-TO(PE-COUNT) TO WS-DURING-TO-N
               COMPUTE WS-START-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-START-N)
               COMPUTE WS-DAY-COUNT =
                   FUNCTION INTEGER-OF-DATE(WS-DURING-TO-N)
                   - WS-START-DAY + 1
               MOVE WS-DAY-COUNT TO PE-DAYS(PE-COUNT)
               COMPUTE WS-WINDOW-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-START-DAY
                                            - WS-DAY-COUNT)
               MOVE WS-WINDOW-YMD TO PE-BEFORE-FROM(PE-COUNT)
               COMPUTE WS-WINDOW-YMD =
                   FUNCTION DATE-OF-INTEGER(WS-START-DAY - 1)
               MOVE WS-WINDOW-YMD TO PE-BEFORE-TO(PE-COUNT)
           END-IF.
       300-Open-Files.
           OPEN INPUT SALE-HIST-FILE.
           OPEN OUTPUT PROMO-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           IF NOT SALEHIST-OK
               DISPLAY 'SALEHIST FILE STATUS: ' SALEHIST-F-STATUS
               DISPLAY 'NO SALES HISTORY - NOTHING TO MEASURE'
               MOVE 'N' TO SALEHIST-AVAILABLE
               MOVE 'Y' TO SALEHIST-EOF
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       400-Read-Sale-History.
           READ SALE-HIST-FILE
               AT END MOVE 'Y' TO SALEHIST-EOF
           END-READ.
       500-Write-Promotion-Report.
           MOVE WS-RUN-DATE-YMD TO PHL-RUN-DATE.
           WRITE PROMO-LINE-OUT FROM PROMO-HEADING-LINE.
           IF  CTR-MEASURED = ZERO
               WRITE PROMO-LINE-OUT FROM NO-PROMOTIONS-LINE
                   AFTER ADVANCING 2
           ELSE
               MOVE 1 TO TT-SUB
               PERFORM 520-Write-One-Promotion
                   VARYING PE-SUB FROM 1 BY 1 UNTIL PE-SUB > PE-COUNT
           END-IF.
           MOVE CTR-MEASURED       TO PFL-MEASURED.
           MOVE CTR-NOT-STARTED    TO PFL-NOT-STARTED.
           WRITE PROMO-LINE-OUT FROM PROMO-FINAL-LINE-1
               AFTER ADVANCING 2.
           IF  CTR-BAD-PROMO-ROWS > ZERO
           OR  CTR-BAD-HIST-DATES > ZERO
               MOVE CTR-BAD-PROMO-ROWS TO PFL-BAD-PROMO
               MOVE CTR-BAD-HIST-DATES TO PFL-BAD-HIST
               WRITE PROMO-LINE-OUT FROM PROMO-FINAL-LINE-2
                   AFTER ADVANCING 1
           END-IF.
      * The title rows are in promotion order, so each promotion
      * takes the rows from where the one before it left off.
       520-Write-One-Promotion.
           IF  PE-STATUS(PE-SUB) NOT = 'S'
               PERFORM 530-Write-Promotion-Heading
               MOVE ZEROS TO CTR-PROMO-UNITS-BEF CTR-PROMO-UNITS-DUR
                             CTR-PROMO-REV-BEF   CTR-PROMO-REV-DUR
               IF  TT-SUB > TT-COUNT
               OR  TT-PROMO-SUB(TT-SUB) NOT = PE-SUB
                   WRITE PROMO-LINE-OUT FROM NO-TITLE-SALES-LINE
                       AFTER ADVANCING 1
               ELSE
                   WRITE PROMO-LINE-OUT FROM PROMO-COLUMN-LINE-1
                       AFTER ADVANCING 1
                   WRITE PROMO-LINE-OUT FROM PROMO-COLUMN-LINE-2
                       AFTER ADVANCING 1
                   PERFORM 540-Write-One-Title
                       UNTIL TT-SUB > TT-COUNT
                          OR TT-PROMO-SUB(TT-SUB) NOT = PE-SUB
                   PERFORM 550-Write-Promotion-Total
               END-IF
           END-IF.
       530-Write-Promotion-Heading.
           MOVE PE-PROMO-ID(PE-SUB) TO PTL-PROMO-ID.
           IF  PE-SCOPE(PE-SUB) = 'A'
               MOVE 'ARTIST' TO PTL-SCOPE
           ELSE
               MOVE 'GENRE'  TO PTL-SCOPE
           END-IF.
           MOVE PE-KEY(PE-SUB) TO PTL-KEY.
           IF  PE-TYPE(PE-SUB) = 'P'
               MOVE '% OFF ' TO WS-DISCOUNT-EDIT(7:6)
               MOVE PE-VALUE(PE-SUB) TO WS-DISC-PCT-N
           ELSE
               MOVE SPACES TO WS-DISCOUNT-EDIT
               MOVE PE-VALUE(PE-SUB) TO WS-DISC-AMT-N
               MOVE ' OFF' TO WS-DISCOUNT-EDIT(8:4)
           END-IF.
           MOVE WS-DISCOUNT-EDIT TO PTL-DISCOUNT.
           IF  PE-STATUS(PE-SUB) = 'R'
               MOVE 'RUNNING' TO PTL-STATUS
           ELSE
               MOVE 'ENDED'   TO PTL-STATUS
           END-IF.
           WRITE PROMO-LINE-OUT FROM PROMO-TITLE-LINE
               AFTER ADVANCING 2.
           MOVE PE-BEFORE-FROM(PE-SUB) TO PWL-BEFORE-FROM.
           MOVE PE-BEFORE-TO(PE-SUB)   TO PWL-BEFORE-TO.
           MOVE PE-START-DATE(PE-SUB)  TO PWL-DURING-FROM.
           MOVE PE-DURING-TO(PE-SUB)   TO PWL-DURING-TO.
           MOVE PE-DAYS(PE-SUB)        TO PWL-DAYS.
           WRITE PROMO-LINE-OUT FROM PROMO-WINDOW-LINE
               AFTER ADVANCING 1.
       540-Write-One-Title.
           MOVE TT-ARTIST-NAME(TT-SUB)  TO PDL-ARTIST.
           MOVE TT-GENRE(TT-SUB)        TO PDL-GENRE.
           MOVE TT-UNITS-BEFORE(TT-SUB) TO PDL-UNITS-BEFORE.
           MOVE TT-UNITS-DURING(TT-SUB) TO PDL-UNITS-DURING.
           MOVE TT-REV-BEFORE(TT-SUB)   TO PDL-REV-BEFORE.
           MOVE TT-REV-DURING(TT-SUB)   TO PDL-REV-DURING.
           WRITE PROMO-LINE-OUT FROM PROMO-DETAIL-LINE
               AFTER ADVANCING 1.
           ADD TT-UNITS-BEFORE(TT-SUB) TO CTR-PROMO-UNITS-BEF.
           ADD TT-UNITS-DURING(TT-SUB) TO CTR-PROMO-UNITS-DUR.
           ADD TT-REV-BEFORE(TT-SUB)   TO CTR-PROMO-REV-BEF.
           ADD TT-REV-DURING(TT-SUB)   TO CTR-PROMO-REV-DUR.
           ADD 1 TO TT-SUB.
       550-Write-Promotion-Total.
           MOVE CTR-PROMO-UNITS-BEF TO PTT-UNITS-BEFORE.
           MOVE CTR-PROMO-UNITS-DUR TO PTT-UNITS-DURING.
           MOVE CTR-PROMO-REV-BEF   TO PTT-REV-BEFORE.
           MOVE CTR-PROMO-REV-DUR   TO PTT-REV-DURING.
           WRITE PROMO-LINE-OUT FROM PROMO-TOTAL-LINE
               AFTER ADVANCING 1.
           IF  CTR-PROMO-UNITS-BEF = ZERO
               MOVE 'NO PRIOR' TO PCL-UNITS-CHANGE
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (CTR-PROMO-UNITS-DUR - CTR-PROMO-UNITS-BEF)
                   * 100 / CTR-PROMO-UNITS-BEF
               MOVE WS-PCT-CHANGE TO WS-PCT-EDIT-N
               MOVE WS-PCT-EDIT   TO PCL-UNITS-CHANGE
           END-IF.
           IF  CTR-PROMO-REV-BEF = ZERO
               MOVE 'NO PRIOR' TO PCL-REV-CHANGE
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (CTR-PROMO-REV-DUR - CTR-PROMO-REV-BEF)
                   * 100 / CTR-PROMO-REV-BEF
               MOVE WS-PCT-CHANGE TO WS-PCT-EDIT-N
               MOVE WS-PCT-EDIT   TO PCL-REV-CHANGE
           END-IF.
           WRITE PROMO-LINE-OUT FROM PROMO-CHANGE-LINE
               AFTER ADVANCING 1.
       600-Close-Files.
           IF SALEHIST-AVAILABLE = 'Y'
               CLOSE SALE-HIST-FILE
           END-IF.
           CLOSE PROMO-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'PROMEFF1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
