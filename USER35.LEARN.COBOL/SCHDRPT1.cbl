       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SCHDRPT1.
      *
      * ***************************************************
      * ***     Term schedule of classes and room utilization.
      * ***     Reads the SECTMAST section master CRSMAINT keeps
      * ***     for the term on the control card (columns 1-5),
      * ***     counts each section's enrollment from the STDNTFL
      * ***     student file (type '2' course records less the
      * ***     type '3' withdrawals REGISTRN writes), and prints:
      * ***       SCHEDRPT - every section of the term in course
      * ***                  and section order with its meeting
      * ***                  pattern, room, instructor, seat limit,
      * ***                  enrollment and seats open;
      * ***       ROOMRPT  - every room in use that term with the
      * ***                  sections meeting in it by start time,
      * ***                  the weekly hours it is booked against
      * ***                  the 45-hour teaching week, and how full
      * ***                  its classes run against the room size.
      * ***     Sections with no room (online, to be arranged) do
      * ***     not appear on the room report.
      * ***************************************************
       INSTALLATION.  IBM.
       DATE-WRITTEN.  01-01-2009.
       DATE-COMPILED. 01-01-2009.
       SECURITY.   NONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM.
       OBJECT-COMPUTER.   IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER ASSIGN TO SECTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SECTMAST-STATUS.
           SELECT STUDENT-FILE   ASSIGN TO UT-S-STDNTFL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-STUDENT-STATUS.
           SELECT SCHED-SORT-FILE ASSIGN TO SORTWK01.
           SELECT ROOM-SORT-FILE ASSIGN TO SORTWK02.
           SELECT SCHEDULE-REPORT ASSIGN TO SCHEDRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT ROOM-REPORT ASSIGN TO ROOMRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECTION-MAST-REC.
       01  SECTION-MAST-REC.
           05  SM-COURSE          PIC X(05).
           05  SM-SECTION         PIC X(03).
           05  SM-TERM            PIC X(05).
           05  SM-DAYS            PIC X(07).
           05  SM-START-TIME      PIC 9(04).
           05  SM-END-TIME        PIC 9(04).
           05  SM-ROOM            PIC X(08).
           05  SM-ROOM-CAP        PIC 9(03).
           05  SM-SEAT-CAP        PIC 9(03).
           05  SM-INSTRUCTOR-ID   PIC X(08).
           05  SM-STATUS          PIC X(01).
               88  SM-ACTIVE              VALUE 'A'.
           05  FILLER             PIC X(29).
       FD  STUDENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STUDENT-IN-REC.
       01 STUDENT-IN-REC.
          05 FILLER             PIC X(24).
          05 SR-COURSE-NUMBER   PIC X(5).
          05 FILLER             PIC X(7).
          05 SR-TERM            PIC X(5).
          05 SR-SECTION         PIC X(3).
          05 FILLER             PIC X(25).
          05 SR-RECORD-TYPE     PIC X.
             88 SR-TYPE-COURSE            VALUE '2'.
             88 SR-TYPE-WITHDRAWAL        VALUE '3'.
          05 FILLER             PIC X(10).
       SD  SCHED-SORT-FILE
           DATA RECORD IS SORT-SCHED-REC.
       01  SORT-SCHED-REC.
           05  SS-COURSE          PIC X(05).
           05  SS-SECTION         PIC X(03).
           05  SS-SUB             PIC 9(04).
       SD  ROOM-SORT-FILE
           DATA RECORD IS SORT-ROOM-REC.
       01  SORT-ROOM-REC.
           05  SRM-ROOM           PIC X(08).
           05  SRM-START-TIME     PIC 9(04).
           05  SRM-COURSE         PIC X(05).
           05  SRM-SECTION        PIC X(03).
           05  SRM-SUB            PIC 9(04).
       FD  SCHEDULE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SCHED-LINE-OUT         PIC X(80).
       FD  ROOM-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ROOM-LINE-OUT          PIC X(80).
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
       77  WS-SECTMAST-STATUS     PIC X(02) VALUE SPACES.
           88  SECTMAST-OPEN-OK             VALUE '00'.
       77  WS-SECTMAST-EOF        PIC X(01) VALUE 'N'.
           88  SECTMAST-AT-EOF              VALUE 'Y'.
       77  WS-STUDENT-STATUS      PIC X(02) VALUE SPACES.
           88  STUDENT-OPEN-OK              VALUE '00'.
       77  WS-STUDENT-EOF         PIC X(01) VALUE 'N'.
           88  STUDENT-AT-EOF               VALUE 'Y'.
       77  WS-SORT-EOF            PIC X(01) VALUE 'N'.
           88  SORT-AT-EOF                  VALUE 'Y'.
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CONTROL CARD - TERM IN 1-5
       01  WS-CONTROL-CARD.
           05  CC-TERM            PIC X(05).
           05  FILLER             PIC X(75).
      *    HOURS A ROOM CAN BE TIMETABLED IN A WEEK - 0800 TO 1700,
      *    MONDAY TO FRIDAY
       01  WS-WEEK-HOURS          PIC 9(03) VALUE 45.
      *    THE TERM'S SECTIONS.  SC-CAP IS THE SECTION SEAT LIMIT
      *    HELD TO THE ROOM'S SIZE, AS REGISTRN ENFORCES IT.
       01  SECT-TABLE-AREA.
           05  SC-COUNT           PIC 9(4) COMP VALUE 0.
           05  SC-SUB             PIC 9(4) COMP VALUE 0.
           05  SECT-TABLE OCCURS 500 TIMES.
               10  SC-COURSE        PIC X(05).
               10  SC-SECTION       PIC X(03).
               10  SC-DAYS          PIC X(07).
               10  SC-START-TIME    PIC 9(04).
               10  SC-END-TIME      PIC 9(04).
               10  SC-ROOM          PIC X(08).
               10  SC-ROOM-CAP      PIC 9(03).
               10  SC-CAP           PIC 9(03).
               10  SC-INSTRUCTOR-ID PIC X(08).
               10  SC-STATUS        PIC X(01).
                   88  SC-ACTIVE             VALUE 'A'.
               10  SC-ENROLLED      PIC S9(04).
       01  SECT-FOUND-SW          PIC X(01) VALUE 'N'.
           88  SECT-ENTRY-FOUND             VALUE 'Y'.
       01  SECT-TABLE-FULL        PIC X(01) VALUE 'N'.
           88  SECT-TABLE-IS-FULL           VALUE 'Y'.
      *    MEETING-TIME ARITHMETIC
       01  WS-TIME-WORK.
           05  WS-HHMM            PIC 9(04) VALUE 0.
           05  WS-HHMM-PARTS REDEFINES WS-HHMM.
               10  WS-HH          PIC 9(02).
               10  WS-MM          PIC 9(02).
           05  WS-START-MINUTES   PIC 9(05) VALUE 0.
           05  WS-END-MINUTES     PIC 9(05) VALUE 0.
           05  WS-MEETING-DAYS    PIC 9(01) VALUE 0.
           05  WS-DAY-SUB         PIC 9(01) VALUE 0 COMP.
           05  WS-WEEK-MINUTES    PIC 9(05) VALUE 0.
           05  WS-OPEN-SEATS      PIC S9(04) VALUE 0.
      *    ONE ROOM'S RUNNING TOTALS
       01  ROOM-TOTALS.
           05  WS-PREV-ROOM       PIC X(08) VALUE SPACES.
           05  RM-SECTIONS        PIC 9(04) VALUE 0.
           05  RM-MINUTES         PIC 9(06) VALUE 0.
           05  RM-ENROLLED        PIC 9(06) VALUE 0.
           05  RM-SEATS           PIC 9(06) VALUE 0.
           05  RM-HOURS           PIC 9(04)V9 VALUE 0.
           05  RM-TIME-PCT        PIC 9(03) VALUE 0.
           05  RM-FILL-PCT        PIC 9(03) VALUE 0.
       01  SCHED-COUNTERS.
           05  CTR-SECTIONS       PIC 9(5) VALUE 0.
           05  CTR-CANCELLED      PIC 9(5) VALUE 0.
           05  CTR-ENROLLED       PIC 9(6) VALUE 0.
           05  CTR-ROOMS          PIC 9(5) VALUE 0.
       01  SCHED-HEADING.
           05  FILLER  PIC X(27) VALUE 'SCHEDULE OF CLASSES - TERM '.
           05  SH-TERM            PIC X(05).
           05  FILLER             PIC X(08) VALUE SPACES.
           05  SH-RUN-TIME        PIC X(15).
       01  SCHED-COLUMNS.
           05  FILLER  PIC X(40) VALUE
                'COURSE SEC DAYS    TIME       ROOM     '.
           05  FILLER  PIC X(40) VALUE
                'INSTRUCT  CAP ENRL OPEN STATUS'.
       01  SCHED-DETAIL-LINE.
           05  SDL-COURSE         PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SDL-SECTION        PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SDL-DAYS           PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SDL-START-TIME     PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  SDL-END-TIME       PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SDL-ROOM           PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SDL-INSTRUCTOR-ID  PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SDL-CAP            PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SDL-ENROLLED       PIC ZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SDL-OPEN           PIC ZZZ9-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  SDL-STATUS         PIC X(09).
       01  SCHED-TOTAL-LINE.
           05  FILLER  PIC X(10) VALUE 'SECTIONS: '.
           05  STL-SECTIONS       PIC ZZZZ9.
           05  FILLER  PIC X(14) VALUE '   CANCELLED: '.
           05  STL-CANCELLED      PIC ZZZZ9.
           05  FILLER  PIC X(13) VALUE '   ENROLLED: '.
           05  STL-ENROLLED       PIC ZZZZZ9.
       01  ROOM-HEADING.
           05  FILLER  PIC X(24) VALUE 'ROOM UTILIZATION - TERM '.
           05  RH-TERM            PIC X(05).
           05  FILLER             PIC X(08) VALUE SPACES.
           05  RH-RUN-TIME        PIC X(15).
       01  ROOM-GROUP-LINE.
           05  FILLER  PIC X(06) VALUE 'ROOM: '.
           05  RGL-ROOM           PIC X(08).
           05  FILLER  PIC X(12) VALUE '   CAPACITY '.
           05  RGL-ROOM-CAP       PIC ZZ9.
       01  ROOM-DETAIL-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RDL-DAYS           PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RDL-START-TIME     PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  RDL-END-TIME       PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RDL-COURSE         PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  RDL-SECTION        PIC X(03).
           05  FILLER  PIC X(11) VALUE '  ENROLLED '.
           05  RDL-ENROLLED       PIC ZZZ9.
           05  FILLER  PIC X(04) VALUE ' OF '.
           05  RDL-ROOM-CAP       PIC ZZ9.
       01  ROOM-TOTAL-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RTL-SECTIONS       PIC ZZZ9.
           05  FILLER  PIC X(11) VALUE ' SECTIONS  '.
           05  RTL-HOURS          PIC ZZZ9.9.
           05  FILLER  PIC X(04) VALUE ' OF '.
           05  RTL-WEEK-HOURS     PIC ZZ9.
           05  FILLER  PIC X(09) VALUE ' HOURS = '.
           05  RTL-TIME-PCT       PIC ZZ9.
           05  FILLER  PIC X(16) VALUE '% BOOKED  SEATS '.
           05  RTL-FILL-PCT       PIC ZZ9.
           05  FILLER  PIC X(06) VALUE '% FULL'.
       01  ROOM-GRAND-LINE.
           05  FILLER  PIC X(14) VALUE 'ROOMS IN USE: '.
           05  RGT-ROOMS          PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           IF SC-COUNT > 0
              SORT SCHED-SORT-FILE
                 ON ASCENDING KEY SS-COURSE SS-SECTION
                 INPUT PROCEDURE IS 300-RELEASE-SECTIONS
                 OUTPUT PROCEDURE IS 400-PRINT-SCHEDULE
              MOVE 'N' TO WS-SORT-EOF
              SORT ROOM-SORT-FILE
                 ON ASCENDING KEY SRM-ROOM SRM-START-TIME
                                  SRM-COURSE SRM-SECTION
                 INPUT PROCEDURE IS 500-RELEASE-ROOMS
                 OUTPUT PROCEDURE IS 600-PRINT-ROOMS
           END-IF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           ACCEPT WS-CONTROL-CARD.
           OPEN OUTPUT SCHEDULE-REPORT.
           OPEN OUTPUT ROOM-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE CC-TERM           TO SH-TERM RH-TERM.
           MOVE WS-JOB-START-TIME TO SH-RUN-TIME RH-RUN-TIME.
           WRITE SCHED-LINE-OUT FROM SCHED-HEADING.
           WRITE SCHED-LINE-OUT FROM SCHED-COLUMNS
              AFTER ADVANCING 2.
           WRITE ROOM-LINE-OUT FROM ROOM-HEADING.
           IF CC-TERM = SPACES
              DISPLAY 'SCHDRPT1 - NO TERM ON THE CONTROL CARD'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 120-LOAD-SECTIONS
              IF NOT SECT-TABLE-IS-FULL
                 PERFORM 140-COUNT-ENROLLMENT
              END-IF
           END-IF.
       120-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER.
           IF SECTMAST-OPEN-OK
              PERFORM 122-READ-SECTION
              PERFORM 124-STORE-SECTION UNTIL SECTMAST-AT-EOF
           ELSE
              DISPLAY 'SECTMAST NOT AVAILABLE - STATUS: '
                 WS-SECTMAST-STATUS
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SECTION-MASTER.
       122-READ-SECTION.
           READ SECTION-MASTER
              AT END MOVE 'Y' TO WS-SECTMAST-EOF
           END-READ.
      *    A SCHEDULE MISSING SECTIONS IS WORSE THAN NONE - A FULL
      *    TABLE PRINTS NOTHING AND ENDS THE STEP 8.
       124-STORE-SECTION.
           IF SM-TERM = CC-TERM
              IF SC-COUNT < 500
                 ADD 1 TO SC-COUNT
                 MOVE SM-COURSE        TO SC-COURSE(SC-COUNT)
                 MOVE SM-SECTION       TO SC-SECTION(SC-COUNT)
                 MOVE SM-DAYS          TO SC-DAYS(SC-COUNT)
                 MOVE SM-START-TIME    TO SC-START-TIME(SC-COUNT)
                 MOVE SM-END-TIME      TO SC-END-TIME(SC-COUNT)
                 MOVE SM-ROOM          TO SC-ROOM(SC-COUNT)
                 MOVE SM-ROOM-CAP      TO SC-ROOM-CAP(SC-COUNT)
                 MOVE SM-SEAT-CAP      TO SC-CAP(SC-COUNT)
                 IF SM-ROOM-CAP > 0
                    AND (SC-CAP(SC-COUNT) = 0
                      OR SC-CAP(SC-COUNT) > SM-ROOM-CAP)
                    MOVE SM-ROOM-CAP TO SC-CAP(SC-COUNT)
                 END-IF
                 MOVE SM-INSTRUCTOR-ID TO SC-INSTRUCTOR-ID(SC-COUNT)
                 MOVE SM-STATUS        TO SC-STATUS(SC-COUNT)
                 MOVE ZEROS            TO SC-ENROLLED(SC-COUNT)
              ELSE
                 MOVE 'Y' TO SECT-TABLE-FULL
                 DISPLAY 'SECTION TABLE FULL - UNABLE TO HOLD ALL '
                         'SECTIONS FOR THE TERM'
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 122-READ-SECTION.
           IF SECT-TABLE-IS-FULL
              MOVE 0 TO SC-COUNT
              MOVE 'Y' TO WS-SECTMAST-EOF
           END-IF.
       140-COUNT-ENROLLMENT.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
              PERFORM 142-READ-STUDENT
              PERFORM 144-TALLY-ONE-RECORD UNTIL STUDENT-AT-EOF
           ELSE
              DISPLAY 'STDNTFL NOT AVAILABLE - STATUS: '
                 WS-STUDENT-STATUS
              DISPLAY 'ENROLLMENT SHOWN AS ZERO'
           END-IF.
           CLOSE STUDENT-FILE.
       142-READ-STUDENT.
           READ STUDENT-FILE
              AT END MOVE 'Y' TO WS-STUDENT-EOF
           END-READ.
       144-TALLY-ONE-RECORD.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF (SR-TYPE-COURSE OR SR-TYPE-WITHDRAWAL)
              AND SR-TERM = CC-TERM
              AND SR-SECTION NOT = SPACES
              PERFORM 146-FIND-SECTION
              IF SECT-ENTRY-FOUND
                 IF SR-TYPE-COURSE
                    ADD 1 TO SC-ENROLLED(SC-SUB)
                 ELSE
                    SUBTRACT 1 FROM SC-ENROLLED(SC-SUB)
                 END-IF
              END-IF
           END-IF.
           PERFORM 142-READ-STUDENT.
       146-FIND-SECTION.
           MOVE 'N' TO SECT-FOUND-SW.
           MOVE 1   TO SC-SUB.
           PERFORM 148-MATCH-SECTION
              UNTIL SC-SUB > SC-COUNT OR SECT-ENTRY-FOUND.
       148-MATCH-SECTION.
           IF SC-COURSE(SC-SUB) = SR-COURSE-NUMBER
              AND SC-SECTION(SC-SUB) = SR-SECTION
              MOVE 'Y' TO SECT-FOUND-SW
           ELSE
              ADD 1 TO SC-SUB
           END-IF.
      *    SCHEDULE OF CLASSES - EVERY SECTION, CANCELLED ONES
      *    FLAGGED SO STUDENTS SEE WHAT WENT
       300-RELEASE-SECTIONS.
           PERFORM 310-RELEASE-ONE-SECTION
              VARYING SC-SUB FROM 1 BY 1 UNTIL SC-SUB > SC-COUNT.
       310-RELEASE-ONE-SECTION.
           MOVE SC-COURSE(SC-SUB)  TO SS-COURSE.
           MOVE SC-SECTION(SC-SUB) TO SS-SECTION.
           MOVE SC-SUB             TO SS-SUB.
           RELEASE SORT-SCHED-REC.
       400-PRINT-SCHEDULE.
           PERFORM 420-RETURN-SCHEDULE.
           PERFORM 410-PRINT-ONE-SECTION UNTIL SORT-AT-EOF.
           MOVE CTR-SECTIONS  TO STL-SECTIONS.
           MOVE CTR-CANCELLED TO STL-CANCELLED.
           MOVE CTR-ENROLLED  TO STL-ENROLLED.
           WRITE SCHED-LINE-OUT FROM SCHED-TOTAL-LINE
              AFTER ADVANCING 2.
       410-PRINT-ONE-SECTION.
           MOVE SS-SUB TO SC-SUB.
           MOVE SC-COURSE(SC-SUB)        TO SDL-COURSE.
           MOVE SC-SECTION(SC-SUB)       TO SDL-SECTION.
           MOVE SC-DAYS(SC-SUB)          TO SDL-DAYS.
           MOVE SC-START-TIME(SC-SUB)    TO SDL-START-TIME.
           MOVE SC-END-TIME(SC-SUB)      TO SDL-END-TIME.
           MOVE SC-ROOM(SC-SUB)          TO SDL-ROOM.
           MOVE SC-INSTRUCTOR-ID(SC-SUB) TO SDL-INSTRUCTOR-ID.
           MOVE SC-CAP(SC-SUB)           TO SDL-CAP.
           MOVE SC-ENROLLED(SC-SUB)      TO SDL-ENROLLED.
           ADD 1 TO CTR-SECTIONS.
           IF SC-ACTIVE(SC-SUB)
              ADD SC-ENROLLED(SC-SUB) TO CTR-ENROLLED
              IF SC-CAP(SC-SUB) = 0
                 MOVE ZEROS TO SDL-OPEN
                 MOVE 'NO LIMIT' TO SDL-STATUS
              ELSE
                 COMPUTE WS-OPEN-SEATS =
                    SC-CAP(SC-SUB) - SC-ENROLLED(SC-SUB)
                 MOVE WS-OPEN-SEATS TO SDL-OPEN
                 IF WS-OPEN-SEATS > 0
                    MOVE 'OPEN' TO SDL-STATUS
                 ELSE
                    MOVE 'FULL' TO SDL-STATUS
                 END-IF
              END-IF
           ELSE
              ADD 1 TO CTR-CANCELLED
              MOVE ZEROS TO SDL-OPEN
              MOVE 'CANCELLED' TO SDL-STATUS
           END-IF.
           WRITE SCHED-LINE-OUT FROM SCHED-DETAIL-LINE
              AFTER ADVANCING 1.
           PERFORM 420-RETURN-SCHEDULE.
       420-RETURN-SCHEDULE.
           RETURN SCHED-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
      *    ROOM UTILIZATION - ACTIVE SECTIONS WITH A ROOM, BY ROOM
      *    AND START TIME
       500-RELEASE-ROOMS.
           PERFORM 510-RELEASE-ONE-ROOM
              VARYING SC-SUB FROM 1 BY 1 UNTIL SC-SUB > SC-COUNT.
       510-RELEASE-ONE-ROOM.
           IF SC-ACTIVE(SC-SUB) AND SC-ROOM(SC-SUB) NOT = SPACES
              MOVE SC-ROOM(SC-SUB)       TO SRM-ROOM
              MOVE SC-START-TIME(SC-SUB) TO SRM-START-TIME
              MOVE SC-COURSE(SC-SUB)     TO SRM-COURSE
              MOVE SC-SECTION(SC-SUB)    TO SRM-SECTION
              MOVE SC-SUB                TO SRM-SUB
              RELEASE SORT-ROOM-REC
           END-IF.
       600-PRINT-ROOMS.
           PERFORM 640-RETURN-ROOM.
           IF NOT SORT-AT-EOF
              PERFORM 650-START-ROOM
           END-IF.
           PERFORM 610-PRINT-ONE-MEETING UNTIL SORT-AT-EOF.
           IF CTR-ROOMS > 0
              PERFORM 660-END-ROOM
           END-IF.
           MOVE CTR-ROOMS TO RGT-ROOMS.
           WRITE ROOM-LINE-OUT FROM ROOM-GRAND-LINE
              AFTER ADVANCING 2.
       610-PRINT-ONE-MEETING.
           IF SRM-ROOM NOT = WS-PREV-ROOM
              PERFORM 660-END-ROOM
              PERFORM 650-START-ROOM
           END-IF.
           MOVE SRM-SUB TO SC-SUB.
           PERFORM 620-MEETING-MINUTES.
           MOVE SC-DAYS(SC-SUB)       TO RDL-DAYS.
           MOVE SC-START-TIME(SC-SUB) TO RDL-START-TIME.
           MOVE SC-END-TIME(SC-SUB)   TO RDL-END-TIME.
           MOVE SC-COURSE(SC-SUB)     TO RDL-COURSE.
           MOVE SC-SECTION(SC-SUB)    TO RDL-SECTION.
           MOVE SC-ENROLLED(SC-SUB)   TO RDL-ENROLLED.
           MOVE SC-ROOM-CAP(SC-SUB)   TO RDL-ROOM-CAP.
           WRITE ROOM-LINE-OUT FROM ROOM-DETAIL-LINE
              AFTER ADVANCING 1.
           ADD 1 TO RM-SECTIONS.
           ADD WS-WEEK-MINUTES TO RM-MINUTES.
           IF SC-ENROLLED(SC-SUB) > 0
              ADD SC-ENROLLED(SC-SUB) TO RM-ENROLLED
           END-IF.
           ADD SC-ROOM-CAP(SC-SUB) TO RM-SEATS.
           PERFORM 640-RETURN-ROOM.
      *    MINUTES THE SECTION HOLDS THE ROOM EACH WEEK - ONE
      *    MEETING'S LENGTH TIMES ITS MEETING DAYS
       620-MEETING-MINUTES.
           MOVE SC-START-TIME(SC-SUB) TO WS-HHMM.
           COMPUTE WS-START-MINUTES = WS-HH * 60 + WS-MM.
           MOVE SC-END-TIME(SC-SUB) TO WS-HHMM.
           COMPUTE WS-END-MINUTES = WS-HH * 60 + WS-MM.
           MOVE 0 TO WS-MEETING-DAYS.
           PERFORM 625-COUNT-ONE-DAY
              VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
           COMPUTE WS-WEEK-MINUTES =
              (WS-END-MINUTES - WS-START-MINUTES) * WS-MEETING-DAYS.
       625-COUNT-ONE-DAY.
           IF SC-DAYS(SC-SUB)(WS-DAY-SUB:1) NOT = SPACE
              ADD 1 TO WS-MEETING-DAYS
           END-IF.
       640-RETURN-ROOM.
           RETURN ROOM-SORT-FILE
              AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       650-START-ROOM.
           MOVE SRM-ROOM TO WS-PREV-ROOM.
           MOVE 0 TO RM-SECTIONS RM-MINUTES RM-ENROLLED RM-SEATS.
           ADD 1 TO CTR-ROOMS.
           MOVE SRM-ROOM TO RGL-ROOM.
           MOVE SRM-SUB  TO SC-SUB.
           MOVE SC-ROOM-CAP(SC-SUB) TO RGL-ROOM-CAP.
           WRITE ROOM-LINE-OUT FROM ROOM-GROUP-LINE
              AFTER ADVANCING 2.
       660-END-ROOM.
           COMPUTE RM-HOURS ROUNDED = RM-MINUTES / 60.
           COMPUTE RM-TIME-PCT ROUNDED =
              RM-MINUTES * 100 / (WS-WEEK-HOURS * 60).
           IF RM-SEATS > 0
              COMPUTE RM-FILL-PCT ROUNDED =
                 RM-ENROLLED * 100 / RM-SEATS
           ELSE
              MOVE 0 TO RM-FILL-PCT
           END-IF.
           MOVE RM-SECTIONS   TO RTL-SECTIONS.
           MOVE RM-HOURS      TO RTL-HOURS.
           MOVE WS-WEEK-HOURS TO RTL-WEEK-HOURS.
           MOVE RM-TIME-PCT   TO RTL-TIME-PCT.
           MOVE RM-FILL-PCT   TO RTL-FILL-PCT.
           WRITE ROOM-LINE-OUT FROM ROOM-TOTAL-LINE
              AFTER ADVANCING 1.
       800-WRAP-UP.
           CLOSE SCHEDULE-REPORT.
           CLOSE ROOM-REPORT.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'SCHDRPT1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
