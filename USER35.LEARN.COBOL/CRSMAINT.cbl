      * ***     course numbers, per-credit tuition rate - keyed in
      * ***     the row-data columns.  Registration and billing
      * ***     read CRSATTR; TABLES07 keeps its five rows.
      * ***     An 'S' transaction maintains the SECTMAST section
      * ***     master - the sections a course runs in a term:
      * ***     section number, meeting days (MTWRFSU by
      * ***     position), start/end time HHMM, room, room
      * ***     capacity, section seat limit, instructor employee
      * ***     ID and status (A active, C cancelled).  A room
      * ***     cannot be booked for two active sections whose
      * ***     meetings overlap, and a section cannot seat more
      * ***     than its room holds.  A named instructor must be
      * ***     active on the INSTMAST instructor master; a blank
      * ***     instructor leaves the section to the course-level
      * ***     assignment.
      * ***************************************************
       INSTALLATION.  IBM.
       DATE-WRITTEN.  01-01-2009.
           SELECT COURSE-ATTR-FILE ASSIGN TO CRSATTR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CRSATTR-STATUS.
           SELECT SECTION-MASTER ASSIGN TO SECTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SECTMAST-STATUS.
           SELECT INSTRUCTOR-MASTER ASSIGN TO INSTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INST-STATUS.
           SELECT MAINT-REPORT ASSIGN TO CRSMRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
               88  TR-REPLACE             VALUE 'R'.
               88  TR-DELETE              VALUE 'D'.
               88  TR-ATTRIBUTE           VALUE 'T'.
               88  TR-SECTION             VALUE 'S'.
           05  TR-ROW-NUMBER      PIC 9(01).
           05  TR-ROW-NUMBER-X REDEFINES TR-ROW-NUMBER PIC X(01).
           05  TR-ROW-DATA        PIC X(48).
                                      PIC X(05).
               10  FILLER             PIC X(23).
           05  FILLER             PIC X(30).
      * The 'S' card runs past the 48 row-data columns, so it has
      * its own view of the whole transaction record.
       01  TRANSACTION-SECT-REC.
           05  FILLER             PIC X(02).
           05  TS-COURSE          PIC X(05).
           05  TS-SECTION         PIC X(03).
           05  TS-TERM            PIC X(05).
           05  TS-DAYS            PIC X(07).
           05  TS-START-TIME      PIC 9(04).
           05  TS-START-TIME-X REDEFINES TS-START-TIME PIC X(04).
           05  TS-END-TIME        PIC 9(04).
           05  TS-END-TIME-X REDEFINES TS-END-TIME PIC X(04).
           05  TS-ROOM            PIC X(08).
           05  TS-ROOM-CAP        PIC 9(03).
           05  TS-ROOM-CAP-X REDEFINES TS-ROOM-CAP PIC X(03).
           05  TS-SEAT-CAP        PIC 9(03).
           05  TS-SEAT-CAP-X REDEFINES TS-SEAT-CAP PIC X(03).
           05  TS-INSTRUCTOR-ID   PIC X(08).
           05  TS-STATUS          PIC X(01).
               88  TS-ACTIVE              VALUE 'A' ' '.
               88  TS-CANCELLED           VALUE 'C'.
           05  FILLER             PIC X(27).
       FD  COURSE-ATTR-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  CA-PREREQ-2        PIC X(05).
           05  CA-CREDIT-RATE     PIC 9(3)V99.
           05  FILLER             PIC X(55).
       FD  SECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECTION-MAST-REC.
      * One row per course section per term - the meeting pattern
      * REGISTRN checks schedule conflicts against and the seat
      * limit it enforces (the lesser of section and room).
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
           05  FILLER             PIC X(29).
       FD  INSTRUCTOR-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSTRUCTOR-REC.
       01  INSTRUCTOR-REC.
           05  IM-EMP-ID          PIC X(08).
           05  IM-NAME            PIC X(20).
           05  IM-DEPT            PIC X(04).
           05  IM-RANK            PIC X(12).
           05  IM-FULL-LOAD       PIC 9(02).
           05  IM-STATUS          PIC X(01).
           05  FILLER             PIC X(33).
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           88  ATTR-ENTRY-FOUND             VALUE 'Y'.
       01  ATTR-TABLE-FULL        PIC X(01) VALUE 'N'.
           88  ATTR-TABLE-IS-FULL           VALUE 'Y'.
       77  WS-SECTMAST-STATUS     PIC X(02) VALUE SPACES.
           88  SECTMAST-OPEN-OK             VALUE '00'.
       77  WS-SECTMAST-EOF        PIC X(01) VALUE 'N'.
           88  SECTMAST-AT-EOF              VALUE 'Y'.
       01  SECT-TABLE-AREA.
           05  SX-COUNT           PIC 9(4)  VALUE 0 COMP.
           05  SX-SUB             PIC 9(4)  VALUE 0 COMP.
           05  SX-SCAN            PIC 9(4)  VALUE 0 COMP.
           05  SECT-TABLE OCCURS 500 TIMES.
               10  SX-COURSE        PIC X(05).
               10  SX-SECTION       PIC X(03).
               10  SX-TERM          PIC X(05).
               10  SX-DAYS          PIC X(07).
               10  SX-START-TIME    PIC 9(04).
               10  SX-END-TIME      PIC 9(04).
               10  SX-ROOM          PIC X(08).
               10  SX-ROOM-CAP      PIC 9(03).
               10  SX-SEAT-CAP      PIC 9(03).
               10  SX-INSTRUCTOR-ID PIC X(08).
               10  SX-STATUS        PIC X(01).
                   88  SX-ACTIVE             VALUE 'A'.
       01  SECT-FOUND-SW          PIC X(01) VALUE 'N'.
           88  SECT-ENTRY-FOUND             VALUE 'Y'.
       01  SECT-TABLE-FULL        PIC X(01) VALUE 'N'.
           88  SECT-TABLE-IS-FULL           VALUE 'Y'.
      *    ACTIVE INSTRUCTORS - NOT CHECKED WHEN INSTMAST IS ABSENT
       77  WS-INST-STATUS         PIC X(02) VALUE SPACES.
           88  INST-OPEN-OK                 VALUE '00'.
       77  WS-INST-EOF            PIC X(01) VALUE 'N'.
           88  INST-AT-EOF                  VALUE 'Y'.
       01  INST-TABLE-AREA.
           05  IT-COUNT           PIC 9(4)  VALUE 0 COMP.
           05  IT-SUB             PIC 9(4)  VALUE 0 COMP.
           05  INST-TABLE OCCURS 500 TIMES.
               10  IT-EMP-ID      PIC X(08).
       01  INST-LOADED-SW         PIC X(01) VALUE 'N'.
           88  INST-MASTER-LOADED           VALUE 'Y'.
       01  INST-VALID-SW          PIC X(01) VALUE 'Y'.
           88  INSTRUCTOR-IS-VALID          VALUE 'Y'.
      *    MEETING-PATTERN EDITS - EACH DAY POSITION HOLDS ITS OWN
      *    LETTER OR A SPACE; TIMES ARE 24-HOUR HHMM.
       01  WS-SECTION-EDIT.
           05  WS-DAY-LETTERS     PIC X(07) VALUE 'MTWRFSU'.
           05  WS-DAY-SUB         PIC 9(01) VALUE 0 COMP.
           05  WS-DAY-COUNT       PIC 9(01) VALUE 0.
           05  WS-DAYS-OK-SW      PIC X(01) VALUE 'Y'.
               88  DAYS-ARE-VALID           VALUE 'Y'.
           05  WS-HHMM            PIC 9(04) VALUE 0.
           05  WS-HHMM-PARTS REDEFINES WS-HHMM.
               10  WS-HH          PIC 9(02).
               10  WS-MM          PIC 9(02).
           05  WS-TIMES-OK-SW     PIC X(01) VALUE 'Y'.
               88  TIMES-ARE-VALID          VALUE 'Y'.
           05  WS-CLASH-SW        PIC X(01) VALUE 'N'.
               88  ROOM-IS-BOOKED           VALUE 'Y'.
           05  WS-DAY-CLASH-SW    PIC X(01) VALUE 'N'.
               88  DAYS-OVERLAP             VALUE 'Y'.
       01  MAINT-COUNTERS.
           05  CTR-APPLIED        PIC 999   VALUE 0.
           05  CTR-REJECTED       PIC 999   VALUE 0.
           WRITE REPORT-LINE-OUT FROM MAINT-HEADING.
           PERFORM 150-LOAD-ROW-TABLE.
           PERFORM 180-LOAD-ATTR-TABLE.
           PERFORM 190-LOAD-SECT-TABLE.
           PERFORM 196-LOAD-INSTRUCTORS.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANS-OPEN-OK
              PERFORM 250-READ-TRANSACTION
           EVALUATE TRUE
              WHEN TR-ATTRIBUTE
                 PERFORM 360-APPLY-ATTRIBUTE
              WHEN TR-SECTION
                 PERFORM 370-APPLY-SECTION
              WHEN TR-ROW-NUMBER-X IS NOT NUMERIC
                 PERFORM 390-REJECT-BAD-ROW-NUMBER
              WHEN TR-ADD
           MOVE AT-PREREQ-2(AT-SUB) TO CA-PREREQ-2.
           MOVE AT-CREDIT-RATE(AT-SUB) TO CA-CREDIT-RATE.
           WRITE COURSE-ATTR-REC.
      * An 'S' card adds or replaces the section's row whole, as
      * 'T' does the course's.  A 'C' status on a section already
      * on file cancels it and needs only the key columns.
       370-APPLY-SECTION.
           MOVE 'N' TO ATTR-FOUND-SW.
           MOVE 1   TO AT-SUB.
           PERFORM 378-MATCH-SECTION-COURSE
              UNTIL AT-SUB > AT-COUNT OR ATTR-ENTRY-FOUND.
           PERFORM 375-FIND-SECTION.
           IF NOT TS-CANCELLED
              PERFORM 380-EDIT-MEETING-DAYS
              PERFORM 382-EDIT-MEETING-TIMES
              PERFORM 388-CHECK-INSTRUCTOR
           END-IF.
           MOVE 'REJECTED  ' TO MDL-RESULT.
           EVALUATE TRUE
              WHEN NOT ATTR-ENTRY-FOUND
                 MOVE 'COURSE NOT ON CATALOG' TO MDL-REASON
              WHEN TS-SECTION = SPACES OR TS-TERM = SPACES
                 MOVE 'SECTION OR TERM BLANK' TO MDL-REASON
              WHEN NOT TS-ACTIVE AND NOT TS-CANCELLED
                 MOVE 'SECTION STATUS NOT A OR C' TO MDL-REASON
              WHEN TS-CANCELLED AND NOT SECT-ENTRY-FOUND
                 MOVE 'SECTION NOT ON FILE' TO MDL-REASON
              WHEN TS-CANCELLED
                 MOVE 'C' TO SX-STATUS(SX-SUB)
                 PERFORM 379-REPORT-SECTION-APPLIED
              WHEN NOT DAYS-ARE-VALID
                 MOVE 'MEETING DAYS NOT VALID' TO MDL-REASON
              WHEN NOT TIMES-ARE-VALID
                 MOVE 'MEETING TIME NOT VALID' TO MDL-REASON
              WHEN TS-ROOM-CAP-X IS NOT NUMERIC
                   OR TS-SEAT-CAP-X IS NOT NUMERIC
                 MOVE 'CAPACITY NOT NUMERIC' TO MDL-REASON
              WHEN TS-ROOM-CAP > 0 AND TS-SEAT-CAP > TS-ROOM-CAP
                 MOVE 'SEATS EXCEED ROOM CAPACITY' TO MDL-REASON
              WHEN NOT INSTRUCTOR-IS-VALID
                 MOVE 'INSTRUCTOR NOT ACTIVE' TO MDL-REASON
              WHEN OTHER
                 PERFORM 385-CHECK-ROOM-BOOKING
                 IF ROOM-IS-BOOKED
                    MOVE SPACES TO MDL-REASON
                    STRING 'ROOM IN USE BY '   DELIMITED BY SIZE
                           SX-COURSE(SX-SCAN)  DELIMITED BY SIZE
                           '-'                 DELIMITED BY SIZE
                           SX-SECTION(SX-SCAN) DELIMITED BY SIZE
                           INTO MDL-REASON
                 ELSE
                    PERFORM 376-STORE-SECTION
                 END-IF
           END-EVALUATE.
           IF MDL-RESULT = 'REJECTED  '
              ADD 1 TO CTR-REJECTED
              WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
                 AFTER ADVANCING 1
           END-IF.
           MOVE 'CARD:   ' TO MIL-TAG.
           MOVE TRANSACTION-REC(3:48) TO MIL-ROW-DATA.
           WRITE REPORT-LINE-OUT FROM MAINT-IMAGE-LINE
              AFTER ADVANCING 1.
       375-FIND-SECTION.
           MOVE 'N' TO SECT-FOUND-SW.
           MOVE 1   TO SX-SUB.
           PERFORM 377-MATCH-SECTION
              UNTIL SX-SUB > SX-COUNT OR SECT-ENTRY-FOUND.
       376-STORE-SECTION.
           IF NOT SECT-ENTRY-FOUND
              IF SX-COUNT < 500
                 ADD 1 TO SX-COUNT
                 MOVE SX-COUNT TO SX-SUB
                 MOVE 'Y' TO SECT-FOUND-SW
              END-IF
           END-IF.
           IF SECT-ENTRY-FOUND
              MOVE TS-COURSE        TO SX-COURSE(SX-SUB)
              MOVE TS-SECTION       TO SX-SECTION(SX-SUB)
              MOVE TS-TERM          TO SX-TERM(SX-SUB)
              MOVE TS-DAYS          TO SX-DAYS(SX-SUB)
              MOVE TS-START-TIME    TO SX-START-TIME(SX-SUB)
              MOVE TS-END-TIME      TO SX-END-TIME(SX-SUB)
              MOVE TS-ROOM          TO SX-ROOM(SX-SUB)
              MOVE TS-ROOM-CAP      TO SX-ROOM-CAP(SX-SUB)
              MOVE TS-SEAT-CAP      TO SX-SEAT-CAP(SX-SUB)
              MOVE TS-INSTRUCTOR-ID TO SX-INSTRUCTOR-ID(SX-SUB)
              MOVE 'A'              TO SX-STATUS(SX-SUB)
              PERFORM 379-REPORT-SECTION-APPLIED
           ELSE
              MOVE 'SECTION TABLE FULL' TO MDL-REASON
           END-IF.
       377-MATCH-SECTION.
           IF SX-COURSE(SX-SUB) = TS-COURSE
              AND SX-SECTION(SX-SUB) = TS-SECTION
              AND SX-TERM(SX-SUB) = TS-TERM
              MOVE 'Y' TO SECT-FOUND-SW
           ELSE
              ADD 1 TO SX-SUB
           END-IF.
       378-MATCH-SECTION-COURSE.
           IF AT-COURSE(AT-SUB)(1:5) = TS-COURSE
              AND TS-COURSE NOT = SPACES
              MOVE 'Y' TO ATTR-FOUND-SW
           ELSE
              ADD 1 TO AT-SUB
           END-IF.
       379-REPORT-SECTION-APPLIED.
           MOVE 'APPLIED   ' TO MDL-RESULT.
           MOVE SPACES TO MDL-REASON.
           STRING TS-COURSE  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  TS-SECTION DELIMITED BY SIZE
                  ' '        DELIMITED BY SIZE
                  TS-TERM    DELIMITED BY SIZE
                  INTO MDL-REASON.
           ADD 1 TO CTR-APPLIED.
           WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
              AFTER ADVANCING 1.
       380-EDIT-MEETING-DAYS.
           MOVE 'Y' TO WS-DAYS-OK-SW.
           MOVE 0   TO WS-DAY-COUNT.
           PERFORM 381-EDIT-ONE-DAY
              VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
           IF WS-DAY-COUNT = 0
              MOVE 'N' TO WS-DAYS-OK-SW
           END-IF.
       381-EDIT-ONE-DAY.
           IF TS-DAYS(WS-DAY-SUB:1) =
                 WS-DAY-LETTERS(WS-DAY-SUB:1)
              ADD 1 TO WS-DAY-COUNT
           ELSE
              IF TS-DAYS(WS-DAY-SUB:1) NOT = SPACE
                 MOVE 'N' TO WS-DAYS-OK-SW
              END-IF
           END-IF.
       382-EDIT-MEETING-TIMES.
           MOVE 'Y' TO WS-TIMES-OK-SW.
           IF TS-START-TIME-X IS NOT NUMERIC
              OR TS-END-TIME-X IS NOT NUMERIC
              MOVE 'N' TO WS-TIMES-OK-SW
           ELSE
              MOVE TS-START-TIME TO WS-HHMM
              PERFORM 383-EDIT-ONE-TIME
              MOVE TS-END-TIME TO WS-HHMM
              PERFORM 383-EDIT-ONE-TIME
              IF TS-START-TIME NOT < TS-END-TIME
                 MOVE 'N' TO WS-TIMES-OK-SW
              END-IF
           END-IF.
       383-EDIT-ONE-TIME.
           IF WS-HH > 23 OR WS-MM > 59
              MOVE 'N' TO WS-TIMES-OK-SW
           END-IF.
      * A ROOM IS BOOKED WHEN ANOTHER ACTIVE SECTION OF THE SAME
      * TERM MEETS THERE ON A SHARED DAY AND THE TIMES OVERLAP.
      * A BLANK ROOM (ONLINE, TBA) NEVER CLASHES.
       385-CHECK-ROOM-BOOKING.
           MOVE 'N' TO WS-CLASH-SW.
           MOVE 1   TO SX-SCAN.
           IF TS-ROOM NOT = SPACES
              PERFORM 386-TEST-ONE-BOOKING
                 UNTIL SX-SCAN > SX-COUNT OR ROOM-IS-BOOKED
           END-IF.
       386-TEST-ONE-BOOKING.
           MOVE 'N' TO WS-DAY-CLASH-SW.
           IF SX-ACTIVE(SX-SCAN)
              AND SX-TERM(SX-SCAN) = TS-TERM
              AND SX-ROOM(SX-SCAN) = TS-ROOM
              AND NOT (SX-COURSE(SX-SCAN) = TS-COURSE
                   AND SX-SECTION(SX-SCAN) = TS-SECTION)
              AND SX-START-TIME(SX-SCAN) < TS-END-TIME
              AND TS-START-TIME < SX-END-TIME(SX-SCAN)
              PERFORM 387-TEST-ONE-DAY
                 VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
           END-IF.
           IF DAYS-OVERLAP
              MOVE 'Y' TO WS-CLASH-SW
           ELSE
              ADD 1 TO SX-SCAN
           END-IF.
       387-TEST-ONE-DAY.
           IF TS-DAYS(WS-DAY-SUB:1) NOT = SPACE
              AND SX-DAYS(SX-SCAN)(WS-DAY-SUB:1) =
                  TS-DAYS(WS-DAY-SUB:1)
              MOVE 'Y' TO WS-DAY-CLASH-SW
           END-IF.
      *    A BLANK INSTRUCTOR IS ALLOWED - THE COURSE ASSIGNMENT ON
      *    INSTASGN, IF ANY, TEACHES THE SECTION.
       388-CHECK-INSTRUCTOR.
           MOVE 'Y' TO INST-VALID-SW.
           IF INST-MASTER-LOADED AND TS-INSTRUCTOR-ID NOT = SPACES
              MOVE 'N' TO INST-VALID-SW
              PERFORM 389-MATCH-INSTRUCTOR
                 VARYING IT-SUB FROM 1 BY 1
                 UNTIL IT-SUB > IT-COUNT OR INSTRUCTOR-IS-VALID
           END-IF.
       389-MATCH-INSTRUCTOR.
           IF IT-EMP-ID(IT-SUB) = TS-INSTRUCTOR-ID
              MOVE 'Y' TO INST-VALID-SW
           END-IF.
       190-LOAD-SECT-TABLE.
           OPEN INPUT SECTION-MASTER.
           IF SECTMAST-OPEN-OK
              PERFORM 192-READ-SECT-ROW
              PERFORM 194-STORE-SECT-ROW UNTIL SECTMAST-AT-EOF
           ELSE
              DISPLAY 'SECTMAST NOT AVAILABLE - STATUS: '
                 WS-SECTMAST-STATUS
              DISPLAY 'STARTING AN EMPTY SECTION MASTER'
           END-IF.
           CLOSE SECTION-MASTER.
       192-READ-SECT-ROW.
           READ SECTION-MASTER
              AT END MOVE 'Y' TO WS-SECTMAST-EOF
           END-READ.
       194-STORE-SECT-ROW.
           IF SX-COUNT < 500
              ADD 1 TO SX-COUNT
              MOVE SM-COURSE        TO SX-COURSE(SX-COUNT)
              MOVE SM-SECTION       TO SX-SECTION(SX-COUNT)
              MOVE SM-TERM          TO SX-TERM(SX-COUNT)
              MOVE SM-DAYS          TO SX-DAYS(SX-COUNT)
              MOVE SM-START-TIME    TO SX-START-TIME(SX-COUNT)
              MOVE SM-END-TIME      TO SX-END-TIME(SX-COUNT)
              MOVE SM-ROOM          TO SX-ROOM(SX-COUNT)
              MOVE SM-ROOM-CAP      TO SX-ROOM-CAP(SX-COUNT)
              MOVE SM-SEAT-CAP      TO SX-SEAT-CAP(SX-COUNT)
              MOVE SM-INSTRUCTOR-ID TO SX-INSTRUCTOR-ID(SX-COUNT)
              MOVE SM-STATUS        TO SX-STATUS(SX-COUNT)
           ELSE
              MOVE 'Y' TO SECT-TABLE-FULL
              DISPLAY 'SECTION TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 192-READ-SECT-ROW.
      *    ONLY ACTIVE INSTRUCTORS ARE HELD - AN INACTIVE ONE CANNOT
      *    BE GIVEN A SECTION
       196-LOAD-INSTRUCTORS.
           OPEN INPUT INSTRUCTOR-MASTER.
           IF INST-OPEN-OK
              MOVE 'Y' TO INST-LOADED-SW
              PERFORM 197-READ-INSTRUCTOR
              PERFORM 198-STORE-INSTRUCTOR UNTIL INST-AT-EOF
           ELSE
              DISPLAY 'INSTMAST NOT AVAILABLE - STATUS: '
                 WS-INST-STATUS
              DISPLAY 'SECTION INSTRUCTORS WILL NOT BE VALIDATED'
           END-IF.
           CLOSE INSTRUCTOR-MASTER.
       197-READ-INSTRUCTOR.
           READ INSTRUCTOR-MASTER
              AT END MOVE 'Y' TO WS-INST-EOF
           END-READ.
       198-STORE-INSTRUCTOR.
           IF IM-STATUS = 'A'
              IF IT-COUNT < 500
                 ADD 1 TO IT-COUNT
                 MOVE IM-EMP-ID TO IT-EMP-ID(IT-COUNT)
              ELSE
                 DISPLAY 'INSTRUCTOR TABLE FULL - MASTER TRUNCATED'
              END-IF
           END-IF.
           PERFORM 197-READ-INSTRUCTOR.
      *    SAME RULE AS THE ATTRIBUTE FILE - A TRUNCATED TABLE IS
      *    NEVER WRITTEN BACK OVER THE MASTER.
       870-SAVE-SECT-TABLE.
           IF SECT-TABLE-IS-FULL
              DISPLAY 'CRSMAINT - SECTION TABLE FULL - FILE '
                      'NOT REWRITTEN - RAISE THE TABLE LIMIT'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT SECTION-MASTER
              PERFORM 875-WRITE-ONE-SECT-ROW
                 VARYING SX-SUB FROM 1 BY 1 UNTIL SX-SUB > SX-COUNT
              CLOSE SECTION-MASTER
           END-IF.
       875-WRITE-ONE-SECT-ROW.
           MOVE SPACES                   TO SECTION-MAST-REC.
           MOVE SX-COURSE(SX-SUB)        TO SM-COURSE.
           MOVE SX-SECTION(SX-SUB)       TO SM-SECTION.
           MOVE SX-TERM(SX-SUB)          TO SM-TERM.
           MOVE SX-DAYS(SX-SUB)          TO SM-DAYS.
           MOVE SX-START-TIME(SX-SUB)    TO SM-START-TIME.
           MOVE SX-END-TIME(SX-SUB)      TO SM-END-TIME.
           MOVE SX-ROOM(SX-SUB)          TO SM-ROOM.
           MOVE SX-ROOM-CAP(SX-SUB)      TO SM-ROOM-CAP.
           MOVE SX-SEAT-CAP(SX-SUB)      TO SM-SEAT-CAP.
           MOVE SX-INSTRUCTOR-ID(SX-SUB) TO SM-INSTRUCTOR-ID.
           MOVE SX-STATUS(SX-SUB)        TO SM-STATUS.
           WRITE SECTION-MAST-REC.
       390-REJECT-BAD-ROW-NUMBER.
           MOVE 'REJECTED  ' TO MDL-RESULT.
           MOVE 'ROW NUMBER NOT NUMERIC' TO MDL-REASON.
           END-IF.
           PERFORM 850-SAVE-ROW-TABLE.
           PERFORM 860-SAVE-ATTR-TABLE.
           PERFORM 870-SAVE-SECT-TABLE.
           MOVE CTR-APPLIED  TO MTL-APPLIED.
           MOVE CTR-REJECTED TO MTL-REJECTED.
           WRITE REPORT-LINE-OUT FROM MAINT-TOTAL-LINE
