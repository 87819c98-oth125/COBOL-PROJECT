      * ***     shows accepted, waitlisted and rejected
      * ***     transactions - registration week stops being a
      * ***     dataset-editing marathon.
      * ***     A full course keeps its waitlist on the WAITLST
      * ***     master (student ID, request time, position).  Each
      * ***     run applies the deck's drops first, then promotes
      * ***     waitlisted students into the freed seats in request
      * ***     order - prerequisites and HOLDS re-checked at that
      * ***     point - and only then applies the adds.  Promotions,
      * ***     removals and purges go to the WAITNTFY notification
      * ***     extract, the registrar gets WAITRPT by course, and
      * ***     a term's waitlist purges once the add deadline on
      * ***     the control card has passed.
      * ***     A course with sections on the SECTMAST section
      * ***     master for the card's term registers by section
      * ***     (card columns 39-41): the seat limit is the
      * ***     section's, capped by its room, the waitlist is the
      * ***     section's, and an add whose meeting days and times
      * ***     overlap a section the student already holds that
      * ***     term is rejected.  Courses with no sections keep
      * ***     the catalog's per-course seat capacity.
      * ***************************************************
       INSTALLATION.  IBM.
       DATE-WRITTEN.  01-01-2009.
                  FILE STATUS IS WS-TRANS-STATUS.
           SELECT STUDENT-ADDITIONS ASSIGN TO STDNTADD
                  ORGANIZATION IS SEQUENTIAL.
           SELECT SECTION-MASTER ASSIGN TO SECTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SECTMAST-STATUS.
           SELECT HOLDS-FILE ASSIGN TO HOLDS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HOLD-STATUS.
           SELECT WAITLIST-MASTER ASSIGN TO WAITLST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WAIT-STATUS.
           SELECT WAITLIST-NEW ASSIGN TO WAITNEW
                  ORGANIZATION IS SEQUENTIAL.
           SELECT WAIT-NOTIFY ASSIGN TO WAITNTFY
                  ORGANIZATION IS SEQUENTIAL.
           SELECT WAIT-REPORT ASSIGN TO WAITRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT REG-REPORT ASSIGN TO REGRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
           05  RG-CREDITS-X REDEFINES RG-CREDITS PIC X(01).
           05  RG-TERM            PIC X(05).
           05  RG-STUDENT-ID      PIC X(08).
           05  RG-SECTION         PIC X(03).
           05  FILLER             PIC X(38).
       FD  STUDENT-ADDITIONS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  SA-CREDITS         PIC 9(01).
           05  SA-GRADE           PIC X(01).
           05  SA-TERM            PIC X(05).
           05  SA-SECTION         PIC X(03).
      * Withdrawal records carry the date of the drop (TUITRFD1
      * prices the tuition refund from it)
           05  SA-DROP-DATE       PIC X(08).
           05  FILLER             PIC X(17).
           05  SA-RECORD-TYPE     PIC X(01).
           05  FILLER             PIC X(01).
           05  SA-STUDENT-ID      PIC X(08).
           05  FILLER             PIC X(01).
       FD  SECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SECTION-MAST-REC.
      * Section master as CRSMAINT maintains it
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
       FD  HOLDS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-REC.
       01  HOLD-REC.
           05  HD-STUDENT-NAME    PIC X(19).
           05  HD-HOLD-TYPE       PIC X(12).
           05  HD-HOLD-REASON     PIC X(30).
           05  FILLER             PIC X(19).
      * One row per waiting student per course and term, in request
      * order - the position is rewritten every run.
       FD  WAITLIST-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WAITLIST-REC.
       01  WAITLIST-REC.
           05  WL-COURSE          PIC X(05).
           05  WL-TERM            PIC X(05).
           05  WL-STUDENT-ID      PIC X(08).
           05  WL-STUDENT-NAME    PIC X(19).
           05  WL-CREDITS         PIC 9(01).
           05  WL-REQUEST-STAMP   PIC X(14).
           05  WL-REQUEST-SEQ     PIC 9(04).
           05  WL-POSITION        PIC 9(03).
           05  WL-SECTION         PIC X(03).
           05  FILLER             PIC X(18).
       FD  WAITLIST-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WAITLIST-NEW-REC.
       01  WAITLIST-NEW-REC.
           05  WN-COURSE          PIC X(05).
           05  WN-TERM            PIC X(05).
           05  WN-STUDENT-ID      PIC X(08).
           05  WN-STUDENT-NAME    PIC X(19).
           05  WN-CREDITS         PIC 9(01).
           05  WN-REQUEST-STAMP   PIC X(14).
           05  WN-REQUEST-SEQ     PIC 9(04).
           05  WN-POSITION        PIC 9(03).
           05  WN-SECTION         PIC X(03).
           05  FILLER             PIC X(18).
      * Student notices - PROMOTED, WAITLISTED, REMOVED (failed the
      * re-check at promotion, or dropped the request), PURGED
       FD  WAIT-NOTIFY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTIFY-REC.
       01  NOTIFY-REC.
           05  NT-STUDENT-ID      PIC X(08).
           05  NT-STUDENT-NAME    PIC X(19).
           05  NT-COURSE          PIC X(05).
           05  NT-TERM            PIC X(05).
           05  NT-SECTION         PIC X(03).
           05  NT-EVENT           PIC X(10).
           05  NT-POSITION        PIC 9(03).
           05  NT-REASON          PIC X(19).
           05  NT-DATE            PIC X(08).
       FD  REG-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE-OUT        PIC X(80).
       FD  WAIT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WAIT-LINE-OUT          PIC X(80).
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           88  CRSATTR-AT-EOF               VALUE 'Y'.
       77  WS-TRANS-EOF           PIC X(01) VALUE 'N'.
           88  TRANS-AT-EOF                 VALUE 'Y'.
       77  WS-TRANS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  TRANS-IS-OPEN                VALUE 'Y'.
       77  WS-SECTMAST-STATUS     PIC X(02) VALUE SPACES.
           88  SECTMAST-OPEN-OK             VALUE '00'.
       77  WS-SECTMAST-EOF        PIC X(01) VALUE 'N'.
           88  SECTMAST-AT-EOF              VALUE 'Y'.
       77  WS-HOLD-STATUS         PIC X(02) VALUE SPACES.
           88  HOLDS-OPEN-OK                VALUE '00'.
       77  WS-HOLD-EOF            PIC X(01) VALUE 'N'.
           88  HOLD-AT-EOF                  VALUE 'Y'.
       77  WS-WAIT-STATUS         PIC X(02) VALUE SPACES.
           88  WAIT-OPEN-OK                 VALUE '00'.
       77  WS-WAIT-EOF            PIC X(01) VALUE 'N'.
           88  WAIT-AT-EOF                  VALUE 'Y'.
      *    DROPS PASS FIRST, THEN THE ADDS PASS OVER THE SAME DECK
       77  WS-PASS-SW             PIC X(01) VALUE 'D'.
           88  DROP-PASS                    VALUE 'D'.
           88  ADD-PASS                     VALUE 'A'.
       01  WS-JOB-START-TIME      PIC X(15) VALUE SPACES.
       01  WS-JOB-RECORD-COUNT    PIC 9(7)  VALUE 0.
      *    CONTROL CARD - TERM IN 1-5, ITS ADD DEADLINE IN 7-14, RUN
      *    DATE IN 16-23 (BLANK FOR TODAY).  NO TERM, NO PURGE.
       01  WS-CONTROL-CARD.
           05  CC-TERM            PIC X(05).
           05  FILLER             PIC X(01).
           05  CC-ADD-DEADLINE    PIC X(08).
           05  FILLER             PIC X(01).
           05  CC-RUN-DATE        PIC X(08).
           05  FILLER             PIC X(57).
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-DEADLINE-SW         PIC X(01) VALUE 'N'.
           88  DEADLINE-HAS-PASSED          VALUE 'Y'.
      *    SHARED DATE VALIDATION - SEE DATEVAL
       01 DATEVAL-PARMS.
          05 DV-DATE-IN         PIC X(10) VALUE SPACES.
          05 DV-FORMAT          PIC X(1)  VALUE 'Y'.
          05 DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
          05 DV-RANGE-TO        PIC X(8)  VALUE SPACES.
          05 DV-VALID           PIC X(1)  VALUE 'N'.
          05 DV-DATE-OUT        PIC X(8)  VALUE SPACES.
          05 DV-FUNCTION        PIC X(1)  VALUE SPACE.
          05 DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
          05 DV-BUSINESS        PIC X(1)  VALUE SPACE.
      *    THE COURSE RECORD LAYOUT AS STUDENT READS IT
       01 COURSE-RCD-DTL.
          05 CR-NAME            PIC X(19).
          05 CR-CREDITS         PIC 9.
          05 CR-GRADE           PIC X.
          05 CR-TERM            PIC X(5).
          05 CR-SECTION         PIC X(3).
          05 FILLER             PIC X(27).
          05 CR-STUDENT-ID      PIC X(8).
          05 FILLER             PIC X(1).
      *    CATALOG ATTRIBUTES - COURSE NUMBERS ON THE CATALOG ARE
      *    SEVEN BYTES, THE STUDENT RECORDS CARRY FIVE, SO MATCHES
      *    ARE ON THE FIRST FIVE BYTES (SAME RULE AS STUDENT'S
             10 AT-ENROLLED      PIC 9(04).
       01 ATTR-FOUND-SW          PIC X(01) VALUE 'N'.
           88 ATTR-ENTRY-FOUND             VALUE 'Y'.
      *    SECTIONS OF EVERY TERM ON THE MASTER.  SE-CAP IS THE
      *    SECTION SEAT LIMIT HELD TO THE ROOM'S SIZE - ZERO MEANS
      *    NEITHER WAS SET.
       01 SECT-TABLE-AREA.
          05 SE-COUNT            PIC 9(4) COMP VALUE 0.
          05 SE-SUB              PIC 9(4) COMP VALUE 0.
          05 SE-SCAN             PIC 9(4) COMP VALUE 0.
          05 SECT-TABLE OCCURS 500 TIMES.
             10 SE-COURSE        PIC X(05).
             10 SE-SECTION       PIC X(03).
             10 SE-TERM          PIC X(05).
             10 SE-DAYS          PIC X(07).
             10 SE-START-TIME    PIC 9(04).
             10 SE-END-TIME      PIC 9(04).
             10 SE-CAP           PIC 9(03).
             10 SE-ENROLLED      PIC 9(04).
             10 SE-STATUS        PIC X(01).
                88 SE-ACTIVE               VALUE 'A'.
       01 SECT-FOUND-SW          PIC X(01) VALUE 'N'.
           88 SECT-ENTRY-FOUND             VALUE 'Y'.
       01 SECTIONED-SW           PIC X(01) VALUE 'N'.
           88 COURSE-HAS-SECTIONS          VALUE 'Y'.
      *    EVERY SECTION ENROLLMENT ON THE STUDENT FILE PLUS THIS
      *    RUN'S, SO AN ADD CAN BE HELD AGAINST THE STUDENT'S
      *    TIMETABLE.  A = ENROLLED, D = DROPPED.
       01 ENROLL-TABLE-AREA.
          05 EN-COUNT            PIC 9(4) COMP VALUE 0.
          05 EN-SUB              PIC 9(4) COMP VALUE 0.
          05 ENROLL-TABLE OCCURS 5000 TIMES.
             10 EN-STUDENT-ID    PIC X(08).
             10 EN-STUDENT-NAME  PIC X(19).
             10 EN-TERM          PIC X(05).
             10 EN-COURSE        PIC X(05).
             10 EN-SECTION       PIC X(03).
             10 EN-STATUS        PIC X(01).
                88 EN-ACTIVE               VALUE 'A'.
       01 ENROLL-FOUND-SW        PIC X(01) VALUE 'N'.
           88 ENROLL-ENTRY-FOUND           VALUE 'Y'.
       01 HELD-FOUND-SW          PIC X(01) VALUE 'N'.
           88 HELD-SECTION-FOUND           VALUE 'Y'.
       01 SAME-STUDENT-SW        PIC X(01) VALUE 'N'.
           88 SAME-STUDENT                 VALUE 'Y'.
       01 WS-CONFLICT-WORK.
          05 WS-CONFLICT-SW      PIC X(01) VALUE 'N'.
             88 SCHEDULE-CONFLICT          VALUE 'Y'.
          05 WS-DAY-SUB          PIC 9(01) VALUE 0 COMP.
          05 WS-CONFLICT-COURSE  PIC X(05) VALUE SPACES.
          05 WS-CONFLICT-SECTION PIC X(03) VALUE SPACES.
      *    THE STUDENT, TERM, COURSE AND SECTION BEING LOOKED UP -
      *    SET FROM THE STUDENT FILE, THE CARD OR THE WAITLIST
       01 WS-CHECK-KEY.
          05 WS-CHECK-ID         PIC X(08) VALUE SPACES.
          05 WS-CHECK-TERM       PIC X(05) VALUE SPACES.
          05 WS-CHECK-COURSE     PIC X(05) VALUE SPACES.
          05 WS-CHECK-SECTION    PIC X(03) VALUE SPACES.
      *    COMPLETED-COURSE PAIRS - ONE ROW PER PASSED TYPE '2'
      *    RECORD (GRADE A-D) SEEN ON THE STUDENT FILE, SO AN ADD
      *    CAN PROVE ITS PREREQUISITES WERE COMPLETED WITH A
             10 PS-COURSE        PIC X(05).
       01 PASSED-FOUND-SW        PIC X(01) VALUE 'N'.
           88 PREREQ-WAS-PASSED            VALUE 'Y'.
      *    STUDENTS ON THE HOLDS FILE - ANY HOLD STOPS REGISTRATION
       01 HOLD-TABLE-AREA.
          05 HT-COUNT            PIC 9(4) COMP VALUE 0.
          05 HT-SUB              PIC 9(4) COMP VALUE 0.
          05 HOLD-TABLE OCCURS 500 TIMES.
             10 HT-STUDENT-NAME  PIC X(19).
             10 HT-HOLD-TYPE     PIC X(12).
       01 HOLD-FOUND-SW          PIC X(01) VALUE 'N'.
           88 STUDENT-HAS-HOLD             VALUE 'Y'.
      *    WAITLIST HELD WHOLE IN REQUEST ORDER.  W = WAITING,
      *    P = PROMOTED, R = REMOVED, X = PURGED - ONLY W WRITES BACK.
       01 WAIT-TABLE-AREA.
          05 WT-COUNT            PIC 9(4) COMP VALUE 0.
          05 WT-SUB              PIC 9(4) COMP VALUE 0.
          05 WT-SCAN             PIC 9(4) COMP VALUE 0.
          05 WAIT-TABLE OCCURS 2000 TIMES.
             10 WT-COURSE        PIC X(05).
             10 WT-TERM          PIC X(05).
             10 WT-STUDENT-ID    PIC X(08).
             10 WT-STUDENT-NAME  PIC X(19).
             10 WT-CREDITS       PIC 9(01).
             10 WT-REQUEST-STAMP PIC X(14).
             10 WT-REQUEST-SEQ   PIC 9(04).
             10 WT-POSITION      PIC 9(03).
             10 WT-STATUS        PIC X(01).
                88 WT-WAITING              VALUE 'W'.
             10 WT-SECTION       PIC X(03).
       01 WAIT-TABLE-FULL        PIC X(01) VALUE 'N'.
          88 WAIT-TABLE-IS-FULL            VALUE 'Y'.
       01 WAIT-FOUND-SW          PIC X(01) VALUE 'N'.
          88 WAIT-ENTRY-FOUND              VALUE 'Y'.
       01 WS-WAIT-SEQ            PIC 9(04) VALUE 0.
       01 WS-WAIT-POSITION       PIC 9(03) VALUE 0.
       01 WS-COURSE-WAITING      PIC 9(04) VALUE 0.
       01 WS-CHECK-NAME          PIC X(19) VALUE SPACES.
       01 WS-PREREQ-WORK.
          05 WS-PREREQ-NEEDED    PIC X(05) VALUE SPACES.
          05 WS-MISSING-PREREQ   PIC X(05) VALUE SPACES.
          05 CTR-ACCEPTED        PIC 9(5) VALUE 0.
          05 CTR-WAITLISTED      PIC 9(5) VALUE 0.
          05 CTR-REJECTED        PIC 9(5) VALUE 0.
          05 CTR-PROMOTED        PIC 9(5) VALUE 0.
          05 CTR-REMOVED         PIC 9(5) VALUE 0.
          05 CTR-PURGED          PIC 9(5) VALUE 0.
       01 REG-HEADING.
          05 FILLER  PIC X(40) VALUE
                'COURSE REGISTRATION ADD/DROP REPORT'.
          05 RH-RUN-TIME         PIC X(15).
       01 REG-DETAIL-LINE.
          05 RDL-ACTION          PIC X(01).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 RDL-STUDENT         PIC X(19).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 RDL-COURSE          PIC X(05).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 RDL-SECTION         PIC X(03).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 RDL-RESULT          PIC X(10).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 RDL-REASON          PIC X(36).
       01 REG-TOTAL-LINE.
          05 FILLER  PIC X(11) VALUE 'ACCEPTED:  '.
          05 RTL-WAITLISTED      PIC ZZZZ9.
          05 FILLER  PIC X(12) VALUE '  REJECTED: '.
          05 RTL-REJECTED        PIC ZZZZ9.
       01 REG-WAIT-TOTAL-LINE.
          05 FILLER  PIC X(11) VALUE 'PROMOTED:  '.
          05 RTL-PROMOTED        PIC ZZZZ9.
          05 FILLER  PIC X(14) VALUE '  REMOVED:    '.
          05 RTL-REMOVED         PIC ZZZZ9.
          05 FILLER  PIC X(12) VALUE '  PURGED:   '.
          05 RTL-PURGED          PIC ZZZZ9.
       01 REG-SECTION-LINE.
          05 RSL-TITLE           PIC X(40).
       01 WAIT-HEADING.
          05 FILLER  PIC X(40) VALUE
                'COURSE WAITLIST POSITIONS'.
          05 WH-RUN-DATE         PIC X(08).
       01 WAIT-COURSE-LINE.
          05 FILLER  PIC X(08) VALUE 'COURSE: '.
          05 WCL-COURSE          PIC X(05).
          05 FILLER  PIC X(08) VALUE '   CAP: '.
          05 WCL-SEAT-CAP        PIC ZZ9.
          05 FILLER  PIC X(13) VALUE '   ENROLLED: '.
          05 WCL-ENROLLED        PIC ZZZ9.
          05 FILLER  PIC X(12) VALUE '   WAITING: '.
          05 WCL-WAITING         PIC ZZZ9.
       01 WAIT-DETAIL-LINE.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WDL-POSITION        PIC ZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WDL-TERM            PIC X(05).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WDL-SECTION         PIC X(03).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WDL-STUDENT-ID      PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WDL-STUDENT-NAME    PIC X(19).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WDL-REQUEST-STAMP   PIC X(14).
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.
           MOVE 'DROPS' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REG-SECTION-LINE
              AFTER ADVANCING 2.
           PERFORM 200-APPLY-TRANSACTIONS UNTIL TRANS-AT-EOF.
           IF NOT WAIT-TABLE-IS-FULL
              MOVE 'WAITLIST PROMOTIONS' TO RSL-TITLE
              WRITE REPORT-LINE-OUT FROM REG-SECTION-LINE
                 AFTER ADVANCING 2
              PERFORM 400-PROMOTE-ONE-ENTRY
                 VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
           END-IF.
           MOVE 'ADDS' TO RSL-TITLE.
           WRITE REPORT-LINE-OUT FROM REG-SECTION-LINE
              AFTER ADVANCING 2.
           MOVE 'A' TO WS-PASS-SW.
           PERFORM 190-OPEN-TRANSACTIONS.
           PERFORM 200-APPLY-TRANSACTIONS UNTIL TRANS-AT-EOF.
           PERFORM 800-WRAP-UP.
           GOBACK.
       100-INITIALIZATION.
           ACCEPT WS-CONTROL-CARD.
           OPEN OUTPUT REG-REPORT.
           OPEN OUTPUT STUDENT-ADDITIONS.
           OPEN OUTPUT WAIT-NOTIFY.
           OPEN OUTPUT WAIT-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM REG-HEADING.
           PERFORM 110-EDIT-CONTROL-CARD.
           PERFORM 120-LOAD-ATTR-TABLE.
           PERFORM 150-LOAD-SECTIONS.
           PERFORM 140-COUNT-ENROLLMENT.
           PERFORM 160-LOAD-HOLDS.
           PERFORM 170-LOAD-WAITLIST.
           IF DEADLINE-HAS-PASSED AND NOT WAIT-TABLE-IS-FULL
              MOVE 'WAITLIST PURGE - ADD DEADLINE PASSED'
                 TO RSL-TITLE
              WRITE REPORT-LINE-OUT FROM REG-SECTION-LINE
                 AFTER ADVANCING 2
              PERFORM 180-PURGE-ONE-ENTRY
                 VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
           END-IF.
           PERFORM 190-OPEN-TRANSACTIONS.
      *    A BAD DEADLINE OR RUN DATE PURGES NOTHING - THE WAITLIST
      *    IS WORTH MORE THAN A CLEAN START.
       110-EDIT-CONTROL-CARD.
           IF CC-RUN-DATE = SPACES
              MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE
           ELSE
              MOVE CC-RUN-DATE TO DV-DATE-IN
              PERFORM 115-CHECK-DATE
              IF DV-VALID = 'Y'
                 MOVE CC-RUN-DATE TO WS-RUN-DATE
              ELSE
                 DISPLAY 'RUN DATE NOT VALID - TODAY USED: '
                    CC-RUN-DATE
                 MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF CC-TERM NOT = SPACES
              MOVE CC-ADD-DEADLINE TO DV-DATE-IN
              PERFORM 115-CHECK-DATE
              IF DV-VALID = 'Y'
                 IF WS-RUN-DATE > CC-ADD-DEADLINE
                    MOVE 'Y' TO WS-DEADLINE-SW
                 END-IF
              ELSE
                 DISPLAY 'ADD DEADLINE NOT VALID - NO PURGE: '
                    CC-ADD-DEADLINE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE WS-RUN-DATE TO WH-RUN-DATE.
       115-CHECK-DATE.
           MOVE 'Y'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           MOVE 'N'   TO DV-VALID.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
       120-LOAD-ATTR-TABLE.
           OPEN INPUT COURSE-ATTR-FILE.
           IF CRSATTR-OPEN-OK
           END-IF.
           PERFORM 122-READ-ATTR-ROW.
      *    SEATS ALREADY TAKEN - ONE PASS OVER THE STUDENT FILE
      *    COUNTING TYPE '2' COURSE RECORDS PER CATALOG COURSE, LESS
      *    THE SEATS TYPE '3' WITHDRAWAL RECORDS GAVE BACK.
       140-COUNT-ENROLLMENT.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-OPEN-OK
                    OR CR-GRADE = 'C' OR CR-GRADE = 'D'
                 PERFORM 148-REMEMBER-PASSED-COURSE
              END-IF
              IF CR-SECTION NOT = SPACES
                 PERFORM 156-TALLY-SECTION-COURSE
              END-IF
           END-IF.
           IF SR-TYPE-WITHDRAWAL
              MOVE STUDENT-IN-REC TO COURSE-RCD-DTL
              PERFORM 147-RELEASE-ONE-SEAT
                 VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT
              IF CR-SECTION NOT = SPACES
                 PERFORM 158-TALLY-SECTION-DROP
              END-IF
           END-IF.
           PERFORM 142-READ-STUDENT.
       148-REMEMBER-PASSED-COURSE.
           IF AT-COURSE(AT-SUB)(1:5) = CR-COURSE-NUMBER
              ADD 1 TO AT-ENROLLED(AT-SUB)
           END-IF.
       147-RELEASE-ONE-SEAT.
           IF AT-COURSE(AT-SUB)(1:5) = CR-COURSE-NUMBER
              AND AT-ENROLLED(AT-SUB) > 0
              SUBTRACT 1 FROM AT-ENROLLED(AT-SUB)
           END-IF.
       150-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER.
           IF SECTMAST-OPEN-OK
              PERFORM 152-READ-SECTION
              PERFORM 154-STORE-SECTION UNTIL SECTMAST-AT-EOF
           ELSE
              DISPLAY 'SECTMAST NOT AVAILABLE - STATUS: '
                 WS-SECTMAST-STATUS
              DISPLAY 'REGISTERING BY COURSE ONLY'
           END-IF.
           CLOSE SECTION-MASTER.
       152-READ-SECTION.
           READ SECTION-MASTER
              AT END MOVE 'Y' TO WS-SECTMAST-EOF
           END-READ.
       154-STORE-SECTION.
           IF SE-COUNT < 500
              ADD 1 TO SE-COUNT
              MOVE SM-COURSE     TO SE-COURSE(SE-COUNT)
              MOVE SM-SECTION    TO SE-SECTION(SE-COUNT)
              MOVE SM-TERM       TO SE-TERM(SE-COUNT)
              MOVE SM-DAYS       TO SE-DAYS(SE-COUNT)
              MOVE SM-START-TIME TO SE-START-TIME(SE-COUNT)
              MOVE SM-END-TIME   TO SE-END-TIME(SE-COUNT)
              MOVE SM-SEAT-CAP   TO SE-CAP(SE-COUNT)
              IF SM-ROOM-CAP > 0
                 AND (SE-CAP(SE-COUNT) = 0
                   OR SE-CAP(SE-COUNT) > SM-ROOM-CAP)
                 MOVE SM-ROOM-CAP TO SE-CAP(SE-COUNT)
              END-IF
              MOVE ZEROS         TO SE-ENROLLED(SE-COUNT)
              MOVE SM-STATUS     TO SE-STATUS(SE-COUNT)
           ELSE
              DISPLAY 'SECTION TABLE FULL - SECTIONS TRUNCATED'
           END-IF.
           PERFORM 152-READ-SECTION.
       156-TALLY-SECTION-COURSE.
           PERFORM 157-SET-KEY-FROM-RECORD.
           PERFORM 270-FIND-SECTION.
           IF SECT-ENTRY-FOUND
              ADD 1 TO SE-ENROLLED(SE-SUB)
           END-IF.
           PERFORM 290-RECORD-ENROLLMENT.
       157-SET-KEY-FROM-RECORD.
           MOVE CR-STUDENT-ID    TO WS-CHECK-ID.
           MOVE CR-NAME          TO WS-CHECK-NAME.
           MOVE CR-TERM          TO WS-CHECK-TERM.
           MOVE CR-COURSE-NUMBER TO WS-CHECK-COURSE.
           MOVE CR-SECTION       TO WS-CHECK-SECTION.
       158-TALLY-SECTION-DROP.
           PERFORM 157-SET-KEY-FROM-RECORD.
           PERFORM 270-FIND-SECTION.
           IF SECT-ENTRY-FOUND AND SE-ENROLLED(SE-SUB) > 0
              SUBTRACT 1 FROM SE-ENROLLED(SE-SUB)
           END-IF.
           PERFORM 280-FIND-ENROLLMENT.
           IF ENROLL-ENTRY-FOUND
              MOVE 'D' TO EN-STATUS(EN-SUB)
           END-IF.
       160-LOAD-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-OPEN-OK
              PERFORM 162-READ-HOLD
              PERFORM 164-STORE-HOLD UNTIL HOLD-AT-EOF
           ELSE
              DISPLAY 'HOLDS NOT AVAILABLE - STATUS: '
                 WS-HOLD-STATUS
              DISPLAY 'NO REGISTRATION HOLDS APPLIED'
           END-IF.
           CLOSE HOLDS-FILE.
       162-READ-HOLD.
           READ HOLDS-FILE
              AT END MOVE 'Y' TO WS-HOLD-EOF
           END-READ.
       164-STORE-HOLD.
           IF HT-COUNT < 500
              ADD 1 TO HT-COUNT
              MOVE HD-STUDENT-NAME TO HT-STUDENT-NAME(HT-COUNT)
              MOVE HD-HOLD-TYPE    TO HT-HOLD-TYPE(HT-COUNT)
           ELSE
              DISPLAY 'HOLD TABLE FULL - HOLD CHECKS INCOMPLETE'
           END-IF.
           PERFORM 162-READ-HOLD.
      *    NO WAITLIST YET IS A NEW TERM.  A FULL TABLE NEVER HELD
      *    THE WHOLE LIST, SO NOTHING PROMOTES, NOTHING JOINS AND
      *    WAITNEW IS NOT WRITTEN - THE OLD LIST STANDS.
       170-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-MASTER.
           IF WAIT-OPEN-OK
              PERFORM 172-READ-WAITLIST
              PERFORM 174-STORE-WAITLIST UNTIL WAIT-AT-EOF
           ELSE
              DISPLAY 'WAITLST NOT AVAILABLE - STATUS: '
                 WS-WAIT-STATUS
              DISPLAY 'STARTING AN EMPTY WAITLIST'
           END-IF.
           CLOSE WAITLIST-MASTER.
       172-READ-WAITLIST.
           READ WAITLIST-MASTER
              AT END MOVE 'Y' TO WS-WAIT-EOF
           END-READ.
       174-STORE-WAITLIST.
           IF WT-COUNT < 2000
              ADD 1 TO WT-COUNT
              MOVE WL-COURSE        TO WT-COURSE(WT-COUNT)
              MOVE WL-TERM          TO WT-TERM(WT-COUNT)
              MOVE WL-STUDENT-ID    TO WT-STUDENT-ID(WT-COUNT)
              MOVE WL-STUDENT-NAME  TO WT-STUDENT-NAME(WT-COUNT)
              MOVE WL-CREDITS       TO WT-CREDITS(WT-COUNT)
              MOVE WL-REQUEST-STAMP TO WT-REQUEST-STAMP(WT-COUNT)
              MOVE WL-REQUEST-SEQ   TO WT-REQUEST-SEQ(WT-COUNT)
              MOVE WL-POSITION      TO WT-POSITION(WT-COUNT)
              MOVE WL-SECTION       TO WT-SECTION(WT-COUNT)
              MOVE 'W'              TO WT-STATUS(WT-COUNT)
           ELSE
              MOVE 'Y' TO WAIT-TABLE-FULL
              DISPLAY 'WAITLIST TABLE FULL - UNABLE TO HOLD ALL ROWS'
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 172-READ-WAITLIST.
       180-PURGE-ONE-ENTRY.
           IF WT-WAITING(WT-SUB) AND WT-TERM(WT-SUB) = CC-TERM
              MOVE 'PURGED    ' TO NT-EVENT
              MOVE 'ADD DEADLINE PASSED' TO NT-REASON
              PERFORM 470-WRITE-NOTICE
              MOVE 'X' TO WT-STATUS(WT-SUB)
              ADD 1 TO CTR-PURGED
              MOVE 'X'          TO RDL-ACTION
              MOVE WT-STUDENT-NAME(WT-SUB) TO RDL-STUDENT
              MOVE WT-COURSE(WT-SUB)       TO RDL-COURSE
              MOVE WT-SECTION(WT-SUB)      TO RDL-SECTION
              MOVE 'PURGED    ' TO RDL-RESULT
              MOVE 'ADD DEADLINE PASSED' TO RDL-REASON
              WRITE REPORT-LINE-OUT FROM REG-DETAIL-LINE
                 AFTER ADVANCING 1
           END-IF.
       190-OPEN-TRANSACTIONS.
           IF TRANS-IS-OPEN
              CLOSE REG-TRANS-FILE
              MOVE 'N' TO WS-TRANS-OPEN-SW
           END-IF.
           MOVE 'N' TO WS-TRANS-EOF.
           OPEN INPUT REG-TRANS-FILE.
           IF TRANS-OPEN-OK
              MOVE 'Y' TO WS-TRANS-OPEN-SW
              PERFORM 250-READ-TRANSACTION
           ELSE
              IF DROP-PASS
                 DISPLAY 'REGTRANS NOT AVAILABLE - STATUS: '
                    WS-TRANS-STATUS
              END-IF
              MOVE 'Y' TO WS-TRANS-EOF
           END-IF.
      *    EACH CARD IS APPLIED ON ONE PASS ONLY - DROPS ON THE
      *    FIRST, EVERYTHING ELSE ON THE SECOND.
       200-APPLY-TRANSACTIONS.
           IF (DROP-PASS AND RG-DROP)
              OR (ADD-PASS AND NOT RG-DROP)
              PERFORM 210-APPLY-ONE-TRANSACTION
           END-IF.
           PERFORM 250-READ-TRANSACTION.
       210-APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE RG-ACTION       TO RDL-ACTION.
           MOVE RG-STUDENT-NAME TO RDL-STUDENT.
           MOVE RG-COURSE       TO RDL-COURSE.
           MOVE RG-SECTION      TO RDL-SECTION.
           MOVE RG-STUDENT-ID   TO WS-CHECK-ID.
           MOVE RG-STUDENT-NAME TO WS-CHECK-NAME.
           MOVE RG-TERM         TO WS-CHECK-TERM.
           MOVE RG-COURSE       TO WS-CHECK-COURSE.
           MOVE RG-SECTION      TO WS-CHECK-SECTION.
           PERFORM 260-FIND-CATALOG-COURSE.
           EVALUATE TRUE
              WHEN NOT ATTR-ENTRY-FOUND
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM REG-DETAIL-LINE
              AFTER ADVANCING 1.
       250-READ-TRANSACTION.
           READ REG-TRANS-FILE
              AT END MOVE 'Y' TO WS-TRANS-EOF
           ELSE
              ADD 1 TO AT-SUB
           END-IF.
      *    THE CHECK KEY'S SECTION, AND WHETHER ITS COURSE RUNS ANY
      *    ACTIVE SECTION IN THE TERM AT ALL
       270-FIND-SECTION.
           MOVE 'N' TO SECT-FOUND-SW.
           MOVE 'N' TO SECTIONED-SW.
           MOVE 1   TO SE-SUB.
           PERFORM 275-MATCH-SECTION
              VARYING SE-SCAN FROM 1 BY 1 UNTIL SE-SCAN > SE-COUNT.
       275-MATCH-SECTION.
           IF SE-COURSE(SE-SCAN) = WS-CHECK-COURSE
              AND SE-TERM(SE-SCAN) = WS-CHECK-TERM
              IF SE-ACTIVE(SE-SCAN)
                 MOVE 'Y' TO SECTIONED-SW
              END-IF
              IF SE-SECTION(SE-SCAN) = WS-CHECK-SECTION
                 AND WS-CHECK-SECTION NOT = SPACES
                 AND NOT SECT-ENTRY-FOUND
                 MOVE 'Y'     TO SECT-FOUND-SW
                 MOVE SE-SCAN TO SE-SUB
              END-IF
           END-IF.
      *    THE CHECK KEY'S STUDENT STILL ENROLLED IN THE COURSE FOR
      *    THE TERM - IN THE KEY'S SECTION WHEN IT NAMES ONE
       280-FIND-ENROLLMENT.
           MOVE 'N' TO ENROLL-FOUND-SW.
           MOVE 1   TO EN-SUB.
           PERFORM 285-MATCH-ENROLLMENT
              UNTIL EN-SUB > EN-COUNT OR ENROLL-ENTRY-FOUND.
       285-MATCH-ENROLLMENT.
           PERFORM 288-MATCH-STUDENT.
           IF SAME-STUDENT
              AND EN-ACTIVE(EN-SUB)
              AND EN-TERM(EN-SUB) = WS-CHECK-TERM
              AND EN-COURSE(EN-SUB) = WS-CHECK-COURSE
              AND (WS-CHECK-SECTION = SPACES
                OR EN-SECTION(EN-SUB) = WS-CHECK-SECTION)
              MOVE 'Y' TO ENROLL-FOUND-SW
           ELSE
              ADD 1 TO EN-SUB
           END-IF.
      *    BY STUDENT ID WHEN BOTH SIDES CARRY ONE, ELSE BY NAME
       288-MATCH-STUDENT.
           MOVE 'N' TO SAME-STUDENT-SW.
           IF WS-CHECK-ID NOT = SPACES
              AND EN-STUDENT-ID(EN-SUB) NOT = SPACES
              IF EN-STUDENT-ID(EN-SUB) = WS-CHECK-ID
                 MOVE 'Y' TO SAME-STUDENT-SW
              END-IF
           ELSE
              IF EN-STUDENT-NAME(EN-SUB) = WS-CHECK-NAME
                 MOVE 'Y' TO SAME-STUDENT-SW
              END-IF
           END-IF.
       290-RECORD-ENROLLMENT.
           IF EN-COUNT < 5000
              ADD 1 TO EN-COUNT
              MOVE WS-CHECK-ID      TO EN-STUDENT-ID(EN-COUNT)
              MOVE WS-CHECK-NAME    TO EN-STUDENT-NAME(EN-COUNT)
              MOVE WS-CHECK-TERM    TO EN-TERM(EN-COUNT)
              MOVE WS-CHECK-COURSE  TO EN-COURSE(EN-COUNT)
              MOVE WS-CHECK-SECTION TO EN-SECTION(EN-COUNT)
              MOVE 'A'              TO EN-STATUS(EN-COUNT)
           ELSE
              DISPLAY 'ENROLLMENT TABLE FULL - SCHEDULE CONFLICT '
                      'CHECKS INCOMPLETE'
           END-IF.
      *    A ZERO SEAT CAPACITY MEANS NOBODY SET ONE - UNLIMITED.
      *    A FULL COURSE PUTS THE STUDENT ON ITS WAITLIST - UNTIL THE
      *    TERM'S ADD DEADLINE, AFTER WHICH THE ADD IS TURNED AWAY.
      *    A SECTIONED COURSE TAKES ITS SEAT LIMIT FROM THE SECTION
      *    AND IGNORES THE CATALOG'S PER-COURSE CAPACITY.
       300-APPLY-ADD.
           MOVE RG-STUDENT-NAME TO WS-CHECK-NAME.
           PERFORM 270-FIND-SECTION.
           PERFORM 330-CHECK-PREREQUISITES.
           PERFORM 380-CHECK-HOLDS.
           MOVE 'N' TO WS-CONFLICT-SW.
           IF SECT-ENTRY-FOUND
              PERFORM 450-CHECK-SCHEDULE
           END-IF.
           EVALUATE TRUE
              WHEN RG-CREDITS-X IS NOT NUMERIC
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE 'CREDITS NOT NUMERIC' TO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN RG-SECTION = SPACES AND COURSE-HAS-SECTIONS
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE 'SECTION REQUIRED FOR THIS COURSE'
                    TO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN RG-SECTION NOT = SPACES AND NOT SECT-ENTRY-FOUND
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE 'SECTION NOT OFFERED THIS TERM' TO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN SECT-ENTRY-FOUND AND NOT SE-ACTIVE(SE-SUB)
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE 'SECTION CANCELLED' TO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN NOT PREREQS-SATISFIED
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE SPACES TO RDL-REASON
                        WS-MISSING-PREREQ      DELIMITED BY SIZE
                        INTO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN STUDENT-HAS-HOLD
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE SPACES TO RDL-REASON
                 STRING 'REGISTRATION HOLD - ' DELIMITED BY SIZE
                        HT-HOLD-TYPE(HT-SUB)   DELIMITED BY SIZE
                        INTO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN SCHEDULE-CONFLICT
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE SPACES TO RDL-REASON
                 STRING 'TIME CONFLICT WITH ' DELIMITED BY SIZE
                        WS-CONFLICT-COURSE    DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        WS-CONFLICT-SECTION   DELIMITED BY SIZE
                        INTO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN SECT-ENTRY-FOUND
                   AND SE-CAP(SE-SUB) > 0
                   AND SE-ENROLLED(SE-SUB) NOT < SE-CAP(SE-SUB)
                 PERFORM 370-JOIN-WAITLIST
              WHEN NOT SECT-ENTRY-FOUND
                   AND AT-SEAT-CAP(AT-SUB) > 0
                   AND AT-ENROLLED(AT-SUB) NOT <
                       AT-SEAT-CAP(AT-SUB)
                 PERFORM 370-JOIN-WAITLIST
              WHEN OTHER
                 PERFORM 350-WRITE-COURSE-RECORD
                 ADD 1 TO AT-ENROLLED(AT-SUB)
                 IF SECT-ENTRY-FOUND
                    ADD 1 TO SE-ENROLLED(SE-SUB)
                    PERFORM 290-RECORD-ENROLLMENT
                 END-IF
                 MOVE 'ACCEPTED  ' TO RDL-RESULT
                 MOVE SPACES TO RDL-REASON
                 ADD 1 TO CTR-ACCEPTED
              MOVE WS-PREREQ-NEEDED TO WS-MISSING-PREREQ
           END-IF.
       340-SCAN-PASSED-COURSES.
           IF PS-STUDENT-NAME(PS-SUB) = WS-CHECK-NAME
              AND PS-COURSE(PS-SUB) = WS-PREREQ-NEEDED
              MOVE 'Y' TO PASSED-FOUND-SW
           ELSE
              ADD 1 TO PS-SUB
           END-IF.
      *    A DROP FROM A COURSE THE STUDENT IS ONLY WAITING FOR
      *    TAKES THEM OFF THE WAITLIST - NO WITHDRAWAL RECORD, NO
      *    SEAT FREED.
      *    A DROP CARD WITHOUT A SECTION DROPS WHICHEVER SECTION OF
      *    THE COURSE THE STUDENT HOLDS.
       320-APPLY-DROP.
           IF RG-SECTION = SPACES
              PERFORM 280-FIND-ENROLLMENT
              IF ENROLL-ENTRY-FOUND
                 MOVE EN-SECTION(EN-SUB) TO RG-SECTION
                                            WS-CHECK-SECTION
                                            RDL-SECTION
              END-IF
           END-IF.
           PERFORM 270-FIND-SECTION.
           PERFORM 390-FIND-WAITLIST-ENTRY.
           IF WAIT-ENTRY-FOUND
              MOVE WT-SECTION(WT-SCAN) TO RDL-SECTION
              MOVE 'R' TO WT-STATUS(WT-SCAN)
              ADD 1 TO CTR-REMOVED
              MOVE WT-SCAN TO WT-SUB
              MOVE 'REMOVED   ' TO NT-EVENT
              MOVE 'DROP REQUESTED' TO NT-REASON
              PERFORM 470-WRITE-NOTICE
              MOVE 'ACCEPTED  ' TO RDL-RESULT
              MOVE 'REMOVED FROM WAITLIST' TO RDL-REASON
           ELSE
              PERFORM 360-WRITE-WITHDRAWAL-RECORD
              IF AT-ENROLLED(AT-SUB) > 0
                 SUBTRACT 1 FROM AT-ENROLLED(AT-SUB)
              END-IF
              IF SECT-ENTRY-FOUND AND SE-ENROLLED(SE-SUB) > 0
                 SUBTRACT 1 FROM SE-ENROLLED(SE-SUB)
              END-IF
              PERFORM 280-FIND-ENROLLMENT
              IF ENROLL-ENTRY-FOUND
                 MOVE 'D' TO EN-STATUS(EN-SUB)
              END-IF
              MOVE 'ACCEPTED  ' TO RDL-RESULT
              MOVE SPACES TO RDL-REASON
           END-IF.
           ADD 1 TO CTR-ACCEPTED.
       350-WRITE-COURSE-RECORD.
           MOVE SPACES          TO STUDENT-ADD-REC.
           MOVE RG-CREDITS      TO SA-CREDITS.
           MOVE SPACE           TO SA-GRADE.
           MOVE RG-TERM         TO SA-TERM.
           MOVE RG-SECTION      TO SA-SECTION.
           MOVE '2'             TO SA-RECORD-TYPE.
           MOVE RG-STUDENT-ID   TO SA-STUDENT-ID.
           WRITE STUDENT-ADD-REC.
           MOVE ZEROS           TO SA-CREDITS.
           MOVE SPACE           TO SA-GRADE.
           MOVE RG-TERM         TO SA-TERM.
           MOVE RG-SECTION      TO SA-SECTION.
           MOVE WS-RUN-DATE     TO SA-DROP-DATE.
           MOVE '3'             TO SA-RECORD-TYPE.
           MOVE RG-STUDENT-ID   TO SA-STUDENT-ID.
           WRITE STUDENT-ADD-REC.
      *    THE REQUEST JOINS THE END OF THE COURSE'S LINE, STAMPED
      *    WITH THE RUN TIME AND ITS PLACE IN THE DECK.
       370-JOIN-WAITLIST.
           PERFORM 390-FIND-WAITLIST-ENTRY.
           EVALUATE TRUE
              WHEN RG-TERM = CC-TERM AND DEADLINE-HAS-PASSED
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE 'FULL - ADD DEADLINE PASSED' TO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN WAIT-ENTRY-FOUND
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE 'ALREADY ON WAITLIST' TO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN WAIT-TABLE-IS-FULL OR WT-COUNT NOT < 2000
                 MOVE 'REJECTED  ' TO RDL-RESULT
                 MOVE 'COURSE FULL - WAITLIST UNAVAILABLE'
                    TO RDL-REASON
                 ADD 1 TO CTR-REJECTED
              WHEN OTHER
                 ADD 1 TO WT-COUNT
                 ADD 1 TO WS-WAIT-SEQ
                 MOVE WT-COUNT        TO WT-SUB
                 MOVE RG-COURSE       TO WT-COURSE(WT-SUB)
                 MOVE RG-SECTION      TO WT-SECTION(WT-SUB)
                 MOVE RG-TERM         TO WT-TERM(WT-SUB)
                 MOVE RG-STUDENT-ID   TO WT-STUDENT-ID(WT-SUB)
                 MOVE RG-STUDENT-NAME TO WT-STUDENT-NAME(WT-SUB)
                 MOVE RG-CREDITS      TO WT-CREDITS(WT-SUB)
                 MOVE WS-JOB-START-TIME(1:14)
                                      TO WT-REQUEST-STAMP(WT-SUB)
                 MOVE WS-WAIT-SEQ     TO WT-REQUEST-SEQ(WT-SUB)
                 MOVE 'W'             TO WT-STATUS(WT-SUB)
                 PERFORM 690-NUMBER-ONE-ENTRY
                 MOVE 'WAITLISTED' TO NT-EVENT
                 MOVE 'COURSE AT CAPACITY' TO NT-REASON
                 PERFORM 470-WRITE-NOTICE
                 MOVE 'WAITLISTED' TO RDL-RESULT
                 MOVE WT-POSITION(WT-SUB) TO WS-WAIT-POSITION
                 MOVE SPACES TO RDL-REASON
                 STRING 'FULL - WAITLIST POSITION '
                           DELIMITED BY SIZE
                        WS-WAIT-POSITION DELIMITED BY SIZE
                        INTO RDL-REASON
                 ADD 1 TO CTR-WAITLISTED
           END-EVALUATE.
       380-CHECK-HOLDS.
           MOVE 'N' TO HOLD-FOUND-SW.
           MOVE 1   TO HT-SUB.
           PERFORM 385-MATCH-HOLD
              UNTIL HT-SUB > HT-COUNT OR STUDENT-HAS-HOLD.
       385-MATCH-HOLD.
           IF HT-STUDENT-NAME(HT-SUB) = WS-CHECK-NAME
              MOVE 'Y' TO HOLD-FOUND-SW
           ELSE
              ADD 1 TO HT-SUB
           END-IF.
      *    THE CARD'S STUDENT ON THE WAITLIST FOR ITS COURSE AND
      *    TERM - BY STUDENT ID, OR BY NAME ON A CARD WITHOUT ONE
       390-FIND-WAITLIST-ENTRY.
           MOVE 'N' TO WAIT-FOUND-SW.
           MOVE 1   TO WT-SCAN.
           PERFORM 395-MATCH-WAITLIST-ENTRY
              UNTIL WT-SCAN > WT-COUNT OR WAIT-ENTRY-FOUND.
       395-MATCH-WAITLIST-ENTRY.
           IF WT-WAITING(WT-SCAN)
              AND WT-COURSE(WT-SCAN) = RG-COURSE
              AND WT-TERM(WT-SCAN) = RG-TERM
              AND (RG-SECTION = SPACES
                OR WT-SECTION(WT-SCAN) = RG-SECTION)
              AND ((RG-STUDENT-ID NOT = SPACES
                    AND WT-STUDENT-ID(WT-SCAN) = RG-STUDENT-ID)
                OR (RG-STUDENT-ID = SPACES
                    AND WT-STUDENT-NAME(WT-SCAN) = RG-STUDENT-NAME))
              MOVE 'Y' TO WAIT-FOUND-SW
           ELSE
              ADD 1 TO WT-SCAN
           END-IF.
      *    THE TABLE IS IN REQUEST ORDER, SO TAKING ENTRIES TOP TO
      *    BOTTOM FILLS EACH COURSE'S FREED SEATS FIRST-COME.  A
      *    STUDENT WHO NO LONGER PASSES THE PREREQUISITE OR HOLD
      *    CHECK LEAVES THE LINE AND THE NEXT ONE GETS THE SEAT.
      *    A SECTION WAITLIST WAITS ON THAT SECTION'S SEATS; A
      *    SECTION CANCELLED SINCE THE STUDENT JOINED EMPTIES ITS
      *    LINE THROUGH THE RE-CHECK.
       400-PROMOTE-ONE-ENTRY.
           IF WT-WAITING(WT-SUB)
              MOVE WT-COURSE(WT-SUB)       TO RG-COURSE
              MOVE WT-STUDENT-ID(WT-SUB)   TO WS-CHECK-ID
              MOVE WT-STUDENT-NAME(WT-SUB) TO WS-CHECK-NAME
              MOVE WT-TERM(WT-SUB)         TO WS-CHECK-TERM
              MOVE WT-COURSE(WT-SUB)       TO WS-CHECK-COURSE
              MOVE WT-SECTION(WT-SUB)      TO WS-CHECK-SECTION
              PERFORM 260-FIND-CATALOG-COURSE
              PERFORM 270-FIND-SECTION
              EVALUATE TRUE
                 WHEN NOT ATTR-ENTRY-FOUND
                    CONTINUE
                 WHEN WT-SECTION(WT-SUB) = SPACES
                    IF AT-SEAT-CAP(AT-SUB) = 0
                       OR AT-ENROLLED(AT-SUB) < AT-SEAT-CAP(AT-SUB)
                       PERFORM 410-RECHECK-AND-PROMOTE
                    END-IF
                 WHEN NOT SECT-ENTRY-FOUND
                    PERFORM 410-RECHECK-AND-PROMOTE
                 WHEN NOT SE-ACTIVE(SE-SUB)
                      OR SE-CAP(SE-SUB) = 0
                      OR SE-ENROLLED(SE-SUB) < SE-CAP(SE-SUB)
                    PERFORM 410-RECHECK-AND-PROMOTE
              END-EVALUATE
           END-IF.
       410-RECHECK-AND-PROMOTE.
           PERFORM 330-CHECK-PREREQUISITES.
           PERFORM 380-CHECK-HOLDS.
           MOVE 'N' TO WS-CONFLICT-SW.
           IF SECT-ENTRY-FOUND
              PERFORM 450-CHECK-SCHEDULE
           END-IF.
           MOVE 'W'                     TO RDL-ACTION.
           MOVE WT-STUDENT-NAME(WT-SUB) TO RDL-STUDENT.
           MOVE WT-COURSE(WT-SUB)       TO RDL-COURSE.
           MOVE WT-SECTION(WT-SUB)      TO RDL-SECTION.
           MOVE SPACES                  TO RDL-REASON.
           EVALUATE TRUE
              WHEN WT-SECTION(WT-SUB) NOT = SPACES
                   AND (NOT SECT-ENTRY-FOUND
                     OR NOT SE-ACTIVE(SE-SUB))
                 MOVE 'R' TO WT-STATUS(WT-SUB)
                 ADD 1 TO CTR-REMOVED
                 MOVE 'REMOVED   ' TO NT-EVENT
                 MOVE 'SECTION CANCELLED' TO NT-REASON
                 MOVE 'REMOVED   ' TO RDL-RESULT
                 MOVE 'SECTION CANCELLED' TO RDL-REASON
              WHEN NOT PREREQS-SATISFIED
                 MOVE 'R' TO WT-STATUS(WT-SUB)
                 ADD 1 TO CTR-REMOVED
                 MOVE 'REMOVED   ' TO NT-EVENT
                 MOVE 'MISSING PREREQ' TO NT-REASON
                 MOVE 'REMOVED   ' TO RDL-RESULT
                 STRING 'MISSING PREREQUISITE ' DELIMITED BY SIZE
                        WS-MISSING-PREREQ      DELIMITED BY SIZE
                        INTO RDL-REASON
              WHEN STUDENT-HAS-HOLD
                 MOVE 'R' TO WT-STATUS(WT-SUB)
                 ADD 1 TO CTR-REMOVED
                 MOVE 'REMOVED   ' TO NT-EVENT
                 MOVE 'REGISTRATION HOLD' TO NT-REASON
                 MOVE 'REMOVED   ' TO RDL-RESULT
                 STRING 'REGISTRATION HOLD - ' DELIMITED BY SIZE
                        HT-HOLD-TYPE(HT-SUB)   DELIMITED BY SIZE
                        INTO RDL-REASON
              WHEN SCHEDULE-CONFLICT
                 MOVE 'R' TO WT-STATUS(WT-SUB)
                 ADD 1 TO CTR-REMOVED
                 MOVE 'REMOVED   ' TO NT-EVENT
                 MOVE 'TIME CONFLICT' TO NT-REASON
                 MOVE 'REMOVED   ' TO RDL-RESULT
                 STRING 'TIME CONFLICT WITH ' DELIMITED BY SIZE
                        WS-CONFLICT-COURSE    DELIMITED BY SIZE
                        ' '                   DELIMITED BY SIZE
                        WS-CONFLICT-SECTION   DELIMITED BY SIZE
                        INTO RDL-REASON
              WHEN OTHER
                 PERFORM 420-WRITE-PROMOTED-RECORD
                 ADD 1 TO AT-ENROLLED(AT-SUB)
                 IF SECT-ENTRY-FOUND
                    ADD 1 TO SE-ENROLLED(SE-SUB)
                    PERFORM 290-RECORD-ENROLLMENT
                 END-IF
                 MOVE 'P' TO WT-STATUS(WT-SUB)
                 ADD 1 TO CTR-PROMOTED
                 MOVE 'PROMOTED  ' TO NT-EVENT
                 MOVE 'SEAT OPENED' TO NT-REASON
                 MOVE 'PROMOTED  ' TO RDL-RESULT
                 MOVE 'SEAT OPENED - ENROLLED' TO RDL-REASON
           END-EVALUATE.
           PERFORM 470-WRITE-NOTICE.
           WRITE REPORT-LINE-OUT FROM REG-DETAIL-LINE
              AFTER ADVANCING 1.
       420-WRITE-PROMOTED-RECORD.
           MOVE SPACES                  TO STUDENT-ADD-REC.
           MOVE WT-STUDENT-NAME(WT-SUB) TO SA-NAME.
           MOVE WT-COURSE(WT-SUB)       TO SA-COURSE-NUMBER.
           MOVE WT-CREDITS(WT-SUB)      TO SA-CREDITS.
           MOVE SPACE                   TO SA-GRADE.
           MOVE WT-TERM(WT-SUB)         TO SA-TERM.
           MOVE WT-SECTION(WT-SUB)      TO SA-SECTION.
           MOVE '2'                     TO SA-RECORD-TYPE.
           MOVE WT-STUDENT-ID(WT-SUB)   TO SA-STUDENT-ID.
           WRITE STUDENT-ADD-REC.
      *    THE SECTION AT SE-SUB AGAINST EVERY OTHER SECTION THE
      *    CHECK KEY'S STUDENT HOLDS THAT TERM - A CONFLICT IS A
      *    SHARED MEETING DAY WITH OVERLAPPING TIMES.  CLASSES
      *    THAT END AT 0950 AND START AT 0950 DO NOT CONFLICT.
       450-CHECK-SCHEDULE.
           MOVE 'N' TO WS-CONFLICT-SW.
           MOVE 1   TO EN-SUB.
           PERFORM 452-TEST-ONE-ENROLLMENT
              UNTIL EN-SUB > EN-COUNT OR SCHEDULE-CONFLICT.
       452-TEST-ONE-ENROLLMENT.
           PERFORM 288-MATCH-STUDENT.
           IF SAME-STUDENT
              AND EN-ACTIVE(EN-SUB)
              AND EN-TERM(EN-SUB) = SE-TERM(SE-SUB)
              AND EN-SECTION(EN-SUB) NOT = SPACES
              PERFORM 454-FIND-HELD-SECTION
              IF HELD-SECTION-FOUND
                 PERFORM 456-TEST-OVERLAP
              END-IF
           END-IF.
           IF NOT SCHEDULE-CONFLICT
              ADD 1 TO EN-SUB
           END-IF.
       454-FIND-HELD-SECTION.
           MOVE 'N' TO HELD-FOUND-SW.
           MOVE 1   TO SE-SCAN.
           PERFORM 455-MATCH-HELD-SECTION
              UNTIL SE-SCAN > SE-COUNT OR HELD-SECTION-FOUND.
       455-MATCH-HELD-SECTION.
           IF SE-COURSE(SE-SCAN) = EN-COURSE(EN-SUB)
              AND SE-SECTION(SE-SCAN) = EN-SECTION(EN-SUB)
              AND SE-TERM(SE-SCAN) = EN-TERM(EN-SUB)
              MOVE 'Y' TO HELD-FOUND-SW
           ELSE
              ADD 1 TO SE-SCAN
           END-IF.
       456-TEST-OVERLAP.
           IF SE-START-TIME(SE-SCAN) < SE-END-TIME(SE-SUB)
              AND SE-START-TIME(SE-SUB) < SE-END-TIME(SE-SCAN)
              PERFORM 458-TEST-ONE-DAY
                 VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
           END-IF.
       458-TEST-ONE-DAY.
           IF SE-DAYS(SE-SUB)(WS-DAY-SUB:1) NOT = SPACE
              AND SE-DAYS(SE-SCAN)(WS-DAY-SUB:1) =
                  SE-DAYS(SE-SUB)(WS-DAY-SUB:1)
              MOVE 'Y' TO WS-CONFLICT-SW
              MOVE SE-COURSE(SE-SCAN)  TO WS-CONFLICT-COURSE
              MOVE SE-SECTION(SE-SCAN) TO WS-CONFLICT-SECTION
           END-IF.
      *    NT-EVENT AND NT-REASON ARE SET BY THE CALLER
       470-WRITE-NOTICE.
           MOVE WT-STUDENT-ID(WT-SUB)   TO NT-STUDENT-ID.
           MOVE WT-STUDENT-NAME(WT-SUB) TO NT-STUDENT-NAME.
           MOVE WT-COURSE(WT-SUB)       TO NT-COURSE.
           MOVE WT-TERM(WT-SUB)         TO NT-TERM.
           MOVE WT-SECTION(WT-SUB)      TO NT-SECTION.
           IF WT-WAITING(WT-SUB)
              MOVE WT-POSITION(WT-SUB)  TO NT-POSITION
           ELSE
              MOVE ZEROS                TO NT-POSITION
           END-IF.
           MOVE WS-RUN-DATE             TO NT-DATE.
           WRITE NOTIFY-REC.
      *    POSITIONS ARE RENUMBERED FROM THE TABLE ORDER, SO THEY
      *    CLOSE UP AS PROMOTIONS, DROPS AND REMOVALS LEAVE THE LINE
       680-NUMBER-POSITIONS.
           PERFORM 690-NUMBER-ONE-ENTRY
              VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT.
       690-NUMBER-ONE-ENTRY.
           IF WT-WAITING(WT-SUB)
              MOVE ZEROS TO WT-POSITION(WT-SUB)
              PERFORM 695-COUNT-AHEAD
                 VARYING WT-SCAN FROM 1 BY 1 UNTIL WT-SCAN > WT-SUB
           END-IF.
       695-COUNT-AHEAD.
           IF WT-WAITING(WT-SCAN)
              AND WT-COURSE(WT-SCAN) = WT-COURSE(WT-SUB)
              AND WT-TERM(WT-SCAN) = WT-TERM(WT-SUB)
              AND WT-SECTION(WT-SCAN) = WT-SECTION(WT-SUB)
              ADD 1 TO WT-POSITION(WT-SUB)
           END-IF.
      *    REGISTRAR'S VIEW - EVERY CATALOG COURSE WITH ANYONE
      *    WAITING, ITS SEATS, AND THE LINE IN POSITION ORDER
       700-WRITE-WAIT-REPORT.
           WRITE WAIT-LINE-OUT FROM WAIT-HEADING.
           PERFORM 710-REPORT-ONE-COURSE
              VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT.
       710-REPORT-ONE-COURSE.
           MOVE ZEROS TO WS-COURSE-WAITING.
           PERFORM 715-COUNT-COURSE-WAITING
              VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT.
           IF WS-COURSE-WAITING > ZERO
              MOVE AT-COURSE(AT-SUB)(1:5) TO WCL-COURSE
              MOVE AT-SEAT-CAP(AT-SUB)    TO WCL-SEAT-CAP
              MOVE AT-ENROLLED(AT-SUB)    TO WCL-ENROLLED
              MOVE WS-COURSE-WAITING      TO WCL-WAITING
              WRITE WAIT-LINE-OUT FROM WAIT-COURSE-LINE
                 AFTER ADVANCING 2
              PERFORM 720-REPORT-ONE-ENTRY
                 VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
           END-IF.
       715-COUNT-COURSE-WAITING.
           IF WT-WAITING(WT-SUB)
              AND WT-COURSE(WT-SUB) = AT-COURSE(AT-SUB)(1:5)
              ADD 1 TO WS-COURSE-WAITING
           END-IF.
       720-REPORT-ONE-ENTRY.
           IF WT-WAITING(WT-SUB)
              AND WT-COURSE(WT-SUB) = AT-COURSE(AT-SUB)(1:5)
              MOVE WT-POSITION(WT-SUB)      TO WDL-POSITION
              MOVE WT-TERM(WT-SUB)          TO WDL-TERM
              MOVE WT-SECTION(WT-SUB)       TO WDL-SECTION
              MOVE WT-STUDENT-ID(WT-SUB)    TO WDL-STUDENT-ID
              MOVE WT-STUDENT-NAME(WT-SUB)  TO WDL-STUDENT-NAME
              MOVE WT-REQUEST-STAMP(WT-SUB) TO WDL-REQUEST-STAMP
              WRITE WAIT-LINE-OUT FROM WAIT-DETAIL-LINE
                 AFTER ADVANCING 1
           END-IF.
       800-WRAP-UP.
           IF TRANS-IS-OPEN
              CLOSE REG-TRANS-FILE
           END-IF.
           MOVE CTR-ACCEPTED   TO RTL-ACCEPTED.
           MOVE CTR-REJECTED   TO RTL-REJECTED.
           WRITE REPORT-LINE-OUT FROM REG-TOTAL-LINE
              AFTER ADVANCING 2.
           MOVE CTR-PROMOTED   TO RTL-PROMOTED.
           MOVE CTR-REMOVED    TO RTL-REMOVED.
           MOVE CTR-PURGED     TO RTL-PURGED.
           WRITE REPORT-LINE-OUT FROM REG-WAIT-TOTAL-LINE
              AFTER ADVANCING 1.
           PERFORM 680-NUMBER-POSITIONS.
           PERFORM 700-WRITE-WAIT-REPORT.
           PERFORM 850-SAVE-WAITLIST.
           CLOSE REG-REPORT.
           CLOSE WAIT-REPORT.
           CLOSE WAIT-NOTIFY.
           CLOSE STUDENT-ADDITIONS.
           PERFORM 900-WRITE-JOB-AUDIT-RECORD.
       850-SAVE-WAITLIST.
           IF WAIT-TABLE-IS-FULL
              DISPLAY 'REGISTRN - WAITLIST TABLE FULL - WAITNEW '
                      'NOT WRITTEN - RAISE THE TABLE LIMIT'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT WAITLIST-NEW
              PERFORM 860-WRITE-ONE-WAITLIST-ROW
                 VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
              CLOSE WAITLIST-NEW
           END-IF.
       860-WRITE-ONE-WAITLIST-ROW.
           IF WT-WAITING(WT-SUB)
              MOVE SPACES                   TO WAITLIST-NEW-REC
              MOVE WT-COURSE(WT-SUB)        TO WN-COURSE
              MOVE WT-TERM(WT-SUB)          TO WN-TERM
              MOVE WT-STUDENT-ID(WT-SUB)    TO WN-STUDENT-ID
              MOVE WT-STUDENT-NAME(WT-SUB)  TO WN-STUDENT-NAME
              MOVE WT-CREDITS(WT-SUB)       TO WN-CREDITS
              MOVE WT-REQUEST-STAMP(WT-SUB) TO WN-REQUEST-STAMP
              MOVE WT-REQUEST-SEQ(WT-SUB)   TO WN-REQUEST-SEQ
              MOVE WT-POSITION(WT-SUB)      TO WN-POSITION
              MOVE WT-SECTION(WT-SUB)       TO WN-SECTION
              WRITE WAITLIST-NEW-REC
           END-IF.
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'REGISTRN' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
