      * ***     YYYYMMDD date in the first eight bytes of phone 1 -
      * ***     that is how the existing workforce gets the hire
      * ***     dates the seniority tiers price from).
      * ***     Action 'M' sets the employee's mailing address on
      * ***     the ADDRMAST address master (keyed on employee ID,
      * ***     new generation to ADDRNEW): street, city, state and
      * ***     ZIP follow the name in place of the phone fields,
      * ***     checked through ADDRCHK, with before/after images on
      * ***     the report and the MSTRJRNL cycle journal.
      * ***     The maintainer's user ID is keyed first; it must
      * ***     hold the EMPMAINT permission (see AUTHCHK) and is
      * ***     stamped on every journal image so SODCHK01 can tell
      * ***     who added or changed whom.
      * ***************************************************
       INSTALLATION.  IBM.
       DATE-WRITTEN.  01-01-2009.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DEPT-STATUS.
           SELECT ADDRESS-MASTER ASSIGN TO ADDRMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ADDR-STATUS.
           SELECT ADDRESS-NEW     ASSIGN TO ADDRNEW
                  ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT ASSIGN TO EMPMRPT
                  ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-JOURNAL ASSIGN TO EMPJRNL.
               88  TR-DELETE              VALUE 'D'.
               88  TR-CHANGE              VALUE 'C'.
               88  TR-SET-HIRE            VALUE 'H'.
               88  TR-SET-ADDRESS         VALUE 'M'.
           05  TR-EMP-NAME        PIC X(20).
           05  TR-PHONE-OCC       PIC 9(01).
           05  TR-PHONE-OCC-X REDEFINES TR-PHONE-OCC PIC X(01).
           05  TR-EMP-ID          PIC X(08).
           05  TR-DEPT            PIC X(04).
           05  FILLER             PIC X(07).
      * Address transactions ('M') carry the mailing address where
      * the phone fields sit on the others.
       01  TRANSACTION-ADDR-REC.
           05  FILLER             PIC X(21).
           05  TA-STREET          PIC X(25).
           05  TA-CITY            PIC X(15).
           05  TA-STATE           PIC X(02).
           05  TA-ZIP             PIC X(09).
           05  FILLER             PIC X(08).
       FD  DEPT-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  DP-MANAGER-EMP-ID  PIC X(08).
           05  DP-PARENT-DEPT     PIC X(04).
           05  FILLER             PIC X(44).
       FD  ADDRESS-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRESS-MASTER-REC.
      * Employee mailing-address master, keyed on employee ID - the
      * rows ONBOARD1 cuts at hire, kept current from here.
       01  ADDRESS-MASTER-REC     PIC X(80).
       FD  ADDRESS-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRESS-NEW-REC.
       01  ADDRESS-NEW-REC        PIC X(80).
       FD  MAINT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  CJ-ACTION          PIC X(01).
           05  CJ-BEFORE-IMAGE    PIC X(80).
           05  CJ-AFTER-IMAGE     PIC X(80).
           05  CJ-USER            PIC X(10).
           05  FILLER             PIC X(06).
       FD  MASTER-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  MJ-MASTER          PIC X(8).
           05  MJ-BEFORE-IMAGE    PIC X(80).
           05  MJ-AFTER-IMAGE     PIC X(80).
           05  MJ-USER            PIC X(8).
           05  FILLER             PIC X(1).
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           88  DEPT-MASTER-LOADED           VALUE 'Y'.
       01  DEPT-VALID-SW          PIC X(01) VALUE 'N'.
           88  DEPT-IS-VALID                VALUE 'Y'.
       01  WS-ADDR-STATUS         PIC X(02) VALUE SPACES.
           88  ADDR-OPEN-OK                 VALUE '00'.
       01  WS-ADDR-EOF            PIC X(01) VALUE 'N'.
           88  ADDR-AT-EOF                  VALUE 'Y'.
      *    IN-CORE COPY OF THE ADDRESS MASTER
       01  ADDR-TABLE-AREA.
           05  AT-COUNT           PIC 999   VALUE 0.
           05  AT-SUB             PIC 999   VALUE 0 COMP.
           05  ADDR-TABLE OCCURS 500 TIMES.
               10  AT-RECORD      PIC X(80).
               10  AT-RECORD-RDF REDEFINES AT-RECORD.
                   15  AT-EMP-ID  PIC X(08).
                   15  AT-NAME    PIC X(20).
                   15  AT-STREET  PIC X(25).
                   15  AT-CITY    PIC X(15).
                   15  AT-STATE   PIC X(02).
                   15  AT-ZIP     PIC X(09).
                   15  FILLER     PIC X(01).
       01  ADDR-TABLE-FULL        PIC X(01) VALUE 'N'.
           88  ADDR-TABLE-IS-FULL           VALUE 'Y'.
       01  ADDR-FOUND-SW          PIC X(01) VALUE 'N'.
           88  ADDR-ENTRY-FOUND             VALUE 'Y'.
      *    SHARED MAILING-ADDRESS CHECK - SEE ADDRCHK
       01  ADDRCHK-PARMS.
           05  AC-FUNCTION        PIC X(1)  VALUE SPACE.
           05  AC-FREE-FORM       PIC X(40) VALUE SPACES.
           05  AC-STREET          PIC X(25) VALUE SPACES.
           05  AC-CITY            PIC X(15) VALUE SPACES.
           05  AC-STATE           PIC X(2)  VALUE SPACES.
           05  AC-ZIP             PIC X(9)  VALUE SPACES.
           05  AC-VALID           PIC X(1)  VALUE 'N'.
           05  AC-REASON          PIC X(30) VALUE SPACES.
      *    ROLE-BASED GATE - SEE AUTHCHK.  THE MAINTAINER MUST HOLD
      *    EMPMAINT OR NOTHING IS APPLIED.
       01  WS-MAINT-USER          PIC X(10) VALUE SPACES.
       01  AUTHCHK-PARMS.
           05  AC-USER            PIC X(10) VALUE SPACES.
           05  AC-PERMISSION      PIC X(8)  VALUE SPACES.
           05  AC-AUTHORIZED      PIC X(1)  VALUE 'N'.
      *    IN-USE LOCK ON THE EMPLOYEE MASTER - SEE FILELOCK
       01  FILELOCK-PARMS.
           05  FL-FUNCTION        PIC X(1)  VALUE SPACE.
           05  MTL-REJECTED       PIC ZZ9.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           DISPLAY 'ENTER MAINTAINER ID: '.
           ACCEPT WS-MAINT-USER.
           MOVE WS-MAINT-USER TO AC-USER.
           MOVE 'EMPMAINT'    TO AC-PERMISSION.
           CALL 'AUTHCHK' USING AUTHCHK-PARMS.
           IF AC-AUTHORIZED NOT = 'Y'
              DISPLAY 'EMPMAINT - MAINTAINER NOT AUTHORIZED FOR '
                 'EMPLOYEE MAINTENANCE - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'A' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           IF FL-RESULT NOT = 'Y'
           WRITE REPORT-LINE-OUT FROM MAINT-HEADING.
           PERFORM 150-LOAD-EMPLOYEE-MASTER.
           PERFORM 180-LOAD-DEPT-MASTER.
           PERFORM 186-LOAD-ADDRESS-MASTER.
           OPEN INPUT TRANSACTION-FILE.
           IF TRANS-OPEN-OK
              PERFORM 250-READ-TRANSACTION
              DISPLAY 'DEPT TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 182-READ-DEPT.
      *    NO ADDRESS MASTER YET MEANS THE FIRST GENERATION - THE
      *    RUN STARTS FROM AN EMPTY TABLE AND ADDRNEW BEGINS IT.
       186-LOAD-ADDRESS-MASTER.
           OPEN INPUT ADDRESS-MASTER.
           IF ADDR-OPEN-OK
              PERFORM 187-READ-ADDRESS
              PERFORM 188-STORE-ADDRESS UNTIL ADDR-AT-EOF
              CLOSE ADDRESS-MASTER
           ELSE
              DISPLAY 'ADDRMAST NOT AVAILABLE - STATUS: '
                 WS-ADDR-STATUS
              DISPLAY 'ADDRESS MASTER STARTS EMPTY THIS RUN'
           END-IF.
       187-READ-ADDRESS.
           READ ADDRESS-MASTER
              AT END MOVE 'Y' TO WS-ADDR-EOF
           END-READ.
       188-STORE-ADDRESS.
           IF AT-COUNT < 500
              ADD 1 TO AT-COUNT
              MOVE ADDRESS-MASTER-REC TO AT-RECORD(AT-COUNT)
           ELSE
              MOVE 'Y' TO ADDR-TABLE-FULL
              DISPLAY 'ADDRESS TABLE FULL - MASTER TRUNCATED'
           END-IF.
           PERFORM 187-READ-ADDRESS.
      *    A BLANK DEPARTMENT PASSES: THE RECONCILIATION ADDS
      *    (EMPRECON VIA RECNAPPL) CARRY NONE, AND BOUNCING THEM
      *    WOULD LEAVE THE MASTERS OUT OF STEP FOREVER.  THE ADD
                 PERFORM 340-APPLY-CHANGE
              WHEN TR-SET-HIRE
                 PERFORM 360-APPLY-HIRE-DATE
              WHEN TR-SET-ADDRESS
                 PERFORM 370-APPLY-ADDRESS
              WHEN OTHER
                 MOVE 'REJECTED  ' TO MDL-RESULT
                 MOVE 'UNKNOWN ACTION CODE' TO MDL-REASON
           MOVE TR-ACTION        TO CJ-ACTION.
           MOVE WS-JRNL-BEFORE   TO CJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER    TO CJ-AFTER-IMAGE.
           MOVE WS-MAINT-USER    TO CJ-USER.
           WRITE CHANGE-JOURNAL-REC.
           MOVE CJ-TIMESTAMP     TO MJ-TIMESTAMP.
           MOVE 'EMPMAINT'       TO MJ-SOURCE.
           MOVE 'EMPFILE '       TO MJ-MASTER.
           MOVE WS-JRNL-BEFORE   TO MJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER    TO MJ-AFTER-IMAGE.
           MOVE WS-MAINT-USER    TO MJ-USER.
           WRITE MASTER-JOURNAL-REC.
       320-APPLY-DELETE.
           IF NOT EMP-ENTRY-FOUND
                 MOVE ET-RECORD(ET-SUB) TO WS-JRNL-AFTER
                 PERFORM 380-WRITE-CHANGE-JOURNAL
           END-EVALUATE.
      *    SETS THE MAILING ADDRESS - REPLACES THE EMPLOYEE'S ROW ON
      *    THE ADDRESS MASTER, OR ADDS ONE IF THE HIRE PREDATES IT.
      *    THE NAME ON THE ROW IS REFRESHED FROM THE PHONE MASTER.
       370-APPLY-ADDRESS.
           MOVE SPACE     TO AC-FUNCTION.
           MOVE TA-STREET TO AC-STREET.
           MOVE TA-CITY   TO AC-CITY.
           MOVE TA-STATE  TO AC-STATE.
           MOVE TA-ZIP    TO AC-ZIP.
           CALL 'ADDRCHK' USING ADDRCHK-PARMS.
           IF EMP-ENTRY-FOUND
              PERFORM 375-FIND-ADDRESS
           END-IF.
           EVALUATE TRUE
              WHEN NOT EMP-ENTRY-FOUND
                 MOVE 'REJECTED  ' TO MDL-RESULT
                 MOVE 'EMPLOYEE NOT ON MASTER' TO MDL-REASON
                 ADD 1 TO CTR-REJECTED
                 WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
                    AFTER ADVANCING 1
              WHEN ET-EMP-ID(ET-SUB) = SPACES
                 MOVE 'REJECTED  ' TO MDL-RESULT
                 MOVE 'EMPLOYEE HAS NO EMPLOYEE ID' TO MDL-REASON
                 ADD 1 TO CTR-REJECTED
                 WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
                    AFTER ADVANCING 1
              WHEN AC-VALID NOT = 'Y'
                 MOVE 'REJECTED  ' TO MDL-RESULT
                 MOVE AC-REASON TO MDL-REASON
                 ADD 1 TO CTR-REJECTED
                 WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
                    AFTER ADVANCING 1
              WHEN NOT ADDR-ENTRY-FOUND AND AT-COUNT = 500
                 MOVE 'REJECTED  ' TO MDL-RESULT
                 MOVE 'ADDRESS TABLE FULL' TO MDL-REASON
                 ADD 1 TO CTR-REJECTED
                 WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
                    AFTER ADVANCING 1
              WHEN OTHER
                 MOVE 'APPLIED   ' TO MDL-RESULT
                 MOVE SPACES TO MDL-REASON
                 ADD 1 TO CTR-APPLIED
                 WRITE REPORT-LINE-OUT FROM MAINT-DETAIL-LINE
                    AFTER ADVANCING 1
                 IF ADDR-ENTRY-FOUND
                    MOVE 'BEFORE: ' TO MIL-TAG
                    MOVE AT-RECORD(AT-SUB) TO MIL-IMAGE
                    WRITE REPORT-LINE-OUT FROM MAINT-IMAGE-LINE
                       AFTER ADVANCING 1
                    MOVE AT-RECORD(AT-SUB) TO WS-JRNL-BEFORE
                 ELSE
                    ADD 1 TO AT-COUNT
                    MOVE AT-COUNT TO AT-SUB
                    MOVE SPACES TO WS-JRNL-BEFORE
                 END-IF
                 MOVE SPACES            TO AT-RECORD(AT-SUB)
                 MOVE ET-EMP-ID(ET-SUB) TO AT-EMP-ID(AT-SUB)
                 MOVE ET-NAME(ET-SUB)   TO AT-NAME(AT-SUB)
                 MOVE AC-STREET         TO AT-STREET(AT-SUB)
                 MOVE AC-CITY           TO AT-CITY(AT-SUB)
                 MOVE AC-STATE          TO AT-STATE(AT-SUB)
                 MOVE AC-ZIP            TO AT-ZIP(AT-SUB)
                 MOVE 'AFTER:  ' TO MIL-TAG
                 MOVE AT-RECORD(AT-SUB) TO MIL-IMAGE
                 WRITE REPORT-LINE-OUT FROM MAINT-IMAGE-LINE
                    AFTER ADVANCING 1
                 MOVE AT-RECORD(AT-SUB) TO WS-JRNL-AFTER
                 PERFORM 385-WRITE-ADDRESS-JOURNAL
           END-EVALUATE.
       375-FIND-ADDRESS.
           MOVE 'N' TO ADDR-FOUND-SW.
           MOVE 1   TO AT-SUB.
           PERFORM 377-MATCH-ADDRESS
              UNTIL AT-SUB > AT-COUNT OR ADDR-ENTRY-FOUND.
       377-MATCH-ADDRESS.
           IF AT-EMP-ID(AT-SUB) = ET-EMP-ID(ET-SUB)
              MOVE 'Y' TO ADDR-FOUND-SW
           ELSE
              ADD 1 TO AT-SUB
           END-IF.
      *    ADDRESS IMAGES GO TO THE CYCLE JOURNAL ONLY - THE EMPJRNL
      *    HISTORY EMPASOF1 READS IS THE PHONE MASTER'S ALONE.
       385-WRITE-ADDRESS-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:15) TO MJ-TIMESTAMP.
           MOVE 'EMPMAINT'       TO MJ-SOURCE.
           MOVE 'ADDRMAST'       TO MJ-MASTER.
           MOVE WS-JRNL-BEFORE   TO MJ-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER    TO MJ-AFTER-IMAGE.
           MOVE WS-MAINT-USER    TO MJ-USER.
           WRITE MASTER-JOURNAL-REC.
       800-WRAP-UP.
           IF TRANS-OPEN-OK
              CLOSE TRANSACTION-FILE
           END-IF.
           PERFORM 850-WRITE-NEW-MASTER.
           PERFORM 870-WRITE-NEW-ADDRESS-MASTER.
           MOVE CTR-APPLIED  TO MTL-APPLIED.
           MOVE CTR-REJECTED TO MTL-REJECTED.
           WRITE REPORT-LINE-OUT FROM MAINT-TOTAL-LINE
           IF ET-DELETED-SW(ET-SUB) = 'N'
              WRITE EMPLOYEE-NEW-REC FROM ET-RECORD(ET-SUB)
           END-IF.
      *    A TRUNCATED LOAD WOULD DROP THE ROWS PAST THE LIMIT FROM
      *    THE NEW GENERATION, SO NONE IS WRITTEN AND THE RUN FAILS.
       870-WRITE-NEW-ADDRESS-MASTER.
           IF ADDR-TABLE-IS-FULL
              DISPLAY 'EMPMAINT - ADDRESS TABLE FULL - ADDRNEW NOT '
                 'WRITTEN - RAISE THE TABLE LIMIT'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT ADDRESS-NEW
              PERFORM 875-WRITE-ONE-ADDRESS
                 VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT
              CLOSE ADDRESS-NEW
           END-IF.
       875-WRITE-ONE-ADDRESS.
           WRITE ADDRESS-NEW-REC FROM AT-RECORD(AT-SUB).
       900-WRITE-JOB-AUDIT-RECORD.
           MOVE 'EMPMAINT' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
