      ***** temporary password that is already expired so first
      ***** login forces a change.  One keying, three masters, one
      ***** audit report.
      ***** Every hire must come in against an open budgeted position
      ***** on the POSMAST position master in the hire's department;
      ***** a hire with no open position is rejected, and an accepted
      ***** hire fills the position on the rewritten master.
      ***** The hire's free-form address line is split through
      ***** ADDRCHK into an ADDRMAST mailing-address row; an
      ***** incomplete address still goes out, flagged on the audit
      ***** report for the EMPMAINT deck to complete.
      ***** A hire whose name SANCSCR1 has held for sanctions
      ***** review, or compliance has confirmed, is rejected until
      ***** the hit is cleared on the SANCMAST review master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEWHIRE-FILE ASSIGN TO NEWHIRE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS NH-F-STATUS.
           SELECT POSITION-MASTER ASSIGN TO POSMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PM-F-STATUS.
           SELECT SANCTIONS-MASTER ASSIGN TO SANCMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SC-F-STATUS.
           SELECT PAYROLL-ADD ASSIGN TO PAYADD.
           SELECT EMPLOYEE-ADD ASSIGN TO EMPADD.
           SELECT PASSFILE-ADD ASSIGN TO PASSADD.
           SELECT BANKFILE-ADD ASSIGN TO BANKADD.
           SELECT ADDRESS-ADD ASSIGN TO ADDRADD.
           SELECT ONBOARD-REPORT ASSIGN TO ONBRPT.
       DATA DIVISION.
       FILE SECTION.
           05 NH-ROUTING     PIC 9(9).
           05 NH-ROUTING-X REDEFINES NH-ROUTING PIC X(9).
           05 NH-ACCOUNT     PIC X(17).
           05 NH-POSITION-NO PIC X(6).
           05 FILLER         PIC X(4).
       FD  POSITION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITION-MASTER-REC.
      * One row per budgeted position.  FTE is 9V99 (1.00 full
      * time); a blank filled-by means the position is open.
       01  POSITION-MASTER-REC.
           05 PM-POSITION-NO     PIC X(6).
           05 PM-DEPT            PIC X(4).
           05 PM-JOB-CODE        PIC X(8).
           05 PM-BUDGET-FTE      PIC 9V99.
           05 PM-BUDGET-COST     PIC 9(7)V99.
           05 PM-FILLED-BY       PIC X(8).
           05 PM-FILLED-DATE     PIC X(8).
           05 FILLER             PIC X(34).
       FD  SANCTIONS-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANCTIONS-MASTER-REC.
      * Only the source, key and review status are wanted here
       01  SANCTIONS-MASTER-REC.
           05 SC-SOURCE      PIC X(8).
           05 SC-KEY         PIC X(30).
           05 FILLER         PIC X(92).
           05 SC-STATUS      PIC X(1).
              88 SC-BLOCKED          VALUE 'H' 'F'.
           05 FILLER         PIC X(29).
       FD  PAYROLL-ADD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 BA-STATUS          PIC X(1).
           05 BA-PRENOTE-DATE    PIC X(8).
           05 FILLER             PIC X(14).
       FD  ADDRESS-ADD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRESS-ADD-REC.
      * Employee mailing-address master row, keyed on employee ID;
      * the ZIP is five digits or the nine of ZIP+4.
       01  ADDRESS-ADD-REC.
           05 AD-EMP-ID          PIC X(8).
           05 AD-NAME            PIC X(20).
           05 AD-STREET          PIC X(25).
           05 AD-CITY            PIC X(15).
           05 AD-STATE           PIC X(2).
           05 AD-ZIP             PIC X(9).
           05 FILLER             PIC X(1).
       FD  ONBOARD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       77 NH-EOF               PIC X(01) VALUE 'N'.
           88 NH-AT-EOF                  VALUE 'Y'.
       77 NEWHIRE-AVAILABLE    PIC X(01) VALUE 'Y'.
       77 PM-F-STATUS          PIC X(02) VALUE SPACES.
           88 PM-OK                      VALUE '00'.
       77 PM-EOF               PIC X(01) VALUE 'N'.
           88 PM-AT-EOF                  VALUE 'Y'.
       77 POSITION-MASTER-LOADED PIC X(01) VALUE 'N'.
           88 POSITION-MASTER-IS-LOADED  VALUE 'Y'.
       77 POSITION-TABLE-FULL  PIC X(01) VALUE 'N'.
           88 POSITION-TABLE-IS-FULL     VALUE 'Y'.
       77 POSITION-FOUND-SW    PIC X(01) VALUE 'N'.
           88 POSITION-FOUND             VALUE 'Y'.
       77 SC-F-STATUS          PIC X(02) VALUE SPACES.
           88 SC-OK                      VALUE '00'.
       77 SC-EOF               PIC X(01) VALUE 'N'.
           88 SC-AT-EOF                  VALUE 'Y'.
       77 SANCTIONS-TABLE-FULL PIC X(01) VALUE 'N'.
           88 SANCTIONS-TABLE-IS-FULL    VALUE 'Y'.
       77 SANCTIONS-HOLD-SW    PIC X(01) VALUE 'N'.
           88 SANCTIONS-HOLD             VALUE 'Y'.
      * Hires held or confirmed on the sanctions review master
       01 SANCTIONS-TABLE-AREA.
          05 SH-COUNT          PIC 9(4) COMP VALUE 0.
          05 SH-SUB            PIC 9(4) COMP VALUE 0.
          05 SANCTIONS-TABLE OCCURS 1000 TIMES.
             10 SH-EMP-ID         PIC X(8).
      * Position master held whole for the rewrite
       01 POSITION-TABLE-AREA.
          05 PT-COUNT          PIC 9(4) COMP VALUE 0.
          05 PT-SUB            PIC 9(4) COMP VALUE 0.
          05 POSITION-TABLE OCCURS 1000 TIMES.
             10 PT-RECORD         PIC X(80).
             10 PT-RECORD-RDF REDEFINES PT-RECORD.
                15 PT-POSITION-NO PIC X(6).
                15 PT-DEPT        PIC X(4).
                15 FILLER         PIC X(20).
                15 PT-FILLED-BY   PIC X(8).
                15 PT-FILLED-DATE PIC X(8).
                15 FILLER         PIC X(34).
      * In-use lock on the POSMAST - see FILELOCK.  OFFBOARD
      * vacates positions on the same master.
       01 FILELOCK-PARMS.
          05 FL-FUNCTION       PIC X(1)  VALUE SPACE.
          05 FL-RESOURCE       PIC X(8)  VALUE 'POSMAST '.
          05 FL-HOLDER         PIC X(8)  VALUE 'ONBOARD1'.
          05 FL-RESULT         PIC X(1)  VALUE 'N'.
          05 FL-HOLDER-OUT     PIC X(8)  VALUE SPACES.
       01 ONBOARD-COUNTERS.
          05 CTR-ACCEPTED      PIC 9(5) VALUE 0.
          05 CTR-REJECTED      PIC 9(5) VALUE 0.
          05 WS-LAST-NAME      PIC X(10) VALUE SPACES.
       01 WS-TEMP-PASSWORD     PIC X(10) VALUE SPACES.
       01 WS-REJECT-REASON     PIC X(40) VALUE SPACES.
      * Shared mailing-address split and check - see ADDRCHK
       01 ADDRCHK-PARMS.
          05 AC-FUNCTION        PIC X(1)  VALUE 'P'.
          05 AC-FREE-FORM       PIC X(40) VALUE SPACES.
          05 AC-STREET          PIC X(25) VALUE SPACES.
          05 AC-CITY            PIC X(15) VALUE SPACES.
          05 AC-STATE           PIC X(2)  VALUE SPACES.
          05 AC-ZIP             PIC X(9)  VALUE SPACES.
          05 AC-VALID           PIC X(1)  VALUE 'N'.
          05 AC-REASON          PIC X(30) VALUE SPACES.
       01 PASSHASH-PARMS.
          05 PH-CLEAR-PASS     PIC X(10) VALUE SPACES.
          05 PH-HASHED-PASS    PIC X(10) VALUE SPACES.
          05 OTL-REJECTED       PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-Main.
           MOVE 'A' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           IF FL-RESULT NOT = 'Y'
               DISPLAY 'ONBOARD1 - POSMAST IN USE BY '
                   FL-HOLDER-OUT ' - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 050-Open-Files.
           PERFORM 060-Load-Position-Master.
           PERFORM 070-Load-Sanctions-Holds.
           PERFORM 100-Process-One-Hire UNTIL NH-AT-EOF.
           IF  POSITION-MASTER-IS-LOADED
               PERFORM 880-Save-Position-Master
           END-IF.
           MOVE CTR-ACCEPTED TO OTL-ACCEPTED.
           MOVE CTR-REJECTED TO OTL-REJECTED.
           WRITE ONBOARD-LINE-OUT FROM ONBOARD-TOTAL-LINE
               AFTER ADVANCING 2.
           PERFORM 900-Close-Files.
           MOVE 'R' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           GOBACK.
       050-Open-Files.
           OPEN INPUT NEWHIRE-FILE.
           OPEN OUTPUT EMPLOYEE-ADD.
           OPEN OUTPUT PASSFILE-ADD.
           OPEN OUTPUT BANKFILE-ADD.
           OPEN OUTPUT ADDRESS-ADD.
           OPEN OUTPUT ONBOARD-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO OH-RUN-TIME.
           WRITE ONBOARD-LINE-OUT FROM ONBOARD-HEADING.
           ELSE
               PERFORM 200-Read-New-Hire
           END-IF.
      * Without the position master no hire can be matched to an
      * open position, so every hire is rejected.
       060-Load-Position-Master.
           OPEN INPUT POSITION-MASTER.
           IF  PM-OK
               MOVE 'Y' TO POSITION-MASTER-LOADED
               PERFORM 062-Read-Position
               PERFORM 064-Store-Position UNTIL PM-AT-EOF
               CLOSE POSITION-MASTER
           ELSE
               DISPLAY 'POSITION MASTER FILE STATUS: ' PM-F-STATUS
               DISPLAY 'NO POSITION MASTER - EVERY HIRE REJECTED'
           END-IF.
       062-Read-Position.
           READ POSITION-MASTER
               AT END MOVE 'Y' TO PM-EOF
           END-READ.
       064-Store-Position.
           IF  PT-COUNT < 1000
               ADD 1 TO PT-COUNT
               MOVE POSITION-MASTER-REC TO PT-RECORD(PT-COUNT)
           ELSE
               MOVE 'Y' TO POSITION-TABLE-FULL
               DISPLAY 'POSITION TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 062-Read-Position.
      * No review master means SANCSCR1 has never held anything -
      * hires go ahead, with a warning.  A table too small to hold
      * every row could miss a hold, so then every hire is
      * rejected instead.
       070-Load-Sanctions-Holds.
           OPEN INPUT SANCTIONS-MASTER.
           IF  SC-OK
               PERFORM 072-Read-Sanction
               PERFORM 074-Store-Sanction UNTIL SC-AT-EOF
               CLOSE SANCTIONS-MASTER
           ELSE
               DISPLAY 'SANCMAST FILE STATUS: ' SC-F-STATUS
               DISPLAY 'NO SANCTIONS REVIEW MASTER - HIRES NOT '
                       'CHECKED FOR HOLDS'
           END-IF.
       072-Read-Sanction.
           READ SANCTIONS-MASTER
               AT END MOVE 'Y' TO SC-EOF
           END-READ.
       074-Store-Sanction.
           IF  SC-SOURCE = 'NEWHIRE ' AND SC-BLOCKED
               IF  SH-COUNT < 1000
                   ADD 1 TO SH-COUNT
                   MOVE SC-KEY TO SH-EMP-ID(SH-COUNT)
               ELSE
                   MOVE 'Y' TO SANCTIONS-TABLE-FULL
                   DISPLAY 'SANCTIONS HOLD TABLE FULL - EVERY HIRE '
                           'REJECTED'
               END-IF
           END-IF.
           PERFORM 072-Read-Sanction.
       100-Process-One-Hire.
           PERFORM 300-Validate-New-Hire.
           IF WS-REJECT-REASON = SPACES
               MOVE NH-NAME   TO ODL-NAME
               MOVE 'ACCEPTED  ' TO ODL-RESULT
               MOVE SPACES TO ODL-REASON
               IF  AC-VALID NOT = 'Y'
                   STRING 'ADDR: ' AC-REASON
                       DELIMITED BY SIZE INTO ODL-REASON
               END-IF
           ELSE
               ADD 1 TO CTR-REJECTED
               MOVE NH-EMP-ID TO ODL-EMP-ID
           AND NH-EMP-ID = SPACES
               MOVE 'EMPLOYEE ID IS BLANK' TO WS-REJECT-REASON
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               PERFORM 360-Check-Sanctions
               IF SANCTIONS-HOLD
                   MOVE 'SANCTIONS HOLD - COMPLIANCE REVIEW'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF  WS-REJECT-REASON = SPACES
               PERFORM 340-Validate-Position
           END-IF.
      * The position must be on the master, budgeted to the hire's
      * department and not already filled.
       340-Validate-Position.
           MOVE 'N' TO POSITION-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 345-Match-Position
               UNTIL PT-SUB > PT-COUNT OR POSITION-FOUND.
           EVALUATE TRUE
               WHEN NH-POSITION-NO = SPACES
                   MOVE 'NO POSITION NUMBER' TO WS-REJECT-REASON
               WHEN NOT POSITION-FOUND
                   MOVE 'POSITION NOT ON POSITION MASTER'
                       TO WS-REJECT-REASON
               WHEN PT-DEPT(PT-SUB) NOT = NH-DEPT
                   MOVE 'POSITION BUDGETED TO ANOTHER DEPT'
                       TO WS-REJECT-REASON
               WHEN PT-FILLED-BY(PT-SUB) NOT = SPACES
                   STRING 'POSITION FILLED BY '
                          PT-FILLED-BY(PT-SUB)
                          DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-EVALUATE.
       345-Match-Position.
           IF  PT-POSITION-NO(PT-SUB) = NH-POSITION-NO
           AND NH-POSITION-NO NOT = SPACES
               MOVE 'Y' TO POSITION-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       360-Check-Sanctions.
           MOVE 'N' TO SANCTIONS-HOLD-SW.
           IF  SANCTIONS-TABLE-IS-FULL
               MOVE 'Y' TO SANCTIONS-HOLD-SW
           ELSE
               MOVE 1 TO SH-SUB
               PERFORM 365-Match-Sanction
                   UNTIL SH-SUB > SH-COUNT OR SANCTIONS-HOLD
           END-IF.
       365-Match-Sanction.
           IF  SH-EMP-ID(SH-SUB) = NH-EMP-ID
               MOVE 'Y' TO SANCTIONS-HOLD-SW
           ELSE
               ADD 1 TO SH-SUB
           END-IF.
       320-Validate-State.
           MOVE 'N' TO WS-STATE-VALID-SW.
           MOVE 1   TO ST-SUB.
      * for the directory maintenance deck to fill in.  The PASSFILE
      * record stores only the hash of the temporary password, with
      * no last-changed date so the first login forces a change.
      * The address row goes out even when incomplete - the hire is
      * on the masters either way, and the W-2 print exception list
      * keeps chasing it until EMPMAINT completes it.
       400-Write-Add-Transactions.
           MOVE SPACES TO WS-FIRST-NAME WS-LAST-NAME.
           UNSTRING NH-NAME DELIMITED BY ALL ' '
               MOVE SPACES      TO EA-HIRE-DATE
           END-IF.
           WRITE EMPLOYEE-ADD-REC.
           MOVE NH-EMP-ID       TO PT-FILLED-BY(PT-SUB).
           MOVE EA-HIRE-DATE    TO PT-FILLED-DATE(PT-SUB).
           MOVE SPACES TO WS-TEMP-PASSWORD.
           STRING 'TP' NH-EMP-ID DELIMITED BY SIZE
               INTO WS-TEMP-PASSWORD.
               MOVE FUNCTION CURRENT-DATE(1:8) TO BA-PRENOTE-DATE
               WRITE BANKFILE-ADD-REC
           END-IF.
           MOVE 'P'             TO AC-FUNCTION.
           MOVE NH-ADDR         TO AC-FREE-FORM.
           CALL 'ADDRCHK' USING ADDRCHK-PARMS.
           MOVE SPACES          TO ADDRESS-ADD-REC.
           MOVE NH-EMP-ID       TO AD-EMP-ID.
           MOVE NH-NAME         TO AD-NAME.
           MOVE AC-STREET       TO AD-STREET.
           MOVE AC-CITY         TO AD-CITY.
           MOVE AC-STATE        TO AD-STATE.
           MOVE AC-ZIP          TO AD-ZIP.
           WRITE ADDRESS-ADD-REC.
      * A full table means rows past the limit never made it into
      * core - rewriting from the table would silently drop them,
      * so the master is left alone and the run fails loudly.
       880-Save-Position-Master.
           IF  POSITION-TABLE-IS-FULL
               DISPLAY 'ONBOARD1 - POSITION TABLE FULL - MASTER '
                       'NOT REWRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT POSITION-MASTER
               PERFORM 885-Write-One-Position
                   VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-COUNT
               CLOSE POSITION-MASTER
           END-IF.
       885-Write-One-Position.
           MOVE PT-RECORD(PT-SUB) TO POSITION-MASTER-REC.
           WRITE POSITION-MASTER-REC.
       900-Close-Files.
           IF NEWHIRE-AVAILABLE = 'Y'
               CLOSE NEWHIRE-FILE
           CLOSE EMPLOYEE-ADD.
           CLOSE PASSFILE-ADD.
           CLOSE BANKFILE-ADD.
           CLOSE ADDRESS-ADD.
           CLOSE ONBOARD-REPORT.
