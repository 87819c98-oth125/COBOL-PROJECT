      ***** BANKMAST deactivation.  The offboarding report shows
      ***** all four actions per employee, so the PASSFILE removal
      ***** can never quietly be the one that got missed again.
      ***** The budgeted position the employee filled on the POSMAST
      ***** position master is vacated so it can be hired into.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MASTER ASSIGN TO BANKMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BM-F-STATUS.
           SELECT POSITION-MASTER ASSIGN TO POSMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PM-F-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN TO PAYFINAL.
           SELECT EMP-TRANS-FILE ASSIGN TO EMPTRANS.
           SELECT SEC-TRANS-FILE ASSIGN TO SECTRANS.
           05  TF-EMP-ID          PIC X(08).
           05  TF-NAME            PIC X(20).
           05  TF-TERM-DATE       PIC X(10).
      * Reason code - first byte V voluntary, I involuntary
           05  TF-REASON-CODE.
               10  TF-REASON-CLASS    PIC X(01).
                   88  TF-VOLUNTARY           VALUE 'V'.
                   88  TF-INVOLUNTARY         VALUE 'I'.
               10  TF-REASON-DETAIL   PIC X(01).
           05  FILLER             PIC X(40).
       FD  ACCRUAL-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  BM-STATUS          PIC X(01).
           05  BM-PRENOTE-DATE    PIC X(08).
           05  FILLER             PIC X(14).
       FD  POSITION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITION-MASTER-REC.
       01  POSITION-MASTER-REC    PIC X(80).
       FD  FINAL-PAY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  FP-GROSS-PAY       PIC 999V99.
           05  FP-EMP-ID          PIC X(8).
           05  FP-REC-TYPE        PIC X(1).
           05  FILLER             PIC X(11).
           05  FP-PAY-FREQ        PIC X(1).
           05  FILLER             PIC X(17).
       FD  EMP-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           88 RT-OK                           VALUE '00'.
       77 BM-F-STATUS               PIC X(02) VALUE SPACES.
           88 BM-OK                           VALUE '00'.
       77 PM-F-STATUS               PIC X(02) VALUE SPACES.
           88 PM-OK                           VALUE '00'.
       77 PM-EOF                    PIC X(01) VALUE 'N'.
           88 PM-AT-EOF                       VALUE 'Y'.
       77 TF-EOF                    PIC X(01) VALUE 'N'.
           88 TF-AT-EOF                       VALUE 'Y'.
       77 ACCR-EOF                  PIC X(01) VALUE 'N'.
               10 AC-VAC-BALANCE    PIC S9(3)V99.
               10 AC-LAST-RATE      PIC 99V99.
               10 AC-RATE-FOUND-SW  PIC X(01).
               10 AC-LAST-FREQ      PIC X(01).
       01 ACCRUAL-FOUND-SW          PIC X(01) VALUE 'N'.
           88 ACCRUAL-ENTRY-FOUND             VALUE 'Y'.
      * Bank master held whole for the rewrite
                   15 FILLER        PIC X(29).
                   15 BT-STATUS     PIC X(01).
                   15 FILLER        PIC X(22).
      * Position master held whole for the rewrite - POSMAST's
      * layout is on ONBOARD1
       77 POSITION-MASTER-LOADED    PIC X(01) VALUE 'N'.
           88 POSITION-MASTER-IS-LOADED       VALUE 'Y'.
       77 POSITION-TABLE-FULL       PIC X(01) VALUE 'N'.
           88 POSITION-TABLE-IS-FULL          VALUE 'Y'.
       01 POSITION-TABLE-AREA.
           05 PT-ENTRY-COUNT        PIC 9(4) COMP VALUE 0.
           05 PT-SUB                PIC 9(4) COMP VALUE 0.
           05 POSITION-TABLE OCCURS 1000 TIMES.
               10 PT-RECORD         PIC X(80).
               10 PT-RECORD-RDF REDEFINES PT-RECORD.
                   15 PT-POSITION-NO PIC X(06).
                   15 FILLER        PIC X(24).
                   15 PT-FILLED-BY  PIC X(08).
                   15 PT-FILLED-DATE PIC X(08).
                   15 FILLER        PIC X(34).
      * Latest hourly rate and pay frequency per employee from the
      * retained checks
       01 PC-DETAIL-REC.
           05 PC-NAME              PIC X(22).
           05 FILLER               PIC X(02).
           05 PC-DATE              PIC X(10).
           05 FILLER               PIC X(02).
           05 PC-HOURLY-RATE       PIC X(05).
           05 FILLER               PIC X(22).
           05 PC-EMP-ID            PIC X(08).
           05 PC-PAY-FREQ          PIC X(01).
           05 FILLER               PIC X(07).
           05 PC-REC-TYPE          PIC X(01).
               88 PC-TYPE-DETAIL          VALUE 'D'.
       01 WS-TERM-WORK.
           05 ONL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(08) VALUE '  TERM: '.
           05 ONL-TERM-DATE         PIC X(10).
           05 FILLER                PIC X(07) VALUE '  RSN: '.
           05 ONL-REASON-CODE       PIC X(02).
       01 OFFBOARD-ACTION-LINE.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 OAL-ACTION            PIC X(30).
           05 FL-HOLDER       PIC X(8)  VALUE 'OFFBOARD'.
           05 FL-RESULT       PIC X(1)  VALUE 'N'.
           05 FL-HOLDER-OUT   PIC X(8)  VALUE SPACES.
      * And on the POSMAST, which ONBOARD1 fills positions on.
       01 POSLOCK-PARMS.
           05 PL-FUNCTION     PIC X(1)  VALUE SPACE.
           05 PL-RESOURCE     PIC X(8)  VALUE 'POSMAST '.
           05 PL-HOLDER       PIC X(8)  VALUE 'OFFBOARD'.
           05 PL-RESULT       PIC X(1)  VALUE 'N'.
           05 PL-HOLDER-OUT   PIC X(8)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'A' TO FL-FUNCTION.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'A' TO PL-FUNCTION.
           CALL 'FILELOCK' USING POSLOCK-PARMS.
           IF PL-RESULT NOT = 'Y'
               DISPLAY 'OFFBOARD - POSMAST IN USE BY '
                   PL-HOLDER-OUT ' - RUN REFUSED'
               MOVE 'R' TO FL-FUNCTION
               CALL 'FILELOCK' USING FILELOCK-PARMS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 000-Housekeeping.
           IF TERMS-AVAILABLE = 'Y'
               PERFORM 100-Main UNTIL TF-AT-EOF
               IF  BANK-MASTER-IS-LOADED
                   PERFORM 880-Save-Bank-Master
               END-IF
               IF  POSITION-MASTER-IS-LOADED
                   PERFORM 890-Save-Position-Master
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           MOVE 'R' TO PL-FUNCTION.
           CALL 'FILELOCK' USING POSLOCK-PARMS.
           MOVE 'R' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           GOBACK.
           PERFORM 150-Load-Accrual-Master.
           PERFORM 170-Capture-Latest-Rates.
           PERFORM 190-Load-Bank-Master.
           PERFORM 195-Load-Position-Master.
           IF TERMS-AVAILABLE = 'Y'
               PERFORM 400-Read-Termination
           END-IF.
           MOVE TF-NAME      TO ONL-NAME.
           MOVE TF-EMP-ID    TO ONL-EMP-ID.
           MOVE TF-TERM-DATE TO ONL-TERM-DATE.
           MOVE TF-REASON-CODE TO ONL-REASON-CODE.
           WRITE OFFBOARD-LINE-OUT FROM OFFBOARD-NAME-LINE
               AFTER ADVANCING 2.
           PERFORM 200-Write-Final-Pay.
           PERFORM 220-Write-Emp-Delete.
           PERFORM 240-Write-User-Removal.
           PERFORM 260-Deactivate-Bank-Row.
           PERFORM 270-Vacate-Position.
           PERFORM 400-Read-Termination.
      * Vacation payout prices at the latest rate on the retained
      * checks; no ledger row, no rate, or an amount past the
           MOVE WS-PAYOUT-AMT         TO FP-GROSS-PAY.
           MOVE TF-EMP-ID             TO FP-EMP-ID.
           MOVE 'A'                   TO FP-REC-TYPE.
           MOVE AC-LAST-FREQ(AC-SUB)  TO FP-PAY-FREQ.
           WRITE FINAL-PAY-REC.
       220-Write-Emp-Delete.
           MOVE SPACES   TO EMP-TRANS-REC.
               MOVE 'I' TO BT-STATUS(BT-SUB)
               MOVE 'ACCOUNT DEACTIVATED' TO OAL-RESULT
           END-IF.
       270-Vacate-Position.
           MOVE 'POSITION VACATED'         TO OAL-ACTION.
           IF  POSITION-MASTER-IS-LOADED
               MOVE 'NOT IN A BUDGETED POSITION' TO OAL-RESULT
           ELSE
               MOVE 'NO POSITION MASTER - VACATE MANUALLY'
                   TO OAL-RESULT
           END-IF.
           PERFORM 275-Vacate-One-Position
               VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PT-ENTRY-COUNT.
           WRITE OFFBOARD-LINE-OUT FROM OFFBOARD-ACTION-LINE
               AFTER ADVANCING 1.
       275-Vacate-One-Position.
           IF  PT-FILLED-BY(PT-SUB) = TF-EMP-ID
               MOVE SPACES TO PT-FILLED-BY(PT-SUB)
               MOVE SPACES TO PT-FILLED-DATE(PT-SUB)
               MOVE SPACES TO OAL-RESULT
               STRING 'POSITION ' PT-POSITION-NO(PT-SUB)
                      ' NOW OPEN' DELIMITED BY SIZE INTO OAL-RESULT
           END-IF.
       300-Open-Files.
           OPEN INPUT TERMINATION-FILE.
           OPEN OUTPUT FINAL-PAY-FILE.
               MOVE ACR-VAC-BALANCE TO AC-VAC-BALANCE(AC-ENTRY-COUNT)
               MOVE ZEROS           TO AC-LAST-RATE(AC-ENTRY-COUNT)
               MOVE 'N' TO AC-RATE-FOUND-SW(AC-ENTRY-COUNT)
               MOVE SPACE TO AC-LAST-FREQ(AC-ENTRY-COUNT)
           ELSE
               DISPLAY 'ACCRUAL TABLE FULL - LEDGER TRUNCATED'
           END-IF.
           IF  AC-EMP-ID(AC-SUB) = PC-EMP-ID
               MOVE WS-RATE-NUM TO AC-LAST-RATE(AC-SUB)
               MOVE 'Y'         TO AC-RATE-FOUND-SW(AC-SUB)
               MOVE PC-PAY-FREQ TO AC-LAST-FREQ(AC-SUB)
           END-IF.
       190-Load-Bank-Master.
           OPEN INPUT BANK-MASTER.
               DISPLAY 'BANK TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 192-Read-Bank-Record.
       195-Load-Position-Master.
           OPEN INPUT POSITION-MASTER.
           IF  PM-OK
               MOVE 'Y' TO POSITION-MASTER-LOADED
               PERFORM 197-Read-Position-Record
               PERFORM 199-Store-Position-Entry UNTIL PM-AT-EOF
               CLOSE POSITION-MASTER
           ELSE
               DISPLAY 'POSITION MASTER FILE STATUS: ' PM-F-STATUS
               DISPLAY 'NO POSITION MASTER - NOTHING TO VACATE'
           END-IF.
       197-Read-Position-Record.
           READ POSITION-MASTER
               AT END MOVE 'Y' TO PM-EOF
           END-READ.
       199-Store-Position-Entry.
           IF  PT-ENTRY-COUNT < 1000
               ADD 1 TO PT-ENTRY-COUNT
               MOVE POSITION-MASTER-REC TO PT-RECORD(PT-ENTRY-COUNT)
           ELSE
               MOVE 'Y' TO POSITION-TABLE-FULL
               DISPLAY 'POSITION TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 197-Read-Position-Record.
       400-Read-Termination.
           READ TERMINATION-FILE
               AT END MOVE 'Y' TO TF-EOF
       885-Write-One-Bank-Record.
           MOVE BT-RECORD(BT-SUB) TO BANK-MASTER-REC.
           WRITE BANK-MASTER-REC.
       890-Save-Position-Master.
           IF  POSITION-TABLE-IS-FULL
               DISPLAY 'OFFBOARD - POSITION TABLE FULL - MASTER '
                       'NOT REWRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT POSITION-MASTER
               PERFORM 895-Write-One-Position
                   VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-ENTRY-COUNT
               CLOSE POSITION-MASTER
           END-IF.
       895-Write-One-Position.
           MOVE PT-RECORD(PT-SUB) TO POSITION-MASTER-REC.
           WRITE POSITION-MASTER-REC.
       600-Close-Files.
           IF TERMS-AVAILABLE = 'Y'
               CLOSE TERMINATION-FILE
