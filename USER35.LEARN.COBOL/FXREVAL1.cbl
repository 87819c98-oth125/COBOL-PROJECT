                  FILE STATUS IS PRIOR-F-STATUS.
           SELECT REVAL-REPORT ASSIGN TO FXRVLRPT.
           SELECT FX-JOURNAL ASSIGN TO FXJRNL.
           SELECT CYCLE-CONTROL ASSIGN TO CYCCTL.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
      *-------------
           05  FILLER             PIC X(02)  VALUE SPACES.
           05  FXJ-DESCRIPTION    PIC X(25).
           05  FILLER             PIC X(28)  VALUE SPACES.
       FD  CYCLE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-CONTROL-REC.
      * Hand-off control line - every producer writes what it cut
      * per interface, every consumer what it actually read, and
      * CYCBAL1 proves the pairs agree across the whole cycle.
       01  CYCLE-CONTROL-REC.
           05  CC-INTERFACE       PIC X(8).
           05  CC-ROLE            PIC X(1).
           05  CC-JOB             PIC X(8).
           05  CC-STAMP           PIC X(15).
           05  CC-COUNT           PIC 9(7).
           05  CC-AMOUNT          PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(27).
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       77 WS-FX-GL-ACCOUNT        PIC X(8) VALUE 'FXGNLOSS'.
       77 WS-FX-RESERVE-ACCOUNT   PIC X(8) VALUE 'FXRESERV'.
       77 WS-JOURNAL-LINES        PIC 9(7) VALUE ZERO.
       01 REVAL-HEADING.
          05 FILLER   PIC X(40) VALUE
                'MONTH-END CURRENCY REVALUATION'.
           WRITE REVAL-LINE-OUT FROM REVAL-TOTAL-LINE
               AFTER ADVANCING 2.
           PERFORM 600-WRITE-JOURNAL-LINES.
           PERFORM 650-WRITE-CYCLE-CONTROL.
           PERFORM 900-CLOSE-FILES.
           GOBACK.
       000-OPEN-FILES.
               MOVE WS-TOTAL-GAIN-LOSS    TO FXJ-AMOUNT
               MOVE 'UNREALIZED FX GAIN/LOSS' TO FXJ-DESCRIPTION
               WRITE FX-JOURNAL-REC
               MOVE 2                     TO WS-JOURNAL-LINES
           END-IF.
      * Producer line for FXJRNL - lines cut and the debit total,
      * which GLBOOK01's consumer line must match.
       650-WRITE-CYCLE-CONTROL.
           OPEN EXTEND CYCLE-CONTROL.
           MOVE 'FXJRNL'             TO CC-INTERFACE.
           MOVE 'P'                  TO CC-ROLE.
           MOVE 'FXREVAL1'           TO CC-JOB.
           MOVE WS-JOB-START-TIME    TO CC-STAMP.
           MOVE WS-JOURNAL-LINES     TO CC-COUNT.
           MOVE ZERO                 TO CC-AMOUNT.
           IF  WS-JOURNAL-LINES > ZERO
               MOVE WS-TOTAL-GAIN-LOSS TO CC-AMOUNT
           END-IF.
           WRITE CYCLE-CONTROL-REC.
           CLOSE CYCLE-CONTROL.
       900-CLOSE-FILES.
           IF WS-ACCT-AVAILABLE = 'Y'
               CLOSE ACCT-REC
