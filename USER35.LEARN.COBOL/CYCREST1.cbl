           05  FILLER  PIC X(8) VALUE 'PREFLT01'.
           05  FILLER  PIC X(8) VALUE 'TESTCOB2'.
           05  FILLER  PIC X(8) VALUE 'PAYROL02'.
           05  FILLER  PIC X(8) VALUE 'INBVAL01'.
           05  FILLER  PIC X(8) VALUE 'FAVRPTV2'.
           05  FILLER  PIC X(8) VALUE 'STUDENT '.
           05  FILLER  PIC X(8) VALUE 'TABLES00'.
           05  FILLER  PIC X(8) VALUE 'ACCTPRE1'.
           05  FILLER  PIC X(8) VALUE 'CBL0001 '.
       01  STEP-TABLE-RDF REDEFINES STEP-TABLE-VALUES.
           05  ST-PROGRAM OCCURS 11 TIMES PIC X(8).
       01  STEP-COMPLETE-TABLE.
           05  ST-COMPLETE OCCURS 11 TIMES PIC X(1).
       77  ST-SUB                 PIC 99 VALUE 0 COMP.
       77  WS-LEAD-COMPLETE       PIC 99 VALUE 0.
       77  WS-LEAD-DONE-SW        PIC X  VALUE 'N'.
       050-Set-Cycle-Date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 060-Clear-One-Step
               VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 11.
       060-Clear-One-Step.
           MOVE 'N' TO ST-COMPLETE(ST-SUB).
       100-Scan-Audit-Log.
           IF  JA-START-TIME(1:8) = WS-TODAY
           AND JA-END-TIME NOT = SPACES
               PERFORM 250-Mark-One-Step
                   VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 11
           END-IF.
           PERFORM 150-Read-Audit-Record.
       250-Mark-One-Step.
           MOVE 'N' TO WS-LEAD-DONE-SW.
           MOVE ZEROS TO WS-LEAD-COMPLETE.
           PERFORM 520-Write-One-Step
               VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > 11.
           IF  WS-LEAD-COMPLETE = 11
               MOVE 'CYCLE ALREADY COMPLETE - NOTHING TO RUN'
                   TO RVL-TEXT
               MOVE SPACES TO RVL-PROGRAM
