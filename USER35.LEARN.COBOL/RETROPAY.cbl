           05  PC-HOURS-WORKED        PIC X(02).
           05  FILLER                 PIC X(02).
           05  PC-CATEGORY            PIC X(1).
           05  FILLER                 PIC X(01).
           05  PC-GROSS-PAY           PIC X(09).
           05  PC-GROSS-PAY-NUM REDEFINES PC-GROSS-PAY PIC $$$$$$.99.
           05  FILLER                 PIC X(01).
           05  PC-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PC-EMP-ID              PIC X(08).
           05  PC-PAY-FREQ            PIC X(01).
           05  FILLER                 PIC X(07).
           05  PC-REC-TYPE            PIC X(01).
               88  PC-TYPE-DETAIL             VALUE 'D'.
      * New category rates - only categories on the file reprice
               10 RE-FIRST-NAME     PIC X(10).
               10 RE-LAST-NAME      PIC X(10).
               10 RE-CATEGORY       PIC X(01).
               10 RE-PAY-FREQ       PIC X(01).
               10 RE-OLD-TOTAL      PIC S9(7)V99.
               10 RE-NEW-TOTAL      PIC S9(7)V99.
               10 RE-DIFFERENCE     PIC S9(7)V99.
           05 ADJ-GROSS-PAY         PIC 999V99.
           05 ADJ-EMP-ID            PIC X(08).
           05 ADJ-REC-TYPE          PIC X(01).
           05 FILLER                PIC X(11).
           05 ADJ-PAY-FREQ          PIC X(01).
           05 FILLER                PIC X(17).
       01 RETRO-COUNTERS.
           05 CTR-ADJUSTMENTS       PIC 9(5)     VALUE 0.
           05 CTR-FLAGGED           PIC 9(5)     VALUE 0.
               PERFORM 268-Add-Retro-Entry
           END-IF.
           IF  RETRO-ENTRY-FOUND
               MOVE PC-PAY-FREQ TO RE-PAY-FREQ(RE-SUB)
               ADD WS-OLD-GROSS TO RE-OLD-TOTAL(RE-SUB)
               ADD WS-NEW-GROSS TO RE-NEW-TOTAL(RE-SUB)
               COMPUTE RE-DIFFERENCE(RE-SUB) =
           MOVE RE-DIFFERENCE(RE-SUB) TO ADJ-GROSS-PAY.
           MOVE RE-EMP-ID(RE-SUB)     TO ADJ-EMP-ID.
           MOVE 'A'                   TO ADJ-REC-TYPE.
           MOVE RE-PAY-FREQ(RE-SUB)   TO ADJ-PAY-FREQ.
           WRITE ADJUSTMENT-REC FROM ADJUSTMENT-OUT.
           ADD 1 TO CTR-ADJUSTMENTS.
           ADD RE-DIFFERENCE(RE-SUB) TO WS-TOTAL-RETRO.
