           05  PC-HOURS-WORKED        PIC X(02).
           05  FILLER                 PIC X(02).
           05  PC-CATEGORY            PIC X(1).
           05  FILLER                 PIC X(01).
           05  PC-GROSS-PAY           PIC X(09).
           05  FILLER                 PIC X(01).
           05  PC-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PC-EMP-ID              PIC X(08).
           05  FILLER                 PIC X(08).
           05  PC-REC-TYPE            PIC X(01).
           05 SDL-RATE  PIC X(05).
       01 STUB-GROSS-LINE.
           05 FILLER    PIC X(12) VALUE 'GROSS PAY:  '.
           05 SGL-GROSS PIC X(09).
           05 FILLER    PIC X(01) VALUE SPACE.
           05 SGL-CURRENCY PIC X(03).
           05 FILLER    PIC X(02) VALUE SPACES.
