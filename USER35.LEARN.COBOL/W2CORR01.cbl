           05  PY-HOURS-WORKED        PIC X(02).
           05  FILLER                 PIC X(02).
           05  PY-CATEGORY            PIC X(1).
           05  FILLER                 PIC X(01).
           05  PY-GROSS-PAY           PIC X(09).
           05  PY-GROSS-PAY-NUM REDEFINES PY-GROSS-PAY PIC $$$$$$.99.
           05  FILLER                 PIC X(01).
           05  PY-CURRENCY-CODE       PIC X(03).
           05  FILLER                 PIC X(01).
           05  PY-EMP-ID              PIC X(08).
       01 PY-REC-TYPE                PIC X(01) VALUE SPACE.
           88 PY-TYPE-DETAIL                   VALUE 'D'.
