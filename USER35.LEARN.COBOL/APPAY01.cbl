       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAY01.
      ***** Accounts payable payment selection.  Picks the open
      ***** items on APOPEN that APLOAD01 took on and that fall due
      ***** on or before the THRU date, and pays them through the
      ***** one disbursement path - one payment per vendor for all
      ***** of the vendor's picked items together, to the vendor on
      ***** the APVEND vendor master.
      ***** Pay method C is a paper check numbered from the
      ***** CHECKCTL next-check-number dataset, entered on the
      ***** CHKMAST check register for STALECHK and sent to the
      ***** bank on the APPOSP positive-pay extract, as CHKISSU1
      ***** and ROYPAY01 do.  Pay method A is an entry on the APACH
      ***** credit extract, batched with a header and a control
      ***** trailer as ROYPAY01 batches royalty ACH; a vendor set to
      ***** A without a usable routing number and account is paid
      ***** by check.  Both extracts register on XMITMANF.
      ***** An item taken on as pay method E, or owed to a vendor
      ***** paid that way, was already paid by the system that
      ***** raised it (TAXDEP01's EFTPS deposits) - it is closed as
      ***** paid by the source with nothing issued.
      ***** A vendor on hold is listed and not paid; an item whose
      ***** vendor has left the master is listed and not paid.  Paid
      ***** items stay on APOPEN with the paid date, how they were
      ***** paid and the check number.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15 THRU=2026-10-22 MODE=PAY USER=JSMITH
      ***** DATE is the payment date (today when not keyed); THRU
      ***** the last due date picked (the payment date when not
      ***** keyed); MODE=TRIAL prints the register without paying
      ***** anything, MODE=PAY (the default) pays.  USER names who
      ***** releases the payments - a paying run needs it, and the
      ***** user must hold APPAY (see AUTHCHK).  Every vendor paid
      ***** leaves an AP PAYMENT row on the AUDITLOG under that
      ***** user, which SODCHK01 reads for payees the same person
      ***** also keyed invoices for.
      ***** A bad option, a paying run without an authorized USER,
      ***** or a file too big for its table, ends the run with CC 8
      ***** and nothing paid; items listed and not paid end it with
      ***** CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO APVEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VM-F-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO APOPEN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AO-F-STATUS.
           SELECT CHECK-CONTROL ASSIGN TO CHECKCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CC-F-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKMAST.
           SELECT POSITIVE-PAY ASSIGN TO APPOSP.
           SELECT ACH-EXTRACT ASSIGN TO APACH.
           SELECT PAYMENT-REGISTER ASSIGN TO APPREG.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * APLOAD01's vendor master
       FD  VENDOR-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VENDOR-MASTER-REC.
       01  VENDOR-MASTER-REC.
           05  VM-VENDOR-ID       PIC X(8).
           05  VM-NAME            PIC X(30).
           05  VM-STREET          PIC X(25).
           05  VM-CITY            PIC X(15).
           05  VM-STATE           PIC X(2).
           05  VM-ZIP             PIC X(9).
           05  VM-TIN-TYPE        PIC X(1).
           05  VM-TIN             PIC X(9).
           05  VM-PAY-METHOD      PIC X(1).
           05  VM-ROUTING         PIC 9(9).
           05  VM-ROUTING-X REDEFINES VM-ROUTING PIC X(9).
           05  VM-ACCOUNT         PIC X(17).
           05  VM-TERMS-DAYS      PIC 9(3).
           05  VM-STATUS          PIC X(1).
           05  FILLER             PIC X(30).
      * APLOAD01's open items
       FD  OPEN-ITEMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-ITEM-REC.
       01  OPEN-ITEM-REC.
           05  AO-ITEM-NBR        PIC 9(8).
           05  AO-VENDOR-ID       PIC X(8).
           05  AO-SOURCE          PIC X(8).
           05  AO-REFERENCE       PIC X(20).
           05  AO-INVOICE-DATE    PIC X(8).
           05  AO-DUE-DATE        PIC X(8).
           05  AO-AMOUNT          PIC 9(9)V99.
           05  AO-STATUS          PIC X(1).
           05  AO-PAID-DATE       PIC X(8).
           05  AO-PAY-METHOD      PIC X(1).
           05  AO-CHECK-NBR       PIC 9(8).
           05  AO-DESCRIPTION     PIC X(30).
           05  AO-ENTERED         PIC X(15).
           05  FILLER             PIC X(26).
       FD  CHECK-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-CONTROL-REC.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NBR  PIC 9(8).
           05  FILLER             PIC X(72) VALUE SPACES.
       FD  CHECK-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REGISTER-REC.
      * The CHKISSU1 check register - a vendor check carries the
      * vendor ID where a paycheck carries the employee ID.
       01  CHECK-REGISTER-REC.
           05  CK-CHECK-NBR       PIC 9(8).
           05  CK-EMP-ID          PIC X(8).
           05  CK-ISSUE-DATE      PIC X(10).
           05  CK-AMOUNT          PIC 9(7)V99.
           05  CK-STATUS          PIC X(1).
           05  CK-STATE           PIC X(2).
           05  CK-NAME            PIC X(21).
           05  FILLER             PIC X(21).
       FD  POSITIVE-PAY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSITIVE-PAY-REC.
       01  POSITIVE-PAY-REC.
           05  PO-CHECK-NBR       PIC 9(8).
           05  FILLER             PIC X(2).
           05  PO-ISSUE-DATE      PIC X(10).
           05  FILLER             PIC X(2).
           05  PO-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(2).
           05  PO-PAYEE           PIC X(21).
           05  FILLER             PIC X(26).
       FD  ACH-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACH-REC.
       01  ACH-REC  PIC X(80).
       FD  PAYMENT-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGISTER-LINE-OUT.
       01  REGISTER-LINE-OUT  PIC X(132).
       FD  XMIT-MANIFEST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XMIT-MANIFEST-REC.
      * Outbound transmission manifest - every extract that leaves
      * the building registers here at creation; XMITACK1 matches
      * the receiver's acknowledgments against it.
       01  XMIT-MANIFEST-REC.
           05  XM-FILE-NAME       PIC X(8).
           05  XM-CREATED         PIC X(15).
           05  XM-RECORD-COUNT    PIC 9(7).
           05  XM-AMOUNT-HASH     PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
           05  FILLER             PIC X(36).
       FD  AUDIT-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-LOG-REC.
       01  AUDIT-LOG-REC.
           05  AUDIT-TIMESTAMP    PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  AUDIT-USER         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  AUDIT-RESULT       PIC X(30).
      *    SEQUENCE AND CHAIN STAMPED THROUGH AUDCHAIN - AUDVRFY1
      *    RECOMPUTES THE CHAIN TO PROVE THE LOG INTACT.
           05  AUDIT-SEQ          PIC 9(6).
           05  AUDIT-CHAIN        PIC X(10).
           05  FILLER             PIC X(7)  VALUE SPACES.
       FD  JOB-AUDIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOB-AUDIT-REC.
       01  JOB-AUDIT-REC.
           05  JA-JOB-NAME        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JA-START-TIME      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JA-END-TIME        PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  JA-RECORD-COUNT    PIC 9(7).
           05  FILLER             PIC X(29) VALUE SPACES.
       WORKING-STORAGE SECTION.
       01 WS-JOB-START-TIME         PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT       PIC 9(7)  VALUE 0.
       77 VM-F-STATUS               PIC X(02) VALUE SPACES.
           88 VM-OK                           VALUE '00'.
       77 AO-F-STATUS               PIC X(02) VALUE SPACES.
           88 AO-OK                           VALUE '00'.
       77 CC-F-STATUS               PIC X(02) VALUE SPACES.
           88 CC-OK                           VALUE '00'.
       77 VM-EOF                    PIC X(01) VALUE 'N'.
           88 VM-AT-EOF                       VALUE 'Y'.
       77 AO-EOF                    PIC X(01) VALUE 'N'.
           88 AO-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 PAYMENT-WARNING                 VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
       77 WS-RUN-MODE               PIC X(01) VALUE 'P'.
           88 TRIAL-RUN                       VALUE 'T'.
           88 PAYING-RUN                      VALUE 'P'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
      * Shared date validation - see DATEVAL
       01 DATEVAL-PARMS.
           05  DV-DATE-IN         PIC X(10) VALUE SPACES.
           05  DV-FORMAT          PIC X(1)  VALUE 'I'.
           05  DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
           05  DV-RANGE-TO        PIC X(8)  VALUE SPACES.
           05  DV-VALID           PIC X(1)  VALUE 'N'.
           05  DV-DATE-OUT        PIC X(8)  VALUE SPACES.
           05  DV-FUNCTION        PIC X(1)  VALUE SPACE.
           05  DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
           05  DV-BUSINESS        PIC X(1)  VALUE SPACE.
      * Payment date as APOPEN keeps it and as the check register
      * and positive pay print it; the last due date picked
       01 WS-PAY-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-PAY-DATE-ISO           PIC X(10) VALUE SPACES.
       01 WS-THRU-DATE              PIC X(08) VALUE SPACES.
      * Who releases the payments.  Role-based gate - see AUTHCHK;
      * a paying run needs a user holding APPAY.
       01 WS-PAY-USER               PIC X(10) VALUE SPACES.
       01 AUTHCHK-PARMS.
           05 AC-USER               PIC X(10) VALUE SPACES.
           05 AC-PERMISSION         PIC X(8)  VALUE SPACES.
           05 AC-AUTHORIZED         PIC X(1)  VALUE 'N'.
       01 WS-AUDIT-TEXT             PIC X(30) VALUE SPACES.
      * Audit chain sequencing - see AUDCHAIN
       01 AUDCHAIN-PARMS.
           05 CH-SEQ                PIC 9(6)  VALUE ZEROS.
           05 CH-CHAIN              PIC X(10) VALUE SPACES.
      * APVEND in core
       01 VENDOR-TABLE-AREA.
           05 VT-COUNT              PIC 9(4) COMP VALUE 0.
           05 VT-SUB                PIC 9(4) COMP VALUE 0.
           05 VENDOR-TABLE OCCURS 1000 TIMES.
               10 VT-VENDOR-ID      PIC X(08).
               10 VT-NAME           PIC X(30).
               10 VT-STATE          PIC X(02).
               10 VT-PAY-METHOD     PIC X(01).
               10 VT-ROUTING        PIC 9(09).
               10 VT-ACCOUNT        PIC X(17).
               10 VT-STATUS         PIC X(01).
                   88 VT-ON-HOLD              VALUE 'H'.
       01 VT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 VENDOR-FOUND                    VALUE 'Y'.
      * APOPEN rows, loaded whole and written back whole, with
      * what this run decided for each
       01 ITEM-TABLE-AREA.
           05 OI-COUNT              PIC 9(4) COMP VALUE 0.
           05 OI-SUB                PIC 9(4) COMP VALUE 0.
           05 ITEM-TABLE OCCURS 3000 TIMES.
               10 OI-ITEM-NBR       PIC 9(08).
               10 OI-VENDOR-ID      PIC X(08).
               10 OI-SOURCE         PIC X(08).
               10 OI-REFERENCE      PIC X(20).
               10 OI-INVOICE-DATE   PIC X(08).
               10 OI-DUE-DATE       PIC X(08).
               10 OI-AMOUNT         PIC 9(9)V99.
               10 OI-STATUS         PIC X(01).
               10 OI-PAID-DATE      PIC X(08).
               10 OI-PAY-METHOD     PIC X(01).
               10 OI-CHECK-NBR      PIC 9(08).
               10 OI-DESCRIPTION    PIC X(30).
               10 OI-ENTERED        PIC X(15).
               10 OI-VENDOR-SUB     PIC 9(4) COMP.
               10 OI-PICK           PIC X(01).
                   88 OI-PICKED               VALUE 'S'.
                   88 OI-NO-VENDOR            VALUE 'N'.
      * One vendor's picked items
       01 WS-VENDOR-WORK.
           05 WS-PAY-ITEMS          PIC 9(05)   VALUE 0.
           05 WS-PAY-TOTAL          PIC 9(9)V99 VALUE 0.
           05 WS-SETTLED-ITEMS      PIC 9(05)   VALUE 0.
           05 WS-SETTLED-TOTAL      PIC 9(9)V99 VALUE 0.
           05 WS-ITEM-SETTLED-SW    PIC X(1)    VALUE 'N'.
               88 ITEM-SETTLED-BY-SOURCE      VALUE 'Y'.
           05 WS-NEXT-CHECK-NBR     PIC 9(8)    VALUE 1.
           05 WS-CHECK-NBR          PIC 9(8)    VALUE 0.
           05 WS-METHOD-USED        PIC X(1)    VALUE SPACE.
               88 PAID-BY-CHECK               VALUE 'C'.
               88 PAID-BY-ACH                 VALUE 'A'.
           05 WS-ACH-FALLBACK-SW    PIC X(1)    VALUE 'N'.
               88 ACH-FELL-BACK-TO-CHECK      VALUE 'Y'.
           05 WS-ITEM-NOTE          PIC X(30)   VALUE SPACES.
       01 PAYMENT-COUNTERS.
           05 CTR-ITEMS-PICKED      PIC 9(5)     VALUE 0.
           05 CTR-VENDORS-PAID      PIC 9(5)     VALUE 0.
           05 CTR-ITEMS-PAID        PIC 9(5)     VALUE 0.
           05 CTR-CHECKS            PIC 9(7)     VALUE 0.
           05 CTR-SETTLED           PIC 9(5)     VALUE 0.
           05 CTR-HELD              PIC 9(5)     VALUE 0.
           05 CTR-NO-VENDOR         PIC 9(5)     VALUE 0.
           05 WS-TOTAL-PAID         PIC 9(11)V99 VALUE 0.
           05 WS-CHECK-TOTAL        PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-SETTLED      PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-HELD         PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-NO-VENDOR    PIC 9(11)V99 VALUE 0.
      *    ACH-style batch records, laid out as ROYPAY01 lays out
      *    the royalty batch - the trailer carries the entry count,
      *    the credit total and the entry hash (low ten digits of
      *    the sum of the routing numbers).
       01 ACH-BATCH-HEADER.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(16) VALUE 'VENDOR PAYMENT  '.
           05 ABH-CREATE-DATE       PIC X(08).
           05 FILLER                PIC X(55) VALUE SPACES.
       01 ACH-ENTRY-REC.
           05 FILLER                PIC X(01) VALUE '6'.
           05 AE-ROUTING            PIC 9(09).
           05 AE-ACCOUNT            PIC X(17).
           05 AE-AMOUNT             PIC 9(8)V99.
           05 AE-PAYEE-ID           PIC X(08).
           05 AE-NAME               PIC X(22).
           05 FILLER                PIC X(13) VALUE SPACES.
       01 ACH-BATCH-TRAILER.
           05 FILLER                PIC X(01) VALUE '8'.
           05 ABT-ENTRY-COUNT       PIC 9(06).
           05 ABT-DEBIT-TOTAL       PIC 9(10)V99.
           05 ABT-CREDIT-TOTAL      PIC 9(10)V99.
           05 ABT-ROUTING-HASH      PIC 9(10).
           05 FILLER                PIC X(39) VALUE SPACES.
       01 WS-BATCH-CONTROLS.
           05 WS-ENTRY-COUNT        PIC 9(06)    VALUE ZEROS.
           05 WS-ACH-TOTAL          PIC 9(10)V99 VALUE ZEROS.
           05 WS-ROUTING-HASH       PIC 9(10)    VALUE ZEROS.
      *    PAYMENT REGISTER PRINT LINES
       01 REGISTER-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'ACCOUNTS PAYABLE PAYMENT REGISTER'.
           05 RH-RUN-TIME           PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RH-MODE               PIC X(30).
       01 REGISTER-OPTION-LINE.
           05 FILLER  PIC X(14) VALUE 'PAYMENT DATE: '.
           05 ROL-PAY-DATE          PIC X(10).
           05 FILLER  PIC X(20) VALUE '   ITEMS DUE THRU: '.
           05 ROL-THRU-DATE         PIC X(08).
       01 REGISTER-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'VENDOR'.
           05 FILLER  PIC X(32) VALUE 'NAME'.
           05 FILLER  PIC X(10) VALUE 'PAID BY'.
           05 FILLER  PIC X(08) VALUE '   ITEMS'.
           05 FILLER  PIC X(18) VALUE '            AMOUNT'.
       01 REGISTER-ITEM-COLUMNS.
           05 FILLER  PIC X(04) VALUE SPACES.
           05 FILLER  PIC X(10) VALUE 'ITEM'.
           05 FILLER  PIC X(10) VALUE 'SOURCE'.
           05 FILLER  PIC X(22) VALUE 'REFERENCE'.
           05 FILLER  PIC X(10) VALUE 'DUE'.
           05 FILLER  PIC X(16) VALUE '         AMOUNT'.
           05 FILLER  PIC X(30) VALUE 'NOTE'.
       01 REGISTER-VENDOR-LINE.
           05 RVL-VENDOR-ID         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-VENDOR-NAME       PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-PAID-BY           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-ITEMS             PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RVL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
       01 REGISTER-ITEM-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RIL-ITEM-NBR          PIC Z(7)9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RIL-SOURCE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RIL-REFERENCE         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RIL-DUE-DATE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RIL-AMOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RIL-NOTE              PIC X(30).
       01 REGISTER-NOTE-LINE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 RNL-NOTE              PIC X(60).
       01 REGISTER-TOTAL-LINE-1.
           05 FILLER  PIC X(16) VALUE 'ITEMS PICKED:   '.
           05 RTL-PICKED            PIC ZZZZ9.
           05 FILLER  PIC X(17) VALUE '   VENDORS PAID: '.
           05 RTL-VENDORS           PIC ZZZZ9.
           05 FILLER  PIC X(16) VALUE '   ITEMS PAID:  '.
           05 RTL-ITEMS-PAID        PIC ZZZZ9.
       01 REGISTER-TOTAL-LINE-2.
           05 FILLER  PIC X(16) VALUE 'TOTAL PAID:     '.
           05 RTL-PAID              PIC $$$,$$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-3.
           05 FILLER  PIC X(16) VALUE 'CHECKS:         '.
           05 RTL-CHECKS            PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RTL-CHECK-TOTAL       PIC $$$,$$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-4.
           05 FILLER  PIC X(16) VALUE 'ACH ENTRIES:    '.
           05 RTL-ENTRIES           PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RTL-ACH-TOTAL         PIC $$$,$$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-5.
           05 FILLER  PIC X(28) VALUE
                  'CLOSED - PAID BY SOURCE:    '.
           05 RTL-SETTLED           PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RTL-SETTLED-TOTAL     PIC $$$,$$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-6.
           05 FILLER  PIC X(28) VALUE
                  'NOT PAID - VENDOR ON HOLD:  '.
           05 RTL-HELD              PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RTL-HELD-TOTAL        PIC $$$,$$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-7.
           05 FILLER  PIC X(28) VALUE
                  'NOT PAID - NO VENDOR ROW:   '.
           05 RTL-NO-VENDOR         PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RTL-NO-VENDOR-TOTAL   PIC $$$,$$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 100-Pick-One-Item
                   VARYING OI-SUB FROM 1 BY 1 UNTIL OI-SUB > OI-COUNT
               IF  PAYING-RUN
                   PERFORM 310-Open-Payment-Files
               END-IF
               PERFORM 200-Pay-One-Vendor
                   VARYING VT-SUB FROM 1 BY 1 UNTIL VT-SUB > VT-COUNT
               PERFORM 260-List-No-Vendor-Item
                   VARYING OI-SUB FROM 1 BY 1 UNTIL OI-SUB > OI-COUNT
               PERFORM 590-Write-Register-Totals
               IF  PAYING-RUN
                   PERFORM 650-Close-Payment-Files
                   PERFORM 880-Save-Open-Items
               END-IF
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  PAYMENT-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 130-Load-Vendor-Master
               PERFORM 150-Load-Open-Items
           END-IF.
      * Every open-items row has to be in core before anything is
      * paid - the file is rewritten from the table.
           IF  A-TABLE-IS-FULL
               DISPLAY 'APPAY01 - TABLE FULL - NOTHING PAID - '
                       'RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 020-Write-Register-Heading
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING PAID.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PAY-DATE-YMD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-THRU-DATE = SPACES
               MOVE WS-PAY-DATE-YMD TO WS-THRU-DATE
           END-IF.
           STRING WS-PAY-DATE-YMD(1:4) '-'
                  WS-PAY-DATE-YMD(5:2) '-'
                  WS-PAY-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-PAY-DATE-ISO.
           IF  PAYING-RUN AND NOT RUN-REFUSED
               PERFORM 017-Check-Pay-Authority
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'DATE'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-PAY-DATE-YMD
                   WHEN 'THRU'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-THRU-DATE
                   WHEN 'MODE'
                       EVALUATE WS-OPT-VALUE
                           WHEN 'TRIAL'
                               MOVE 'T' TO WS-RUN-MODE
                           WHEN 'PAY'
                               MOVE 'P' TO WS-RUN-MODE
                           WHEN OTHER
                               PERFORM 019-Bad-Option
                       END-EVALUATE
                   WHEN 'USER'
                       MOVE WS-OPT-VALUE TO WS-PAY-USER
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       015-Date-Option.
           MOVE WS-OPT-VALUE TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
      *    A PAYING RUN WITHOUT A USER HOLDING APPAY PAYS NOTHING.
       017-Check-Pay-Authority.
           IF  WS-PAY-USER = SPACES
               DISPLAY 'APPAY01 - MODE=PAY NEEDS USER= - NOTHING '
                       'PAID'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE WS-PAY-USER TO AC-USER
               MOVE 'APPAY   '  TO AC-PERMISSION
               CALL 'AUTHCHK' USING AUTHCHK-PARMS
               IF  AC-AUTHORIZED NOT = 'Y'
                   DISPLAY 'APPAY01 - ' WS-PAY-USER
                           ' NOT AUTHORIZED TO RELEASE PAYMENTS - '
                           'NOTHING PAID'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
       019-Bad-Option.
           DISPLAY 'APPAY01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       020-Write-Register-Heading.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           IF  TRIAL-RUN
               MOVE 'TRIAL - NOTHING PAID' TO RH-MODE
           ELSE
               MOVE SPACES TO RH-MODE
           END-IF.
           WRITE REGISTER-LINE-OUT FROM REGISTER-HEADING-LINE.
           MOVE WS-PAY-DATE-ISO TO ROL-PAY-DATE.
           MOVE WS-THRU-DATE    TO ROL-THRU-DATE.
           WRITE REGISTER-LINE-OUT FROM REGISTER-OPTION-LINE
               AFTER ADVANCING 1.
           WRITE REGISTER-LINE-OUT FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 2.
           WRITE REGISTER-LINE-OUT FROM REGISTER-ITEM-COLUMNS
               AFTER ADVANCING 1.
      * No vendor master means nothing can be paid - every item
      * picked is listed with no vendor row.
       130-Load-Vendor-Master.
           OPEN INPUT VENDOR-MASTER.
           IF  VM-OK
               PERFORM 135-Read-Vendor
               PERFORM 140-Store-Vendor UNTIL VM-AT-EOF
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY 'APVEND FILE STATUS: ' VM-F-STATUS
               DISPLAY 'NO VENDOR MASTER - NOTHING PAID'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       135-Read-Vendor.
           READ VENDOR-MASTER
               AT END MOVE 'Y' TO VM-EOF
           END-READ.
       140-Store-Vendor.
           IF  VT-COUNT < 1000
               ADD 1 TO VT-COUNT
               MOVE VT-COUNT       TO VT-SUB
               MOVE VM-VENDOR-ID   TO VT-VENDOR-ID(VT-SUB)
               MOVE VM-NAME        TO VT-NAME(VT-SUB)
               MOVE VM-STATE       TO VT-STATE(VT-SUB)
               MOVE VM-PAY-METHOD  TO VT-PAY-METHOD(VT-SUB)
               MOVE VM-ACCOUNT     TO VT-ACCOUNT(VT-SUB)
               MOVE VM-STATUS      TO VT-STATUS(VT-SUB)
               IF  VM-ROUTING-X IS NUMERIC
                   MOVE VM-ROUTING TO VT-ROUTING(VT-SUB)
               ELSE
                   MOVE ZEROS TO VT-ROUTING(VT-SUB)
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
               DISPLAY 'VENDOR TABLE FULL - ' VM-VENDOR-ID
                       ' NOT LOADED'
           END-IF.
           PERFORM 135-Read-Vendor.
       150-Load-Open-Items.
           OPEN INPUT OPEN-ITEMS.
           IF  AO-OK
               PERFORM 155-Read-Open-Item
               PERFORM 160-Store-Open-Item UNTIL AO-AT-EOF
               CLOSE OPEN-ITEMS
           ELSE
               DISPLAY 'APOPEN FILE STATUS: ' AO-F-STATUS
               DISPLAY 'NO OPEN ITEMS - NOTHING TO PAY'
           END-IF.
       155-Read-Open-Item.
           READ OPEN-ITEMS
               AT END MOVE 'Y' TO AO-EOF
           END-READ.
       160-Store-Open-Item.
           IF  OI-COUNT < 3000
               ADD 1 TO OI-COUNT
               MOVE OI-COUNT        TO OI-SUB
               MOVE AO-ITEM-NBR     TO OI-ITEM-NBR(OI-SUB)
               MOVE AO-VENDOR-ID    TO OI-VENDOR-ID(OI-SUB)
               MOVE AO-SOURCE       TO OI-SOURCE(OI-SUB)
               MOVE AO-REFERENCE    TO OI-REFERENCE(OI-SUB)
               MOVE AO-INVOICE-DATE TO OI-INVOICE-DATE(OI-SUB)
               MOVE AO-DUE-DATE     TO OI-DUE-DATE(OI-SUB)
               MOVE AO-AMOUNT       TO OI-AMOUNT(OI-SUB)
               MOVE AO-STATUS       TO OI-STATUS(OI-SUB)
               MOVE AO-PAID-DATE    TO OI-PAID-DATE(OI-SUB)
               MOVE AO-PAY-METHOD   TO OI-PAY-METHOD(OI-SUB)
               MOVE AO-CHECK-NBR    TO OI-CHECK-NBR(OI-SUB)
               MOVE AO-DESCRIPTION  TO OI-DESCRIPTION(OI-SUB)
               MOVE AO-ENTERED      TO OI-ENTERED(OI-SUB)
               MOVE ZERO            TO OI-VENDOR-SUB(OI-SUB)
               MOVE SPACE           TO OI-PICK(OI-SUB)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 155-Read-Open-Item.
      * An open item due on or before THRU is picked and tied to
      * its vendor's row.
       100-Pick-One-Item.
           IF  OI-STATUS(OI-SUB) = 'O'
           AND OI-DUE-DATE(OI-SUB) NOT > WS-THRU-DATE
               ADD 1 TO WS-JOB-RECORD-COUNT
               ADD 1 TO CTR-ITEMS-PICKED
               PERFORM 105-Find-Vendor
               IF  VENDOR-FOUND
                   MOVE VT-SUB TO OI-VENDOR-SUB(OI-SUB)
                   MOVE 'S'    TO OI-PICK(OI-SUB)
               ELSE
                   MOVE 'N'    TO OI-PICK(OI-SUB)
               END-IF
           END-IF.
       105-Find-Vendor.
           MOVE 'N' TO VT-FOUND-SW.
           MOVE 1   TO VT-SUB.
           PERFORM 107-Match-Vendor
               UNTIL VT-SUB > VT-COUNT OR VENDOR-FOUND.
       107-Match-Vendor.
           IF  VT-VENDOR-ID(VT-SUB) = OI-VENDOR-ID(OI-SUB)
               MOVE 'Y' TO VT-FOUND-SW
           ELSE
               ADD 1 TO VT-SUB
           END-IF.
      * Items the source already paid are closed first; the rest
      * are paid together in one payment unless the vendor is held.
       200-Pay-One-Vendor.
           MOVE ZEROS TO WS-PAY-ITEMS WS-PAY-TOTAL
                         WS-SETTLED-ITEMS WS-SETTLED-TOTAL.
           PERFORM 205-Add-Vendor-Item
               VARYING OI-SUB FROM 1 BY 1 UNTIL OI-SUB > OI-COUNT.
           IF  WS-SETTLED-ITEMS > ZERO
               PERFORM 240-Close-Settled-Items
           END-IF.
           IF  WS-PAY-ITEMS > ZERO
               IF  VT-ON-HOLD(VT-SUB)
                   PERFORM 230-List-Held-Items
               ELSE
                   PERFORM 210-Pay-Vendor
               END-IF
           END-IF.
       205-Add-Vendor-Item.
           IF  OI-PICKED(OI-SUB) AND OI-VENDOR-SUB(OI-SUB) = VT-SUB
               PERFORM 207-Check-Settled-By-Source
               IF  ITEM-SETTLED-BY-SOURCE
                   ADD 1 TO WS-SETTLED-ITEMS
                   ADD OI-AMOUNT(OI-SUB) TO WS-SETTLED-TOTAL
               ELSE
                   ADD 1 TO WS-PAY-ITEMS
                   ADD OI-AMOUNT(OI-SUB) TO WS-PAY-TOTAL
               END-IF
           END-IF.
       207-Check-Settled-By-Source.
           IF  OI-PAY-METHOD(OI-SUB) = 'E'
           OR  VT-PAY-METHOD(VT-SUB) = 'E'
               MOVE 'Y' TO WS-ITEM-SETTLED-SW
           ELSE
               MOVE 'N' TO WS-ITEM-SETTLED-SW
           END-IF.
       210-Pay-Vendor.
           PERFORM 215-Choose-Pay-Method.
           IF  PAYING-RUN
               PERFORM 220-Issue-Payment
           END-IF.
           MOVE VT-VENDOR-ID(VT-SUB) TO RVL-VENDOR-ID.
           MOVE VT-NAME(VT-SUB)      TO RVL-VENDOR-NAME.
           MOVE WS-PAY-ITEMS         TO RVL-ITEMS.
           MOVE WS-PAY-TOTAL         TO RVL-AMOUNT.
           WRITE REGISTER-LINE-OUT FROM REGISTER-VENDOR-LINE
               AFTER ADVANCING 2.
           IF  ACH-FELL-BACK-TO-CHECK
               MOVE 'NO ACH ROUTING/ACCOUNT ON MASTER - PAID BY CHECK'
                   TO RNL-NOTE
               WRITE REGISTER-LINE-OUT FROM REGISTER-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
           MOVE SPACES TO WS-ITEM-NOTE.
           PERFORM 225-Close-Paid-Item
               VARYING OI-SUB FROM 1 BY 1 UNTIL OI-SUB > OI-COUNT.
           ADD 1            TO CTR-VENDORS-PAID.
           ADD WS-PAY-ITEMS TO CTR-ITEMS-PAID.
           ADD WS-PAY-TOTAL TO WS-TOTAL-PAID.
      * ACH needs a routing number and an account; without them
      * the vendor is paid by check and the master gets fixed.
       215-Choose-Pay-Method.
           MOVE 'C' TO WS-METHOD-USED.
           MOVE 'N' TO WS-ACH-FALLBACK-SW.
           IF  VT-PAY-METHOD(VT-SUB) = 'A'
               IF  VT-ROUTING(VT-SUB) > ZERO
               AND VT-ACCOUNT(VT-SUB) NOT = SPACES
                   MOVE 'A' TO WS-METHOD-USED
               ELSE
                   MOVE 'Y' TO WS-ACH-FALLBACK-SW
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
           MOVE ZEROS TO WS-CHECK-NBR.
           EVALUATE TRUE
               WHEN PAID-BY-ACH
                   MOVE 'ACH' TO RVL-PAID-BY
               WHEN PAYING-RUN
                   MOVE WS-NEXT-CHECK-NBR TO RVL-PAID-BY
               WHEN OTHER
                   MOVE 'CHECK' TO RVL-PAID-BY
           END-EVALUATE.
       220-Issue-Payment.
           IF  PAID-BY-ACH
               PERFORM 222-Write-ACH-Entry
           ELSE
               PERFORM 224-Issue-One-Check
           END-IF.
           PERFORM 223-Write-Payment-Audit.
       222-Write-ACH-Entry.
           MOVE VT-ROUTING(VT-SUB)    TO AE-ROUTING.
           MOVE VT-ACCOUNT(VT-SUB)    TO AE-ACCOUNT.
           MOVE WS-PAY-TOTAL          TO AE-AMOUNT.
           MOVE VT-VENDOR-ID(VT-SUB)  TO AE-PAYEE-ID.
           MOVE VT-NAME(VT-SUB)       TO AE-NAME.
           WRITE ACH-REC FROM ACH-ENTRY-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD WS-PAY-TOTAL TO WS-ACH-TOTAL.
           COMPUTE WS-ROUTING-HASH =
               FUNCTION MOD(WS-ROUTING-HASH + VT-ROUTING(VT-SUB),
                            10000000000).
       223-Write-Payment-Audit.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING 'AP PAYMENT ' VT-VENDOR-ID(VT-SUB)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO AUDIT-TIMESTAMP.
           MOVE WS-PAY-USER    TO AUDIT-USER.
           MOVE WS-AUDIT-TEXT  TO AUDIT-RESULT.
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS.
           MOVE CH-SEQ         TO AUDIT-SEQ.
           MOVE CH-CHAIN       TO AUDIT-CHAIN.
           WRITE AUDIT-LOG-REC.
       224-Issue-One-Check.
           MOVE WS-NEXT-CHECK-NBR     TO WS-CHECK-NBR.
           MOVE SPACES                TO CHECK-REGISTER-REC.
           MOVE WS-CHECK-NBR          TO CK-CHECK-NBR.
           MOVE VT-VENDOR-ID(VT-SUB)  TO CK-EMP-ID.
           MOVE WS-PAY-DATE-ISO       TO CK-ISSUE-DATE.
           MOVE WS-PAY-TOTAL          TO CK-AMOUNT.
           MOVE 'O'                   TO CK-STATUS.
           MOVE VT-STATE(VT-SUB)      TO CK-STATE.
           MOVE VT-NAME(VT-SUB)       TO CK-NAME.
           WRITE CHECK-REGISTER-REC.
           MOVE SPACES                TO POSITIVE-PAY-REC.
           MOVE WS-CHECK-NBR          TO PO-CHECK-NBR.
           MOVE WS-PAY-DATE-ISO       TO PO-ISSUE-DATE.
           MOVE WS-PAY-TOTAL          TO PO-AMOUNT.
           MOVE CK-NAME               TO PO-PAYEE.
           WRITE POSITIVE-PAY-REC.
           ADD 1 TO WS-NEXT-CHECK-NBR.
           ADD 1 TO CTR-CHECKS.
           ADD WS-PAY-TOTAL TO WS-CHECK-TOTAL.
       225-Close-Paid-Item.
           IF  OI-PICKED(OI-SUB) AND OI-VENDOR-SUB(OI-SUB) = VT-SUB
               PERFORM 207-Check-Settled-By-Source
               IF  NOT ITEM-SETTLED-BY-SOURCE
                   IF  PAYING-RUN
                       MOVE 'P'             TO OI-STATUS(OI-SUB)
                       MOVE WS-PAY-DATE-YMD TO OI-PAID-DATE(OI-SUB)
                       MOVE WS-METHOD-USED  TO OI-PAY-METHOD(OI-SUB)
                       MOVE WS-CHECK-NBR    TO OI-CHECK-NBR(OI-SUB)
                   END-IF
                   PERFORM 250-Write-Item-Line
               END-IF
           END-IF.
       230-List-Held-Items.
           MOVE VT-VENDOR-ID(VT-SUB) TO RVL-VENDOR-ID.
           MOVE VT-NAME(VT-SUB)      TO RVL-VENDOR-NAME.
           MOVE 'HELD'               TO RVL-PAID-BY.
           MOVE WS-PAY-ITEMS         TO RVL-ITEMS.
           MOVE WS-PAY-TOTAL         TO RVL-AMOUNT.
           WRITE REGISTER-LINE-OUT FROM REGISTER-VENDOR-LINE
               AFTER ADVANCING 2.
           MOVE 'NOT PAID - VENDOR ON HOLD' TO WS-ITEM-NOTE.
           PERFORM 235-List-Held-Item
               VARYING OI-SUB FROM 1 BY 1 UNTIL OI-SUB > OI-COUNT.
           ADD WS-PAY-ITEMS TO CTR-HELD.
           ADD WS-PAY-TOTAL TO WS-TOTAL-HELD.
           MOVE 'Y' TO WS-WARNING-SW.
       235-List-Held-Item.
           IF  OI-PICKED(OI-SUB) AND OI-VENDOR-SUB(OI-SUB) = VT-SUB
               PERFORM 207-Check-Settled-By-Source
               IF  NOT ITEM-SETTLED-BY-SOURCE
                   PERFORM 250-Write-Item-Line
               END-IF
           END-IF.
      * Already paid by the system that raised it - closed with
      * nothing issued.
       240-Close-Settled-Items.
           MOVE VT-VENDOR-ID(VT-SUB) TO RVL-VENDOR-ID.
           MOVE VT-NAME(VT-SUB)      TO RVL-VENDOR-NAME.
           MOVE 'SOURCE'             TO RVL-PAID-BY.
           MOVE WS-SETTLED-ITEMS     TO RVL-ITEMS.
           MOVE WS-SETTLED-TOTAL     TO RVL-AMOUNT.
           WRITE REGISTER-LINE-OUT FROM REGISTER-VENDOR-LINE
               AFTER ADVANCING 2.
           MOVE 'CLOSED - PAID BY SOURCE' TO WS-ITEM-NOTE.
           PERFORM 245-Close-Settled-Item
               VARYING OI-SUB FROM 1 BY 1 UNTIL OI-SUB > OI-COUNT.
           ADD WS-SETTLED-ITEMS TO CTR-SETTLED.
           ADD WS-SETTLED-TOTAL TO WS-TOTAL-SETTLED.
       245-Close-Settled-Item.
           IF  OI-PICKED(OI-SUB) AND OI-VENDOR-SUB(OI-SUB) = VT-SUB
               PERFORM 207-Check-Settled-By-Source
               IF  ITEM-SETTLED-BY-SOURCE
                   IF  PAYING-RUN
                       MOVE 'P'             TO OI-STATUS(OI-SUB)
                       MOVE WS-PAY-DATE-YMD TO OI-PAID-DATE(OI-SUB)
                       MOVE 'E'             TO OI-PAY-METHOD(OI-SUB)
                       MOVE ZEROS           TO OI-CHECK-NBR(OI-SUB)
                   END-IF
                   PERFORM 250-Write-Item-Line
               END-IF
           END-IF.
       250-Write-Item-Line.
           MOVE OI-ITEM-NBR(OI-SUB)  TO RIL-ITEM-NBR.
           MOVE OI-SOURCE(OI-SUB)    TO RIL-SOURCE.
           MOVE OI-REFERENCE(OI-SUB) TO RIL-REFERENCE.
           MOVE OI-DUE-DATE(OI-SUB)  TO RIL-DUE-DATE.
           MOVE OI-AMOUNT(OI-SUB)    TO RIL-AMOUNT.
           MOVE WS-ITEM-NOTE         TO RIL-NOTE.
           WRITE REGISTER-LINE-OUT FROM REGISTER-ITEM-LINE
               AFTER ADVANCING 1.
      * The vendor has left the master since the item was taken on
       260-List-No-Vendor-Item.
           IF  OI-NO-VENDOR(OI-SUB)
               MOVE OI-VENDOR-ID(OI-SUB) TO RVL-VENDOR-ID
               MOVE SPACES               TO RVL-VENDOR-NAME
               MOVE 'NONE'               TO RVL-PAID-BY
               MOVE 1                    TO RVL-ITEMS
               MOVE OI-AMOUNT(OI-SUB)    TO RVL-AMOUNT
               WRITE REGISTER-LINE-OUT FROM REGISTER-VENDOR-LINE
                   AFTER ADVANCING 2
               MOVE 'NOT PAID - NO VENDOR MASTER ROW' TO WS-ITEM-NOTE
               PERFORM 250-Write-Item-Line
               ADD 1 TO CTR-NO-VENDOR
               ADD OI-AMOUNT(OI-SUB) TO WS-TOTAL-NO-VENDOR
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       590-Write-Register-Totals.
           MOVE CTR-ITEMS-PICKED   TO RTL-PICKED.
           MOVE CTR-VENDORS-PAID   TO RTL-VENDORS.
           MOVE CTR-ITEMS-PAID     TO RTL-ITEMS-PAID.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-1
               AFTER ADVANCING 3.
           MOVE WS-TOTAL-PAID      TO RTL-PAID.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE CTR-CHECKS         TO RTL-CHECKS.
           MOVE WS-CHECK-TOTAL     TO RTL-CHECK-TOTAL.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-3
               AFTER ADVANCING 1.
           MOVE WS-ENTRY-COUNT     TO RTL-ENTRIES.
           MOVE WS-ACH-TOTAL       TO RTL-ACH-TOTAL.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-4
               AFTER ADVANCING 1.
           MOVE CTR-SETTLED        TO RTL-SETTLED.
           MOVE WS-TOTAL-SETTLED   TO RTL-SETTLED-TOTAL.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-5
               AFTER ADVANCING 1.
           MOVE CTR-HELD           TO RTL-HELD.
           MOVE WS-TOTAL-HELD      TO RTL-HELD-TOTAL.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-6
               AFTER ADVANCING 1.
           MOVE CTR-NO-VENDOR      TO RTL-NO-VENDOR.
           MOVE WS-TOTAL-NO-VENDOR TO RTL-NO-VENDOR-TOTAL.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-7
               AFTER ADVANCING 1.
       300-Open-Files.
           OPEN OUTPUT PAYMENT-REGISTER.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
       310-Open-Payment-Files.
           PERFORM 170-Load-Check-Control.
           OPEN EXTEND CHECK-REGISTER.
           OPEN OUTPUT POSITIVE-PAY.
           OPEN OUTPUT ACH-EXTRACT.
           OPEN EXTEND AUDIT-LOG.
           MOVE WS-PAY-DATE-YMD TO ABH-CREATE-DATE.
           WRITE ACH-REC FROM ACH-BATCH-HEADER.
      * The next-check-number dataset CHKISSU1 numbers payroll
      * checks from - vendor checks take the next numbers in the
      * same series.  A missing file starts the series at 1.
       170-Load-Check-Control.
           OPEN INPUT CHECK-CONTROL.
           IF  CC-OK
               READ CHECK-CONTROL
                   AT END CONTINUE
               END-READ
               MOVE CC-NEXT-CHECK-NBR TO WS-NEXT-CHECK-NBR
           ELSE
               DISPLAY 'CHECK CONTROL FILE STATUS: ' CC-F-STATUS
               DISPLAY 'STARTING CHECK SERIES AT 1'
           END-IF.
           CLOSE CHECK-CONTROL.
       650-Close-Payment-Files.
           MOVE WS-ENTRY-COUNT  TO ABT-ENTRY-COUNT.
           MOVE ZEROS           TO ABT-DEBIT-TOTAL.
           MOVE WS-ACH-TOTAL    TO ABT-CREDIT-TOTAL.
           MOVE WS-ROUTING-HASH TO ABT-ROUTING-HASH.
           WRITE ACH-REC FROM ACH-BATCH-TRAILER.
           CLOSE ACH-EXTRACT.
           CLOSE POSITIVE-PAY.
           CLOSE CHECK-REGISTER.
           CLOSE AUDIT-LOG.
           PERFORM 690-Save-Check-Control.
           PERFORM 680-Register-Transmission.
       680-Register-Transmission.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE SPACES            TO XMIT-MANIFEST-REC.
           MOVE 'APACH   '        TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME TO XM-CREATED.
           MOVE WS-ENTRY-COUNT    TO XM-RECORD-COUNT.
           MOVE WS-ACH-TOTAL      TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           MOVE 'APPOSP  '        TO XM-FILE-NAME.
           MOVE CTR-CHECKS        TO XM-RECORD-COUNT.
           MOVE WS-CHECK-TOTAL    TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
       690-Save-Check-Control.
           MOVE WS-NEXT-CHECK-NBR TO CC-NEXT-CHECK-NBR.
           OPEN OUTPUT CHECK-CONTROL.
           WRITE CHECK-CONTROL-REC.
           CLOSE CHECK-CONTROL.
      * Rewritten from the table with every payment posted - the
      * load refused the run before anything was paid if the table
      * could not hold every row.
       880-Save-Open-Items.
           OPEN OUTPUT OPEN-ITEMS.
           PERFORM 885-Write-One-Open-Item
               VARYING OI-SUB FROM 1 BY 1 UNTIL OI-SUB > OI-COUNT.
           CLOSE OPEN-ITEMS.
       885-Write-One-Open-Item.
           MOVE SPACES                  TO OPEN-ITEM-REC.
           MOVE OI-ITEM-NBR(OI-SUB)     TO AO-ITEM-NBR.
           MOVE OI-VENDOR-ID(OI-SUB)    TO AO-VENDOR-ID.
           MOVE OI-SOURCE(OI-SUB)       TO AO-SOURCE.
           MOVE OI-REFERENCE(OI-SUB)    TO AO-REFERENCE.
           MOVE OI-INVOICE-DATE(OI-SUB) TO AO-INVOICE-DATE.
           MOVE OI-DUE-DATE(OI-SUB)     TO AO-DUE-DATE.
           MOVE OI-AMOUNT(OI-SUB)       TO AO-AMOUNT.
           MOVE OI-STATUS(OI-SUB)       TO AO-STATUS.
           MOVE OI-PAID-DATE(OI-SUB)    TO AO-PAID-DATE.
           MOVE OI-PAY-METHOD(OI-SUB)   TO AO-PAY-METHOD.
           MOVE OI-CHECK-NBR(OI-SUB)    TO AO-CHECK-NBR.
           MOVE OI-DESCRIPTION(OI-SUB)  TO AO-DESCRIPTION.
           MOVE OI-ENTERED(OI-SUB)      TO AO-ENTERED.
           WRITE OPEN-ITEM-REC.
       600-Close-Files.
           CLOSE PAYMENT-REGISTER.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'APPAY01 ' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
