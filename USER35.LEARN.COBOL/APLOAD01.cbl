       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLOAD01.
      ***** Accounts payable intake.  Takes what the system already
      ***** owes onto the APOPEN open-items file, one item per
      ***** payable, to be paid by APPAY01 and reported by APRPT01:
      *****     APINV     keyed invoices (vendor named on the card)
      *****     INVRLSE   supplier invoices POMATCH1 released for
      *****               payment - one item per invoice, its lines
      *****               added together
      *****     GARNREMT  PAYROL0A garnishment remittances
      *****     TAXPMT    TAXDEP01 941 deposits - already sent to the
      *****               bank through EFTPS, so they come on as pay
      *****               method E and APPAY01 only closes them
      *****     RKREMIT   RKREMIT1 401(k) remittance, one item per
      *****               pay date from the trailer totals
      *****     CARRBILL  benefit carrier premium bills
      *****     ROYAPI    ROYPAY01 MODE=AP royalty vouchers
      ***** Each source is optional - a file not there this run is
      ***** listed NOT RECEIVED.
      *****
      ***** Every payee is a vendor on the APVEND vendor master.  The
      ***** APXREF cross-reference names the vendor behind each
      ***** source's own payee key - the garnishment payee, the
      ***** supplier ID, the carrier, the royalty payee ID, the tax
      ***** type; a source with one payee (RKREMIT) has a blank key.
      ***** An item with no cross-reference, or whose vendor is not
      ***** on the master, is listed rejected and not loaded.  The
      ***** due date is the source's own (a keyed due date, the
      ***** EFTPS settlement date), else the item date plus the
      ***** vendor's terms days.  An item already on file for the
      ***** same source, vendor and reference - paid or not - is
      ***** rejected as a duplicate, so a feed taken twice is not
      ***** paid twice.  Item numbers run on from the highest on
      ***** file.
      *****
      ***** The intake report lists every item offered with its item
      ***** number or the reason it was rejected, then a summary by
      ***** source.  Rejected items end the run with CC 4.  A bad
      ***** option, or an open-items file too big for the table,
      ***** ends it with CC 8 and nothing loaded; items that would
      ***** not fit are listed rejected with CC 8 and the rest are
      ***** saved.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-10-15 USER=JSMITH
      ***** DATE is the intake date (today when not keyed) - the
      ***** item date of a garnishment remittance, which carries no
      ***** date of its own.  USER names who keyed the APINV
      ***** invoices and must hold APINV (see AUTHCHK) - a USER
      ***** without it ends the run with CC 8.  Keyed invoices
      ***** taken without a USER are rejected; each one loaded
      ***** leaves an AP INVOICE row on the AUDITLOG under the
      ***** user, which SODCHK01 reads for payees the same person
      ***** also released payments to.  The system feeds need no
      ***** USER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO APVEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VM-F-STATUS.
           SELECT VENDOR-XREF ASSIGN TO APXREF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS XR-F-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO APOPEN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AO-F-STATUS.
           SELECT KEYED-INVOICES ASSIGN TO APINV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS S1-F-STATUS.
           SELECT RELEASE-FILE ASSIGN TO INVRLSE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS S2-F-STATUS.
           SELECT REMIT-FILE ASSIGN TO GARNREMT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS S3-F-STATUS.
           SELECT TAX-PAYMENT-FILE ASSIGN TO TAXPMT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS S4-F-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO RKREMIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS S5-F-STATUS.
           SELECT CARRIER-BILL ASSIGN TO CARRBILL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS S6-F-STATUS.
           SELECT ROYALTY-VOUCHERS ASSIGN TO ROYAPI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS S7-F-STATUS.
           SELECT INTAKE-REPORT ASSIGN TO APLDRPT.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * One row per vendor.  Pay method C check, A ACH credit to
      * the routing number and account, E paid electronically by
      * the source system itself.  Status H holds every payment to
      * the vendor.
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
               88  VM-TIN-SSN             VALUE 'S'.
               88  VM-TIN-EIN             VALUE 'E'.
           05  VM-TIN             PIC X(9).
           05  VM-PAY-METHOD      PIC X(1).
               88  VM-PAY-BY-CHECK        VALUE 'C'.
               88  VM-PAY-BY-ACH          VALUE 'A'.
               88  VM-PAID-BY-SOURCE      VALUE 'E'.
           05  VM-ROUTING         PIC 9(9).
           05  VM-ROUTING-X REDEFINES VM-ROUTING PIC X(9).
           05  VM-ACCOUNT         PIC X(17).
           05  VM-TERMS-DAYS      PIC 9(3).
           05  VM-TERMS-DAYS-X REDEFINES VM-TERMS-DAYS PIC X(3).
           05  VM-STATUS          PIC X(1).
               88  VM-ACTIVE              VALUE 'A'.
               88  VM-ON-HOLD             VALUE 'H'.
           05  FILLER             PIC X(30).
      * Source payee key to vendor
       FD  VENDOR-XREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VENDOR-XREF-REC.
       01  VENDOR-XREF-REC.
           05  XR-SOURCE          PIC X(8).
           05  XR-KEY             PIC X(20).
           05  XR-VENDOR-ID       PIC X(8).
           05  FILLER             PIC X(44).
      * One row per payable.  Status O open, P paid - paid items
      * stay on file as the payment history and the duplicate
      * check.  Dates are YYYYMMDD.
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
               88  AO-OPEN                VALUE 'O'.
               88  AO-PAID                VALUE 'P'.
           05  AO-PAID-DATE       PIC X(8).
           05  AO-PAY-METHOD      PIC X(1).
           05  AO-CHECK-NBR       PIC 9(8).
           05  AO-DESCRIPTION     PIC X(30).
           05  AO-ENTERED         PIC X(15).
           05  FILLER             PIC X(26).
      * Keyed invoices.  A blank due date takes the vendor's terms.
       FD  KEYED-INVOICES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS KEYED-INVOICE-REC.
       01  KEYED-INVOICE-REC.
           05  AI-VENDOR-ID       PIC X(8).
           05  AI-INVOICE-NO      PIC X(20).
           05  AI-INVOICE-DATE    PIC X(8).
           05  AI-DUE-DATE        PIC X(8).
           05  AI-AMOUNT          PIC 9(9)V99.
           05  AI-AMOUNT-X REDEFINES AI-AMOUNT PIC X(11).
           05  AI-DESCRIPTION     PIC X(25).
      * POMATCH1's released invoice lines
       FD  RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELEASE-REC.
       01  RELEASE-REC.
           05  IR-INVOICE-NO      PIC X(10).
           05  IR-SUPPLIER-ID     PIC X(06).
           05  IR-INVOICE-DATE    PIC X(08).
           05  IR-PO-NUMBER       PIC 9(06).
           05  IR-PO-LINE         PIC 9(02).
           05  IR-QTY-BILLED      PIC 9(05).
           05  IR-UNIT-PRICE      PIC 9(3)V99.
           05  IR-AMOUNT          PIC 9(7)V99.
           05  IR-RELEASE-DATE    PIC X(08).
           05  FILLER             PIC X(21).
      * PAYROL0A's garnishment remittances
       FD  REMIT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-REC.
       01  REMIT-REC.
           05 RM-PAYEE                     PIC X(20).
           05 FILLER                       PIC X(02).
           05 RM-EMP-NAME                  PIC X(30).
           05 FILLER                       PIC X(02).
           05 RM-ORDER-TYPE                PIC X(01).
           05 FILLER                       PIC X(02).
           05 RM-AMOUNT                    PIC 9(7)V99.
           05 FILLER                       PIC X(14).
      * TAXDEP01's EFTPS file - only the D records are payments
       FD  TAX-PAYMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX-PAYMENT-REC.
       01  TAX-PAYMENT-REC.
           05 TPD-RECORD-TYPE       PIC X(01).
           05 TPD-EIN               PIC 9(09).
           05 TPD-TAX-TYPE          PIC X(05).
           05 TPD-TAX-PERIOD        PIC X(06).
           05 TPD-SETTLE-DATE       PIC X(08).
           05 TPD-AMOUNT            PIC 9(9)V99.
           05 TPD-SS-AMOUNT         PIC 9(8)V99.
           05 TPD-MED-AMOUNT        PIC 9(8)V99.
           05 TPD-WH-AMOUNT         PIC 9(8)V99.
           05 TPD-PAY-DATE          PIC X(08).
           05 FILLER                PIC X(02).
      * RKREMIT1's remittance - the T trailer closes each pay date
       FD  REMITTANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMITTANCE-REC.
       01  REMITTANCE-REC.
           05 RKT-RECORD-TYPE       PIC X(01).
           05 RKT-PAY-DATE          PIC X(10).
           05 RKT-PARTICIPANTS      PIC 9(06).
           05 RKT-PRETAX            PIC 9(9)V99.
           05 RKT-ROTH              PIC 9(9)V99.
           05 RKT-MATCH             PIC 9(9)V99.
           05 RKT-LOAN              PIC 9(9)V99.
           05 RKT-REGISTER-DED      PIC 9(9)V99.
           05 FILLER                PIC X(08).
      * Carrier premium bill, as BENREC01 reconciles it
       FD  CARRIER-BILL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIER-BILL-REC.
       01  CARRIER-BILL-REC.
           05  CB-CARRIER         PIC X(08).
           05  CB-PLAN-CODE       PIC X(04).
           05  CB-MONTH           PIC X(07).
           05  CB-HEADCOUNT       PIC 9(05).
           05  CB-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(47).
      * ROYPAY01 MODE=AP vouchers
       FD  ROYALTY-VOUCHERS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AP-VOUCHER-REC.
       01  AP-VOUCHER-REC.
           05  RA-PAYEE-ID        PIC X(8).
           05  RA-PAYEE-NAME      PIC X(30).
           05  RA-PAY-DATE        PIC X(8).
           05  RA-GROSS           PIC 9(7)V99.
           05  RA-WITHHELD        PIC 9(7)V99.
           05  RA-NET             PIC 9(7)V99.
           05  FILLER             PIC X(7).
       FD  INTAKE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INTAKE-LINE-OUT.
       01  INTAKE-LINE-OUT    PIC X(132).
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
       77 XR-F-STATUS               PIC X(02) VALUE SPACES.
           88 XR-OK                           VALUE '00'.
       77 AO-F-STATUS               PIC X(02) VALUE SPACES.
           88 AO-OK                           VALUE '00'.
       77 S1-F-STATUS               PIC X(02) VALUE SPACES.
           88 S1-OK                           VALUE '00'.
       77 S2-F-STATUS               PIC X(02) VALUE SPACES.
           88 S2-OK                           VALUE '00'.
       77 S3-F-STATUS               PIC X(02) VALUE SPACES.
           88 S3-OK                           VALUE '00'.
       77 S4-F-STATUS               PIC X(02) VALUE SPACES.
           88 S4-OK                           VALUE '00'.
       77 S5-F-STATUS               PIC X(02) VALUE SPACES.
           88 S5-OK                           VALUE '00'.
       77 S6-F-STATUS               PIC X(02) VALUE SPACES.
           88 S6-OK                           VALUE '00'.
       77 S7-F-STATUS               PIC X(02) VALUE SPACES.
           88 S7-OK                           VALUE '00'.
       77 VM-EOF                    PIC X(01) VALUE 'N'.
           88 VM-AT-EOF                       VALUE 'Y'.
       77 XR-EOF                    PIC X(01) VALUE 'N'.
           88 XR-AT-EOF                       VALUE 'Y'.
       77 AO-EOF                    PIC X(01) VALUE 'N'.
           88 AO-AT-EOF                       VALUE 'Y'.
       77 SOURCE-EOF                PIC X(01) VALUE 'N'.
           88 SOURCE-AT-EOF                   VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-FAILED-SW              PIC X(01) VALUE 'N'.
           88 RUN-FAILED                      VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
       77 WS-LOADED-SW              PIC X(01) VALUE 'N'.
           88 SOMETHING-LOADED                VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-10-15
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      * Who keyed the APINV invoices.  Role-based gate - see
      * AUTHCHK; the user must hold APINV.
       01 WS-KEYED-BY               PIC X(10) VALUE SPACES.
       01 AUTHCHK-PARMS.
           05 AC-USER               PIC X(10) VALUE SPACES.
           05 AC-PERMISSION         PIC X(8)  VALUE SPACES.
           05 AC-AUTHORIZED         PIC X(1)  VALUE 'N'.
       01 WS-AUDIT-TEXT             PIC X(30) VALUE SPACES.
      * Audit chain sequencing - see AUDCHAIN
       01 AUDCHAIN-PARMS.
           05 CH-SEQ                PIC 9(6)  VALUE ZEROS.
           05 CH-CHAIN              PIC X(10) VALUE SPACES.
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
      *    THE SOURCES, IN THE ORDER THEY ARE TAKEN
       01 SOURCE-NAME-VALUES.
           05 FILLER  PIC X(28) VALUE 'APINV   KEYED INVOICES'.
           05 FILLER  PIC X(28) VALUE 'INVRLSE SUPPLIER INVOICES'.
           05 FILLER  PIC X(28) VALUE 'GARNREMTGARNISHMENTS'.
           05 FILLER  PIC X(28) VALUE 'TAXPMT  TAX DEPOSITS - EFTPS'.
           05 FILLER  PIC X(28) VALUE 'RKREMIT 401(K) REMITTANCE'.
           05 FILLER  PIC X(28) VALUE 'CARRBILLBENEFIT PREMIUMS'.
           05 FILLER  PIC X(28) VALUE 'ROYAPI  ROYALTY VOUCHERS'.
       01 SOURCE-NAME-TABLE REDEFINES SOURCE-NAME-VALUES.
           05 SOURCE-NAME-ENTRY OCCURS 7 TIMES.
               10 SN-SOURCE         PIC X(8).
               10 SN-DESCRIPTION    PIC X(20).
       01 SOURCE-TABLE-AREA.
           05 SR-COUNT              PIC 9(4) COMP VALUE 7.
           05 SR-SUB                PIC 9(4) COMP VALUE 0.
           05 SOURCE-TABLE OCCURS 7 TIMES.
               10 SR-STATE          PIC X(12).
               10 SR-OFFERED        PIC 9(5).
               10 SR-LOADED         PIC 9(5).
               10 SR-REJECTED       PIC 9(5).
               10 SR-AMOUNT         PIC 9(11)V99.
      * APVEND in core
       01 VENDOR-TABLE-AREA.
           05 VT-COUNT              PIC 9(4) COMP VALUE 0.
           05 VT-SUB                PIC 9(4) COMP VALUE 0.
           05 VENDOR-TABLE OCCURS 1000 TIMES.
               10 VT-VENDOR-ID      PIC X(08).
               10 VT-TERMS-DAYS     PIC 9(03).
       01 VT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 VENDOR-FOUND                    VALUE 'Y'.
      * APXREF in core
       01 XREF-TABLE-AREA.
           05 XT-COUNT              PIC 9(4) COMP VALUE 0.
           05 XT-SUB                PIC 9(4) COMP VALUE 0.
           05 XREF-TABLE OCCURS 1000 TIMES.
               10 XT-SOURCE         PIC X(08).
               10 XT-KEY            PIC X(20).
               10 XT-VENDOR-ID      PIC X(08).
       01 XT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 XREF-FOUND                      VALUE 'Y'.
      * APOPEN rows, loaded whole and written back whole
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
       01 OI-FOUND-SW               PIC X(01) VALUE 'N'.
           88 DUPLICATE-FOUND                 VALUE 'Y'.
       01 WS-LAST-ITEM-NBR          PIC 9(08) VALUE 0.
      * The payable being taken, whatever source it came from
       01 WS-NEW-ITEM.
           05 NI-SOURCE-KEY         PIC X(20) VALUE SPACES.
           05 NI-VENDOR-ID          PIC X(08) VALUE SPACES.
           05 NI-REFERENCE          PIC X(20) VALUE SPACES.
           05 NI-INVOICE-DATE       PIC X(08) VALUE SPACES.
           05 NI-DUE-DATE           PIC X(08) VALUE SPACES.
           05 NI-AMOUNT             PIC 9(9)V99 VALUE 0.
           05 NI-PAY-METHOD         PIC X(01) VALUE SPACE.
           05 NI-DESCRIPTION        PIC X(30) VALUE SPACES.
           05 NI-NOTE               PIC X(30) VALUE SPACES.
       01 WS-DATE-WORK.
           05 WS-DATE-YMD           PIC 9(08) VALUE 0.
           05 WS-DAY-NUMBER         PIC 9(07) VALUE 0.
      * Supplier invoice being added up from its released lines
       01 WS-RELEASE-GROUP.
           05 RG-SUPPLIER-ID        PIC X(06) VALUE SPACES.
           05 RG-INVOICE-NO         PIC X(10) VALUE SPACES.
           05 RG-INVOICE-DATE       PIC X(08) VALUE SPACES.
           05 RG-PO-NUMBER          PIC 9(06) VALUE 0.
           05 RG-LINES              PIC 9(03) VALUE 0.
           05 RG-AMOUNT             PIC 9(9)V99 VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZ9.
       01 WS-EDIT-HEADCOUNT         PIC ZZZZ9.
      *    INTAKE REPORT LINES
       01 INT-HEADING-LINE.
           05 FILLER  PIC X(32) VALUE
                  'ACCOUNTS PAYABLE INTAKE - DATE '.
           05 IH-RUN-DATE           PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 IH-RUN-TIME           PIC X(15).
       01 INT-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'SOURCE'.
           05 FILLER  PIC X(10) VALUE 'VENDOR'.
           05 FILLER  PIC X(22) VALUE 'SOURCE KEY'.
           05 FILLER  PIC X(22) VALUE 'REFERENCE'.
           05 FILLER  PIC X(10) VALUE 'DUE'.
           05 FILLER  PIC X(16) VALUE '         AMOUNT'.
           05 FILLER  PIC X(10) VALUE 'ITEM'.
           05 FILLER  PIC X(30) VALUE 'NOTE'.
       01 INT-DETAIL-LINE.
           05 IDL-SOURCE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDL-VENDOR-ID         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDL-SOURCE-KEY        PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDL-REFERENCE         PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDL-DUE-DATE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDL-AMOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDL-ITEM-NBR          PIC Z(7)9 BLANK WHEN ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 IDL-NOTE              PIC X(30).
       01 INT-SUMMARY-HEADING.
           05 FILLER  PIC X(40) VALUE
                  'SOURCE SUMMARY'.
       01 INT-SUMMARY-COLUMNS.
           05 FILLER  PIC X(10) VALUE 'SOURCE'.
           05 FILLER  PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER  PIC X(14) VALUE 'STATE'.
           05 FILLER  PIC X(08) VALUE ' OFFERED'.
           05 FILLER  PIC X(08) VALUE '  LOADED'.
           05 FILLER  PIC X(10) VALUE '  REJECTED'.
           05 FILLER  PIC X(20) VALUE '       AMOUNT LOADED'.
       01 INT-SUMMARY-LINE.
           05 ISL-SOURCE            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ISL-DESCRIPTION       PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ISL-STATE             PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ISL-OFFERED           PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ISL-LOADED            PIC ZZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ISL-REJECTED          PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ISL-AMOUNT            PIC $$$,$$$,$$$,$$9.99.
       01 INT-TOTAL-LINE.
           05 FILLER  PIC X(20) VALUE 'OPEN ITEMS ON FILE: '.
           05 ITL-ITEMS             PIC ZZZZZ9.
           05 FILLER  PIC X(22) VALUE '   LAST ITEM NUMBER: '.
           05 ITL-LAST-ITEM         PIC Z(7)9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Take-One-Source
                   VARYING SR-SUB FROM 1 BY 1 UNTIL SR-SUB > SR-COUNT
               PERFORM 590-Write-Source-Summary
               IF  SOMETHING-LOADED
                   PERFORM 880-Save-Open-Items
               END-IF
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED OR RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT INTAKE-REPORT.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Vendor-Master
               PERFORM 120-Load-Vendor-Xref
               PERFORM 140-Load-Open-Items
           END-IF.
      * Every open-items row has to be in core before anything is
      * added - the file is rewritten from the table.
           IF  A-TABLE-IS-FULL
               DISPLAY 'APLOAD01 - TABLE FULL - NOTHING LOADED - '
                       'RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 020-Write-Intake-Heading
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING LOADED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-KEYED-BY NOT = SPACES AND NOT RUN-REFUSED
               PERFORM 017-Check-Keying-Authority
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'DATE'
                       MOVE WS-OPT-VALUE TO DV-DATE-IN
                       MOVE 'I'          TO DV-FORMAT
                       MOVE SPACE        TO DV-FUNCTION
                       CALL 'DATEVAL' USING DATEVAL-PARMS
                       IF  DV-VALID = 'Y'
                           MOVE DV-DATE-OUT TO WS-RUN-DATE
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'USER'
                       MOVE WS-OPT-VALUE TO WS-KEYED-BY
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
      *    A USER NAMED WITHOUT APINV LOADS NOTHING.
       017-Check-Keying-Authority.
           MOVE WS-KEYED-BY TO AC-USER.
           MOVE 'APINV   '  TO AC-PERMISSION.
           CALL 'AUTHCHK' USING AUTHCHK-PARMS.
           IF  AC-AUTHORIZED NOT = 'Y'
               DISPLAY 'APLOAD01 - ' WS-KEYED-BY
                       ' NOT AUTHORIZED TO KEY INVOICES - NOTHING '
                       'LOADED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       019-Bad-Option.
           DISPLAY 'APLOAD01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       020-Write-Intake-Heading.
           MOVE WS-RUN-DATE       TO IH-RUN-DATE.
           MOVE WS-JOB-START-TIME TO IH-RUN-TIME.
           WRITE INTAKE-LINE-OUT FROM INT-HEADING-LINE.
           WRITE INTAKE-LINE-OUT FROM INT-COLUMN-LINE
               AFTER ADVANCING 2.
      * No vendor master means every item is rejected - nothing is
      * lost, the feeds can be taken again once it is there.
       100-Load-Vendor-Master.
           OPEN INPUT VENDOR-MASTER.
           IF  VM-OK
               PERFORM 105-Read-Vendor
               PERFORM 110-Store-Vendor UNTIL VM-AT-EOF
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY 'APVEND FILE STATUS: ' VM-F-STATUS
               DISPLAY 'NO VENDOR MASTER - EVERY ITEM REJECTED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       105-Read-Vendor.
           READ VENDOR-MASTER
               AT END MOVE 'Y' TO VM-EOF
           END-READ.
       110-Store-Vendor.
           IF  VT-COUNT < 1000
               ADD 1 TO VT-COUNT
               MOVE VM-VENDOR-ID TO VT-VENDOR-ID(VT-COUNT)
               IF  VM-TERMS-DAYS-X IS NUMERIC
                   MOVE VM-TERMS-DAYS TO VT-TERMS-DAYS(VT-COUNT)
               ELSE
                   MOVE ZEROS TO VT-TERMS-DAYS(VT-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
               DISPLAY 'VENDOR TABLE FULL - ' VM-VENDOR-ID
                       ' NOT LOADED'
           END-IF.
           PERFORM 105-Read-Vendor.
       120-Load-Vendor-Xref.
           OPEN INPUT VENDOR-XREF.
           IF  XR-OK
               PERFORM 125-Read-Xref
               PERFORM 130-Store-Xref UNTIL XR-AT-EOF
               CLOSE VENDOR-XREF
           ELSE
               DISPLAY 'APXREF FILE STATUS: ' XR-F-STATUS
               DISPLAY 'NO VENDOR CROSS-REFERENCE - ONLY KEYED '
                       'INVOICES CAN LOAD'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       125-Read-Xref.
           READ VENDOR-XREF
               AT END MOVE 'Y' TO XR-EOF
           END-READ.
       130-Store-Xref.
           IF  XT-COUNT < 1000
               ADD 1 TO XT-COUNT
               MOVE XR-SOURCE    TO XT-SOURCE(XT-COUNT)
               MOVE XR-KEY       TO XT-KEY(XT-COUNT)
               MOVE XR-VENDOR-ID TO XT-VENDOR-ID(XT-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
               DISPLAY 'XREF TABLE FULL - ' XR-SOURCE ' ' XR-KEY
                       ' NOT LOADED'
           END-IF.
           PERFORM 125-Read-Xref.
      * A missing open-items file is the first run - numbering
      * starts at 1.
       140-Load-Open-Items.
           OPEN INPUT OPEN-ITEMS.
           IF  AO-OK
               PERFORM 145-Read-Open-Item
               PERFORM 150-Store-Open-Item UNTIL AO-AT-EOF
               CLOSE OPEN-ITEMS
           ELSE
               DISPLAY 'APOPEN FILE STATUS: ' AO-F-STATUS
               DISPLAY 'NO OPEN ITEMS ON FILE - STARTING AT ITEM 1'
           END-IF.
       145-Read-Open-Item.
           READ OPEN-ITEMS
               AT END MOVE 'Y' TO AO-EOF
           END-READ.
       150-Store-Open-Item.
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
               IF  AO-ITEM-NBR > WS-LAST-ITEM-NBR
                   MOVE AO-ITEM-NBR TO WS-LAST-ITEM-NBR
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 145-Read-Open-Item.
       200-Take-One-Source.
           MOVE 'N'    TO SOURCE-EOF.
           MOVE ZEROS  TO SR-OFFERED(SR-SUB) SR-LOADED(SR-SUB)
                          SR-REJECTED(SR-SUB) SR-AMOUNT(SR-SUB).
           MOVE 'RECEIVED' TO SR-STATE(SR-SUB).
           EVALUATE SN-SOURCE(SR-SUB)
               WHEN 'APINV'
                   PERFORM 210-Take-Keyed-Invoices
               WHEN 'INVRLSE'
                   PERFORM 220-Take-Supplier-Invoices
               WHEN 'GARNREMT'
                   PERFORM 230-Take-Garnishments
               WHEN 'TAXPMT'
                   PERFORM 240-Take-Tax-Deposits
               WHEN 'RKREMIT'
                   PERFORM 250-Take-Plan-Remittances
               WHEN 'CARRBILL'
                   PERFORM 260-Take-Carrier-Bills
               WHEN 'ROYAPI'
                   PERFORM 270-Take-Royalty-Vouchers
           END-EVALUATE.
      * The vendor is on the card; a blank due date takes terms
       210-Take-Keyed-Invoices.
           OPEN INPUT KEYED-INVOICES.
           IF  S1-OK
               OPEN EXTEND AUDIT-LOG
               PERFORM 212-Read-Keyed-Invoice
               PERFORM 214-Take-Keyed-Invoice UNTIL SOURCE-AT-EOF
               CLOSE KEYED-INVOICES
               CLOSE AUDIT-LOG
           ELSE
               MOVE 'NOT RECEIVED' TO SR-STATE(SR-SUB)
           END-IF.
       212-Read-Keyed-Invoice.
           READ KEYED-INVOICES
               AT END MOVE 'Y' TO SOURCE-EOF
           END-READ.
       214-Take-Keyed-Invoice.
           MOVE SPACES            TO WS-NEW-ITEM.
           MOVE AI-VENDOR-ID      TO NI-VENDOR-ID.
           MOVE AI-INVOICE-NO     TO NI-REFERENCE.
           MOVE AI-INVOICE-DATE   TO NI-INVOICE-DATE.
           MOVE AI-DUE-DATE       TO NI-DUE-DATE.
           MOVE AI-DESCRIPTION    TO NI-DESCRIPTION.
           IF  AI-AMOUNT-X IS NUMERIC
               MOVE AI-AMOUNT TO NI-AMOUNT
           ELSE
               MOVE ZEROS TO NI-AMOUNT
           END-IF.
           PERFORM 400-Take-Item.
           IF  NI-NOTE = SPACES
               PERFORM 216-Write-Invoice-Audit
           END-IF.
           PERFORM 212-Read-Keyed-Invoice.
       216-Write-Invoice-Audit.
           MOVE SPACES TO WS-AUDIT-TEXT.
           STRING 'AP INVOICE ' NI-VENDOR-ID
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO AUDIT-TIMESTAMP.
           MOVE WS-KEYED-BY    TO AUDIT-USER.
           MOVE WS-AUDIT-TEXT  TO AUDIT-RESULT.
           CALL 'AUDCHAIN' USING AUDCHAIN-PARMS.
           MOVE CH-SEQ         TO AUDIT-SEQ.
           MOVE CH-CHAIN       TO AUDIT-CHAIN.
           WRITE AUDIT-LOG-REC.
      * Released lines of one invoice arrive together; each
      * supplier invoice becomes one item for the invoice total.
       220-Take-Supplier-Invoices.
           OPEN INPUT RELEASE-FILE.
           IF  S2-OK
               MOVE SPACES TO RG-SUPPLIER-ID RG-INVOICE-NO
               PERFORM 222-Read-Release
               PERFORM 224-Add-Release-Line UNTIL SOURCE-AT-EOF
               IF  RG-INVOICE-NO NOT = SPACES
                   PERFORM 226-Take-Supplier-Invoice
               END-IF
               CLOSE RELEASE-FILE
           ELSE
               MOVE 'NOT RECEIVED' TO SR-STATE(SR-SUB)
           END-IF.
       222-Read-Release.
           READ RELEASE-FILE
               AT END MOVE 'Y' TO SOURCE-EOF
           END-READ.
       224-Add-Release-Line.
           IF  IR-SUPPLIER-ID NOT = RG-SUPPLIER-ID
           OR  IR-INVOICE-NO  NOT = RG-INVOICE-NO
               IF  RG-INVOICE-NO NOT = SPACES
                   PERFORM 226-Take-Supplier-Invoice
               END-IF
               MOVE IR-SUPPLIER-ID  TO RG-SUPPLIER-ID
               MOVE IR-INVOICE-NO   TO RG-INVOICE-NO
               MOVE IR-INVOICE-DATE TO RG-INVOICE-DATE
               MOVE IR-PO-NUMBER    TO RG-PO-NUMBER
               MOVE ZEROS           TO RG-LINES
               MOVE ZEROS           TO RG-AMOUNT
           END-IF.
           ADD 1         TO RG-LINES.
           ADD IR-AMOUNT TO RG-AMOUNT.
           PERFORM 222-Read-Release.
       226-Take-Supplier-Invoice.
           MOVE SPACES            TO WS-NEW-ITEM.
           MOVE RG-SUPPLIER-ID    TO NI-SOURCE-KEY.
           MOVE RG-INVOICE-NO     TO NI-REFERENCE.
           MOVE RG-INVOICE-DATE   TO NI-INVOICE-DATE.
           MOVE RG-AMOUNT         TO NI-AMOUNT.
           MOVE RG-LINES          TO WS-EDIT-COUNT.
           STRING 'PO ' RG-PO-NUMBER ' - ' WS-EDIT-COUNT ' LINES'
               DELIMITED BY SIZE INTO NI-DESCRIPTION.
           PERFORM 400-Take-Item.
      * A remittance carries no date - it is dated the intake day,
      * which also keeps one pay run's remittance apart from the
      * next one's.
       230-Take-Garnishments.
           OPEN INPUT REMIT-FILE.
           IF  S3-OK
               PERFORM 232-Read-Remittance
               PERFORM 234-Take-Remittance UNTIL SOURCE-AT-EOF
               CLOSE REMIT-FILE
           ELSE
               MOVE 'NOT RECEIVED' TO SR-STATE(SR-SUB)
           END-IF.
       232-Read-Remittance.
           READ REMIT-FILE
               AT END MOVE 'Y' TO SOURCE-EOF
           END-READ.
       234-Take-Remittance.
           MOVE SPACES            TO WS-NEW-ITEM.
           MOVE RM-PAYEE          TO NI-SOURCE-KEY.
           STRING RM-EMP-NAME(1:11) RM-ORDER-TYPE WS-RUN-DATE
               DELIMITED BY SIZE INTO NI-REFERENCE.
           MOVE WS-RUN-DATE       TO NI-INVOICE-DATE.
           IF  RM-AMOUNT IS NUMERIC
               MOVE RM-AMOUNT TO NI-AMOUNT
           ELSE
               MOVE ZEROS TO NI-AMOUNT
           END-IF.
           STRING 'GARNISHMENT - ' RM-EMP-NAME(1:16)
               DELIMITED BY SIZE INTO NI-DESCRIPTION.
           PERFORM 400-Take-Item.
           PERFORM 232-Read-Remittance.
      * TAXDEP01 has already told the bank to settle each deposit
      * on its settlement date - the item is carried so the cash
      * forecast sees it, and APPAY01 closes it without paying.
       240-Take-Tax-Deposits.
           OPEN INPUT TAX-PAYMENT-FILE.
           IF  S4-OK
               PERFORM 242-Read-Tax-Payment
               PERFORM 244-Take-Tax-Payment UNTIL SOURCE-AT-EOF
               CLOSE TAX-PAYMENT-FILE
           ELSE
               MOVE 'NOT RECEIVED' TO SR-STATE(SR-SUB)
           END-IF.
       242-Read-Tax-Payment.
           READ TAX-PAYMENT-FILE
               AT END MOVE 'Y' TO SOURCE-EOF
           END-READ.
       244-Take-Tax-Payment.
           IF  TPD-RECORD-TYPE = 'D'
               MOVE SPACES            TO WS-NEW-ITEM
               MOVE TPD-TAX-TYPE      TO NI-SOURCE-KEY
               STRING TPD-TAX-PERIOD '/' TPD-PAY-DATE
                   DELIMITED BY SIZE INTO NI-REFERENCE
               MOVE TPD-PAY-DATE      TO NI-INVOICE-DATE
               MOVE TPD-SETTLE-DATE   TO NI-DUE-DATE
               IF  TPD-AMOUNT IS NUMERIC
                   MOVE TPD-AMOUNT TO NI-AMOUNT
               ELSE
                   MOVE ZEROS TO NI-AMOUNT
               END-IF
               MOVE 'E'               TO NI-PAY-METHOD
               STRING 'FORM 941 DEPOSIT ' TPD-TAX-PERIOD ' - EFTPS'
                   DELIMITED BY SIZE INTO NI-DESCRIPTION
               PERFORM 400-Take-Item
           END-IF.
           PERFORM 242-Read-Tax-Payment.
      * One item per pay date - what the plan is sent is the
      * trailer's pretax, Roth, match and loan repayment together.
       250-Take-Plan-Remittances.
           OPEN INPUT REMITTANCE-FILE.
           IF  S5-OK
               PERFORM 252-Read-Plan-Remittance
               PERFORM 254-Take-Plan-Remittance UNTIL SOURCE-AT-EOF
               CLOSE REMITTANCE-FILE
           ELSE
               MOVE 'NOT RECEIVED' TO SR-STATE(SR-SUB)
           END-IF.
       252-Read-Plan-Remittance.
           READ REMITTANCE-FILE
               AT END MOVE 'Y' TO SOURCE-EOF
           END-READ.
       254-Take-Plan-Remittance.
           IF  RKT-RECORD-TYPE = 'T'
               MOVE SPACES            TO WS-NEW-ITEM
               MOVE RKT-PAY-DATE      TO NI-REFERENCE
               STRING RKT-PAY-DATE(1:4) RKT-PAY-DATE(6:2)
                      RKT-PAY-DATE(9:2)
                   DELIMITED BY SIZE INTO NI-INVOICE-DATE
               IF  RKT-PRETAX IS NUMERIC AND RKT-ROTH IS NUMERIC
               AND RKT-MATCH IS NUMERIC AND RKT-LOAN IS NUMERIC
                   COMPUTE NI-AMOUNT = RKT-PRETAX + RKT-ROTH
                                     + RKT-MATCH + RKT-LOAN
               ELSE
                   MOVE ZEROS TO NI-AMOUNT
               END-IF
               MOVE RKT-PARTICIPANTS  TO WS-EDIT-HEADCOUNT
               STRING '401(K) REMIT - ' WS-EDIT-HEADCOUNT ' PARTS'
                   DELIMITED BY SIZE INTO NI-DESCRIPTION
               PERFORM 400-Take-Item
           END-IF.
           PERFORM 252-Read-Plan-Remittance.
      * A premium bill is dated the first of its coverage month
       260-Take-Carrier-Bills.
           OPEN INPUT CARRIER-BILL.
           IF  S6-OK
               PERFORM 262-Read-Carrier-Bill
               PERFORM 264-Take-Carrier-Bill UNTIL SOURCE-AT-EOF
               CLOSE CARRIER-BILL
           ELSE
               MOVE 'NOT RECEIVED' TO SR-STATE(SR-SUB)
           END-IF.
       262-Read-Carrier-Bill.
           READ CARRIER-BILL
               AT END MOVE 'Y' TO SOURCE-EOF
           END-READ.
       264-Take-Carrier-Bill.
           MOVE SPACES            TO WS-NEW-ITEM.
           MOVE CB-CARRIER        TO NI-SOURCE-KEY.
           STRING CB-CARRIER CB-PLAN-CODE CB-MONTH
               DELIMITED BY SIZE INTO NI-REFERENCE.
           STRING CB-MONTH(1:4) CB-MONTH(6:2) '01'
               DELIMITED BY SIZE INTO NI-INVOICE-DATE.
           IF  CB-AMOUNT IS NUMERIC
               MOVE CB-AMOUNT TO NI-AMOUNT
           ELSE
               MOVE ZEROS TO NI-AMOUNT
           END-IF.
           STRING 'PREMIUM ' CB-PLAN-CODE ' ' CB-MONTH
               DELIMITED BY SIZE INTO NI-DESCRIPTION.
           PERFORM 400-Take-Item.
           PERFORM 262-Read-Carrier-Bill.
      * ROYPAY01 has already settled the royalty ledger and the
      * payment history; the voucher is the net the payee is owed.
       270-Take-Royalty-Vouchers.
           OPEN INPUT ROYALTY-VOUCHERS.
           IF  S7-OK
               PERFORM 272-Read-Royalty-Voucher
               PERFORM 274-Take-Royalty-Voucher UNTIL SOURCE-AT-EOF
               CLOSE ROYALTY-VOUCHERS
           ELSE
               MOVE 'NOT RECEIVED' TO SR-STATE(SR-SUB)
           END-IF.
       272-Read-Royalty-Voucher.
           READ ROYALTY-VOUCHERS
               AT END MOVE 'Y' TO SOURCE-EOF
           END-READ.
       274-Take-Royalty-Voucher.
           MOVE SPACES            TO WS-NEW-ITEM.
           MOVE RA-PAYEE-ID       TO NI-SOURCE-KEY.
           STRING 'ROYALTY ' RA-PAY-DATE
               DELIMITED BY SIZE INTO NI-REFERENCE.
           MOVE RA-PAY-DATE       TO NI-INVOICE-DATE.
           IF  RA-NET IS NUMERIC
               MOVE RA-NET TO NI-AMOUNT
           ELSE
               MOVE ZEROS TO NI-AMOUNT
           END-IF.
           STRING 'ROYALTY - ' RA-PAYEE-NAME(1:20)
               DELIMITED BY SIZE INTO NI-DESCRIPTION.
           PERFORM 400-Take-Item.
           PERFORM 272-Read-Royalty-Voucher.
      * Every source's item is proved the same way and, if it
      * passes, added to the table with the next item number.
       400-Take-Item.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           ADD 1 TO SR-OFFERED(SR-SUB).
           MOVE SPACES TO NI-NOTE.
           IF  NI-VENDOR-ID = SPACES
               PERFORM 410-Find-Xref
               IF  XREF-FOUND
                   MOVE XT-VENDOR-ID(XT-SUB) TO NI-VENDOR-ID
               ELSE
                   MOVE 'NO VENDOR CROSS-REFERENCE' TO NI-NOTE
               END-IF
           END-IF.
      *    A KEYED INVOICE HAS TO SAY WHO KEYED IT.
           IF  NI-NOTE = SPACES AND WS-KEYED-BY = SPACES
           AND SN-SOURCE(SR-SUB) = 'APINV'
               MOVE 'NO USER= FOR KEYED INVOICE' TO NI-NOTE
           END-IF.
           IF  NI-NOTE = SPACES
               PERFORM 420-Find-Vendor
               IF  NOT VENDOR-FOUND
                   MOVE 'VENDOR NOT ON MASTER' TO NI-NOTE
               END-IF
           END-IF.
           IF  NI-NOTE = SPACES AND NI-AMOUNT NOT > ZERO
               MOVE 'NO AMOUNT' TO NI-NOTE
           END-IF.
           IF  NI-NOTE = SPACES
               MOVE NI-INVOICE-DATE TO DV-DATE-IN
               PERFORM 440-Check-Date
               IF  DV-VALID NOT = 'Y'
                   MOVE 'BAD ITEM DATE' TO NI-NOTE
               END-IF
           END-IF.
           IF  NI-NOTE = SPACES
               IF  NI-DUE-DATE = SPACES
                   PERFORM 445-Figure-Due-Date
               ELSE
                   MOVE NI-DUE-DATE TO DV-DATE-IN
                   PERFORM 440-Check-Date
                   IF  DV-VALID NOT = 'Y'
                       MOVE 'BAD DUE DATE' TO NI-NOTE
                   END-IF
               END-IF
           END-IF.
           IF  NI-NOTE = SPACES
               PERFORM 430-Check-Duplicate
               IF  DUPLICATE-FOUND
                   MOVE 'ALREADY ON FILE' TO NI-NOTE
               END-IF
           END-IF.
           IF  NI-NOTE = SPACES AND OI-COUNT NOT < 3000
               MOVE 'OPEN ITEM TABLE FULL' TO NI-NOTE
               MOVE 'Y' TO WS-FAILED-SW
           END-IF.
           IF  NI-NOTE = SPACES
               PERFORM 450-Add-Open-Item
           ELSE
               ADD 1 TO SR-REJECTED(SR-SUB)
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 500-Write-Item-Line.
       410-Find-Xref.
           MOVE 'N' TO XT-FOUND-SW.
           MOVE 1   TO XT-SUB.
           PERFORM 415-Match-Xref
               UNTIL XT-SUB > XT-COUNT OR XREF-FOUND.
       415-Match-Xref.
           IF  XT-SOURCE(XT-SUB) = SN-SOURCE(SR-SUB)
           AND XT-KEY(XT-SUB)    = NI-SOURCE-KEY
               MOVE 'Y' TO XT-FOUND-SW
           ELSE
               ADD 1 TO XT-SUB
           END-IF.
       420-Find-Vendor.
           MOVE 'N' TO VT-FOUND-SW.
           MOVE 1   TO VT-SUB.
           PERFORM 425-Match-Vendor
               UNTIL VT-SUB > VT-COUNT OR VENDOR-FOUND.
       425-Match-Vendor.
           IF  VT-VENDOR-ID(VT-SUB) = NI-VENDOR-ID
               MOVE 'Y' TO VT-FOUND-SW
           ELSE
               ADD 1 TO VT-SUB
           END-IF.
       430-Check-Duplicate.
           MOVE 'N' TO OI-FOUND-SW.
           MOVE 1   TO OI-SUB.
           PERFORM 435-Match-Open-Item
               UNTIL OI-SUB > OI-COUNT OR DUPLICATE-FOUND.
       435-Match-Open-Item.
           IF  OI-SOURCE(OI-SUB)    = SN-SOURCE(SR-SUB)
           AND OI-VENDOR-ID(OI-SUB) = NI-VENDOR-ID
           AND OI-REFERENCE(OI-SUB) = NI-REFERENCE
               MOVE 'Y' TO OI-FOUND-SW
           ELSE
               ADD 1 TO OI-SUB
           END-IF.
       440-Check-Date.
           MOVE 'Y'   TO DV-FORMAT.
           MOVE SPACE TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
      * Terms are calendar days from the item date
       445-Figure-Due-Date.
           MOVE NI-INVOICE-DATE TO WS-DATE-YMD.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD)
               + VT-TERMS-DAYS(VT-SUB).
           COMPUTE WS-DATE-YMD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           MOVE WS-DATE-YMD TO NI-DUE-DATE.
       450-Add-Open-Item.
           ADD 1 TO OI-COUNT.
           MOVE OI-COUNT TO OI-SUB.
           ADD 1 TO WS-LAST-ITEM-NBR.
           MOVE WS-LAST-ITEM-NBR   TO OI-ITEM-NBR(OI-SUB).
           MOVE NI-VENDOR-ID       TO OI-VENDOR-ID(OI-SUB).
           MOVE SN-SOURCE(SR-SUB)  TO OI-SOURCE(OI-SUB).
           MOVE NI-REFERENCE       TO OI-REFERENCE(OI-SUB).
           MOVE NI-INVOICE-DATE    TO OI-INVOICE-DATE(OI-SUB).
           MOVE NI-DUE-DATE        TO OI-DUE-DATE(OI-SUB).
           MOVE NI-AMOUNT          TO OI-AMOUNT(OI-SUB).
           MOVE 'O'                TO OI-STATUS(OI-SUB).
           MOVE SPACES             TO OI-PAID-DATE(OI-SUB).
           MOVE NI-PAY-METHOD      TO OI-PAY-METHOD(OI-SUB).
           MOVE ZEROS              TO OI-CHECK-NBR(OI-SUB).
           MOVE NI-DESCRIPTION     TO OI-DESCRIPTION(OI-SUB).
           MOVE WS-JOB-START-TIME  TO OI-ENTERED(OI-SUB).
           ADD 1         TO SR-LOADED(SR-SUB).
           ADD NI-AMOUNT TO SR-AMOUNT(SR-SUB).
           MOVE 'Y' TO WS-LOADED-SW.
       500-Write-Item-Line.
           MOVE SN-SOURCE(SR-SUB)  TO IDL-SOURCE.
           MOVE NI-VENDOR-ID       TO IDL-VENDOR-ID.
           MOVE NI-SOURCE-KEY      TO IDL-SOURCE-KEY.
           MOVE NI-REFERENCE       TO IDL-REFERENCE.
           MOVE NI-DUE-DATE        TO IDL-DUE-DATE.
           MOVE NI-AMOUNT          TO IDL-AMOUNT.
           IF  NI-NOTE = SPACES
               MOVE WS-LAST-ITEM-NBR TO IDL-ITEM-NBR
               MOVE 'LOADED'         TO IDL-NOTE
           ELSE
               MOVE ZEROS            TO IDL-ITEM-NBR
               MOVE NI-NOTE          TO IDL-NOTE
           END-IF.
           WRITE INTAKE-LINE-OUT FROM INT-DETAIL-LINE
               AFTER ADVANCING 1.
       590-Write-Source-Summary.
           WRITE INTAKE-LINE-OUT FROM INT-SUMMARY-HEADING
               AFTER ADVANCING 3.
           WRITE INTAKE-LINE-OUT FROM INT-SUMMARY-COLUMNS
               AFTER ADVANCING 2.
           PERFORM 595-Write-Source-Line
               VARYING SR-SUB FROM 1 BY 1 UNTIL SR-SUB > SR-COUNT.
           MOVE OI-COUNT         TO ITL-ITEMS.
           MOVE WS-LAST-ITEM-NBR TO ITL-LAST-ITEM.
           WRITE INTAKE-LINE-OUT FROM INT-TOTAL-LINE
               AFTER ADVANCING 2.
       595-Write-Source-Line.
           MOVE SN-SOURCE(SR-SUB)      TO ISL-SOURCE.
           MOVE SN-DESCRIPTION(SR-SUB) TO ISL-DESCRIPTION.
           MOVE SR-STATE(SR-SUB)       TO ISL-STATE.
           MOVE SR-OFFERED(SR-SUB)     TO ISL-OFFERED.
           MOVE SR-LOADED(SR-SUB)      TO ISL-LOADED.
           MOVE SR-REJECTED(SR-SUB)    TO ISL-REJECTED.
           MOVE SR-AMOUNT(SR-SUB)      TO ISL-AMOUNT.
           WRITE INTAKE-LINE-OUT FROM INT-SUMMARY-LINE
               AFTER ADVANCING 1.
      * Rewritten from the table - every row on file was loaded
      * or the run was refused before anything was added.
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
       690-Close-Files.
           CLOSE INTAKE-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'APLOAD01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
