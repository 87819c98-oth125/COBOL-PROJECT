       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROYPAY01.
      ***** Quarterly royalty disbursement.  Pays what ROYALTY1 has
      ***** accrued on the ROYLEDG ledger to the payees on the
      ***** ROYPAYEE payee master, and posts each payment back
      ***** against the ledger so the same royalty is never paid
      ***** twice.
      ***** An artist's amount due is figured the way ROYALTY1's
      ***** payee statement figures it - the accrued royalty or the
      ***** contractual minimum guarantee from ROYRATE, whichever is
      ***** larger, for a rated artist with sales on the ledger.
      ***** The payee master names the payee each artist is paid
      ***** through; artists sharing a payee are paid together, and
      ***** a payee is paid only when the total reaches the minimum
      ***** payment (MIN=, whole dollars) - anything smaller stays
      ***** on the ledger for a later quarter.  An artist held for
      ***** sanctions review on SANCMAST, or with no payee master
      ***** row, is listed and not paid.
      ***** A payee with no taxpayer ID on file has backup
      ***** withholding taken from the payment; the payee gets the
      ***** net.  Pay method C is a paper check numbered from the
      ***** CHECKCTL next-check-number dataset, entered on the
      ***** CHKMAST check register for STALECHK and sent to the
      ***** bank on the ROYPOSP positive-pay extract, as CHKISSU1
      ***** does for payroll.  Pay method A is an entry on the
      ***** ROYACH extract, batched with a header and a control
      ***** trailer as DDEPOS01 batches direct deposit; a payee
      ***** set to A without a usable routing number and account
      ***** is paid by check.  Both extracts register on XMITMANF.
      ***** Every payment adds a row to the ROYPAYH payment history
      ***** ROY1099 reports from at year end, and the amount paid
      ***** comes off the artist's accrued royalty (never below
      ***** zero) with the paid-to-date and last-paid date carried
      ***** on the ledger.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     DATE=2026-09-30 MIN=50 MODE=TRIAL
      ***** DATE is the payment date (today when not keyed); MIN
      ***** the minimum payment in dollars (25 when not keyed);
      ***** MODE=TRIAL prints the register without paying anything
      ***** or touching the ledger, MODE=PAY (the default) pays.
      ***** MODE=AP settles the ledger and history the same way but
      ***** issues nothing: each payee's net goes out as a voucher on
      ***** the ROYAPI feed and APLOAD01 takes it onto the payables
      ***** open items, to be paid by APPAY01 with everything else.
      ***** A bad option, or a ledger too big for the table, ends
      ***** the run with CC 8 and nothing paid; payees listed and
      ***** not paid end it with CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROYALTY-RATE-FILE ASSIGN TO ROYRATE
                          FILE STATUS IS RR-F-STATUS.
           SELECT ROYALTY-LEDGER ASSIGN TO ROYLEDG
                          FILE STATUS IS RL-F-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO ROYPAYEE
                          FILE STATUS IS PY-F-STATUS.
           SELECT SANCTIONS-MASTER ASSIGN TO SANCMAST
                          FILE STATUS IS SC-F-STATUS.
           SELECT CHECK-CONTROL ASSIGN TO CHECKCTL
                          FILE STATUS IS CC-F-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO ROYPAYH
                          FILE STATUS IS PH-F-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO CHKMAST.
           SELECT POSITIVE-PAY ASSIGN TO ROYPOSP.
           SELECT ACH-EXTRACT ASSIGN TO ROYACH.
           SELECT PAYMENT-REGISTER ASSIGN TO ROYPREG.
           SELECT AP-VOUCHER-FEED ASSIGN TO ROYAPI.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ROYALTY-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROYALTY-RATE-REC.
       01  ROYALTY-RATE-REC.
           05  RR-ARTIST-NAME     PIC X(30).
           05  RR-RATE            PIC V999.
           05  RR-MIN-GUARANTEE   PIC 9(5)V99.
           05  RR-PAYEE           PIC X(20).
           05  FILLER             PIC X(20).
       FD  ROYALTY-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROYALTY-LEDGER-REC.
       01  ROYALTY-LEDGER-REC.
           05  RL-ARTIST-NAME     PIC X(30).
           05  RL-UNITS           PIC 9(7).
           05  RL-REVENUE         PIC 9(9)V99.
           05  RL-ACCRUED         PIC 9(9)V99.
           05  RL-PAID-TO-DATE    PIC 9(9)V99.
           05  RL-LAST-PAID-DATE  PIC X(8).
           05  FILLER             PIC X(2).
      * One row per artist - the payee the artist is paid through,
      * with the payee's tax identity, mailing address and how the
      * payee is paid.  Artists sharing a payee carry the same
      * payee ID; the first row for a payee ID is the one used.
       FD  PAYEE-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-MASTER-REC.
       01  PAYEE-MASTER-REC.
           05  PY-ARTIST-NAME     PIC X(30).
           05  PY-PAYEE-ID        PIC X(8).
           05  PY-PAYEE-NAME      PIC X(30).
           05  PY-TIN-TYPE        PIC X(1).
               88  PY-TIN-SSN             VALUE 'S'.
               88  PY-TIN-EIN             VALUE 'E'.
           05  PY-TIN             PIC X(9).
           05  PY-STREET          PIC X(25).
           05  PY-CITY            PIC X(15).
           05  PY-STATE           PIC X(2).
           05  PY-ZIP             PIC X(9).
           05  PY-PAY-METHOD      PIC X(1).
               88  PY-PAY-BY-CHECK        VALUE 'C'.
               88  PY-PAY-BY-ACH          VALUE 'A'.
           05  PY-ROUTING         PIC 9(9).
           05  PY-ROUTING-X REDEFINES PY-ROUTING PIC X(9).
           05  PY-ACCOUNT         PIC X(17).
           05  FILLER             PIC X(4).
       FD  SANCTIONS-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANCTIONS-MASTER-REC.
      * Only the source, key and review status are wanted here
       01  SANCTIONS-MASTER-REC.
           05  SC-SOURCE          PIC X(8).
           05  SC-KEY             PIC X(30).
           05  FILLER             PIC X(92).
           05  SC-STATUS          PIC X(1).
               88  SC-BLOCKED             VALUE 'H' 'F'.
           05  FILLER             PIC X(29).
       FD  CHECK-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-CONTROL-REC.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NBR  PIC 9(8).
           05  FILLER             PIC X(72) VALUE SPACES.
      * One row per royalty payment - ROY1099 sums these by payee
      * for the calendar year of the payment date.
       FD  PAYMENT-HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYMENT-HISTORY-REC.
       01  PAYMENT-HISTORY-REC.
           05  PH-PAY-DATE        PIC X(8).
           05  PH-PAYEE-ID        PIC X(8).
           05  PH-TIN             PIC X(9).
           05  PH-PAY-METHOD      PIC X(1).
           05  PH-CHECK-NBR       PIC 9(8).
           05  PH-GROSS           PIC 9(7)V99.
           05  PH-WITHHELD        PIC 9(7)V99.
           05  PH-NET             PIC 9(7)V99.
           05  FILLER             PIC X(19).
       FD  CHECK-REGISTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-REGISTER-REC.
      * The CHKISSU1 check register - a royalty check carries the
      * payee ID where a paycheck carries the employee ID.
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
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PO-ISSUE-DATE      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PO-AMOUNT          PIC 9(7)V99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  PO-PAYEE           PIC X(21).
           05  FILLER             PIC X(26) VALUE SPACES.
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
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGISTER-LINE-OUT.
       01  REGISTER-LINE-OUT  PIC X(80).
      * One voucher per payee paid through accounts payable
       FD  AP-VOUCHER-FEED
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
       77 RR-F-STATUS               PIC X(02) VALUE SPACES.
           88 RATES-OK                        VALUE '00'.
       77 RL-F-STATUS               PIC X(02) VALUE SPACES.
           88 LEDGER-OK                       VALUE '00'.
       77 PY-F-STATUS               PIC X(02) VALUE SPACES.
           88 PAYEES-OK                       VALUE '00'.
       77 SC-F-STATUS               PIC X(02) VALUE SPACES.
           88 SANCTIONS-OK                    VALUE '00'.
       77 CC-F-STATUS               PIC X(02) VALUE SPACES.
           88 CC-OK                           VALUE '00'.
       77 PH-F-STATUS               PIC X(02) VALUE SPACES.
           88 HISTORY-OK                      VALUE '00'.
       77 RR-EOF                    PIC X(01) VALUE 'N'.
           88 RATES-AT-EOF                    VALUE 'Y'.
       77 RL-EOF                    PIC X(01) VALUE 'N'.
           88 LEDGER-AT-EOF                   VALUE 'Y'.
       77 PY-EOF                    PIC X(01) VALUE 'N'.
           88 PAYEES-AT-EOF                   VALUE 'Y'.
       77 SC-EOF                    PIC X(01) VALUE 'N'.
           88 SANCTIONS-AT-EOF                VALUE 'Y'.
       77 SANCTIONS-TABLE-FULL      PIC X(01) VALUE 'N'.
           88 SANCTIONS-TABLE-IS-FULL         VALUE 'Y'.
       77 SANCTIONS-HOLD-SW         PIC X(01) VALUE 'N'.
           88 SANCTIONS-HOLD                  VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 PAYMENT-WARNING                 VALUE 'Y'.
       77 WS-RUN-MODE               PIC X(01) VALUE 'P'.
           88 TRIAL-RUN                       VALUE 'T'.
           88 PAYING-RUN                      VALUE 'P' 'A'.
           88 AP-RUN                          VALUE 'A'.
      *    LABELED RUN-OPTIONS CARD - E.G. DATE=2026-09-30 MIN=50
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       77 WS-OPT-LENGTH             PIC 9(2)  VALUE 0.
       77 WS-OPT-NUMBER             PIC 9(5)  VALUE 0.
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
      * Payment date as the ledger and history keep it, and as the
      * check register and positive pay print it
       01 WS-PAY-DATE-YMD           PIC X(08) VALUE SPACES.
       01 WS-PAY-DATE-ISO           PIC X(10) VALUE SPACES.
       01 WS-MIN-PAYMENT            PIC 9(5)V99 VALUE 25.00.
      * Backup withholding on a payee with no taxpayer ID
       01 WS-BACKUP-RATE            PIC V99   VALUE .24.
      * Artists whose artist or payee name is held or confirmed on
      * the sanctions review master
       01 SANCTIONS-TABLE-AREA.
           05 SH-COUNT              PIC 9(3) COMP VALUE 0.
           05 SH-SUB                PIC 9(3) COMP VALUE 0.
           05 SANCTIONS-TABLE OCCURS 300 TIMES.
               10 SH-ARTIST-NAME    PIC X(30).
      * Rates and ledger keyed on artist name, as ROYALTY1 holds
      * them, with the payee each artist is paid through.
       01 ROYALTY-TABLE-AREA.
           05 RY-COUNT              PIC 9(3) COMP VALUE 0.
           05 RY-SUB                PIC 9(3) COMP VALUE 0.
           05 ROYALTY-TABLE OCCURS 300 TIMES.
               10 RY-ARTIST-NAME    PIC X(30).
               10 RY-MIN-GUARANTEE  PIC 9(5)V99.
               10 RY-RATED-SW       PIC X(1).
               10 RY-UNITS          PIC 9(7).
               10 RY-REVENUE        PIC 9(9)V99.
               10 RY-ACCRUED        PIC 9(9)V99.
               10 RY-PAID-TO-DATE   PIC 9(9)V99.
               10 RY-LAST-PAID-DATE PIC X(8).
               10 RY-PAYEE-SUB      PIC 9(3) COMP.
               10 RY-DUE            PIC 9(9)V99.
               10 RY-STATUS         PIC X(1).
                   88 RY-TO-PAY               VALUE 'P'.
                   88 RY-HELD                 VALUE 'H'.
                   88 RY-NO-PAYEE             VALUE 'N'.
       01 ROYALTY-FOUND-SW          PIC X(01) VALUE 'N'.
           88 ROYALTY-ENTRY-FOUND             VALUE 'Y'.
       01 ROYALTY-TABLE-FULL        PIC X(01) VALUE 'N'.
           88 ROYALTY-TABLE-IS-FULL           VALUE 'Y'.
       01 WS-SEARCH-ARTIST          PIC X(30) VALUE SPACES.
      * One row per payee ID on the payee master
       01 PAYEE-TABLE-AREA.
           05 PT-COUNT              PIC 9(3) COMP VALUE 0.
           05 PT-SUB                PIC 9(3) COMP VALUE 0.
           05 PAYEE-TABLE OCCURS 300 TIMES.
               10 PT-PAYEE-ID       PIC X(8).
               10 PT-PAYEE-NAME     PIC X(30).
               10 PT-TIN            PIC X(9).
               10 PT-STATE          PIC X(2).
               10 PT-PAY-METHOD     PIC X(1).
               10 PT-ROUTING        PIC 9(9).
               10 PT-ACCOUNT        PIC X(17).
               10 PT-DUE            PIC 9(9)V99.
       01 PAYEE-FOUND-SW            PIC X(01) VALUE 'N'.
           88 PAYEE-ENTRY-FOUND               VALUE 'Y'.
       01 PAYEE-TABLE-FULL          PIC X(01) VALUE 'N'.
           88 PAYEE-TABLE-IS-FULL             VALUE 'Y'.
       01 WS-PAYMENT-WORK.
           05 WS-AMOUNT-DUE         PIC 9(9)V99 VALUE 0.
           05 WS-GROSS              PIC 9(7)V99 VALUE 0.
           05 WS-WITHHELD           PIC 9(7)V99 VALUE 0.
           05 WS-NET                PIC 9(7)V99 VALUE 0.
           05 WS-POSTED             PIC 9(9)V99 VALUE 0.
           05 WS-NEXT-CHECK-NBR     PIC 9(8)    VALUE 1.
           05 WS-CHECK-NBR          PIC 9(8)    VALUE 0.
           05 WS-METHOD-USED        PIC X(1)    VALUE SPACE.
               88 PAID-BY-CHECK               VALUE 'C'.
               88 PAID-BY-ACH                 VALUE 'A'.
           05 WS-BELOW-MIN-SW       PIC X(1)    VALUE 'N'.
               88 PAYMENT-BELOW-MINIMUM       VALUE 'Y'.
           05 WS-BACKUP-SW          PIC X(1)    VALUE 'N'.
               88 BACKUP-WITHHELD             VALUE 'Y'.
           05 WS-ACH-FALLBACK-SW    PIC X(1)    VALUE 'N'.
               88 ACH-FELL-BACK-TO-CHECK      VALUE 'Y'.
       01 PAYMENT-COUNTERS.
           05 CTR-PAYEES-PAID       PIC 9(5)     VALUE 0.
           05 CTR-CHECKS            PIC 9(7)     VALUE 0.
           05 CTR-BELOW-MINIMUM     PIC 9(5)     VALUE 0.
           05 CTR-NO-PAYEE          PIC 9(5)     VALUE 0.
           05 CTR-HELD              PIC 9(5)     VALUE 0.
           05 CTR-BACKUP            PIC 9(5)     VALUE 0.
           05 WS-TOTAL-GROSS        PIC 9(9)V99  VALUE 0.
           05 WS-TOTAL-WITHHELD     PIC 9(9)V99  VALUE 0.
           05 WS-TOTAL-NET          PIC 9(9)V99  VALUE 0.
           05 WS-CHECK-TOTAL        PIC 9(9)V99  VALUE 0.
           05 WS-TOTAL-HELD         PIC 9(9)V99  VALUE 0.
           05 WS-TOTAL-CARRIED      PIC 9(9)V99  VALUE 0.
      *    ACH-style batch records, laid out as DDEPOS01 lays out the
      *    payroll batch - the trailer carries the entry count, the
      *    credit total and the entry hash (low ten digits of the
      *    sum of the routing numbers).
       01 ACH-BATCH-HEADER.
           05 FILLER                PIC X(01) VALUE '1'.
           05 FILLER                PIC X(16) VALUE 'ROYALTY PAYMENT '.
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
           05 FILLER  PIC X(30) VALUE 'ROYALTY DISBURSEMENT REGISTER'.
           05 RH-RUN-TIME           PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RH-MODE               PIC X(30).
       01 REGISTER-OPTION-LINE.
           05 FILLER  PIC X(14) VALUE 'PAYMENT DATE: '.
           05 ROL-PAY-DATE          PIC X(10).
           05 FILLER  PIC X(20) VALUE '   MINIMUM PAYMENT: '.
           05 ROL-MIN-PAYMENT       PIC $$$,$$9.99.
       01 REGISTER-COLUMN-LINE.
           05 FILLER  PIC X(09) VALUE 'PAYEE ID'.
           05 FILLER  PIC X(22) VALUE 'PAYEE'.
           05 FILLER  PIC X(09) VALUE 'PAID BY'.
           05 FILLER  PIC X(14) VALUE '         GROSS'.
           05 FILLER  PIC X(13) VALUE '     WITHHELD'.
           05 FILLER  PIC X(13) VALUE '          NET'.
       01 REGISTER-PAYEE-LINE.
           05 RPL-PAYEE-ID          PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPL-PAYEE-NAME        PIC X(21).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPL-PAID-BY           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPL-GROSS             PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPL-WITHHELD          PIC $$$$,$$9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RPL-NET               PIC $$,$$$,$$9.99.
       01 REGISTER-ARTIST-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RAL-ARTIST            PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RAL-DUE               PIC $$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RAL-NOTE              PIC X(30).
       01 REGISTER-NOTE-LINE.
           05 FILLER                PIC X(09) VALUE SPACES.
           05 RNL-NOTE              PIC X(60).
       01 REGISTER-TOTAL-LINE-1.
           05 FILLER  PIC X(16) VALUE 'PAYEES PAID:    '.
           05 RTL-PAYEES            PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '   CHECKS:  '.
           05 RTL-CHECKS            PIC ZZZZZZ9.
           05 FILLER  PIC X(15) VALUE '   ACH ENTRIES:'.
           05 RTL-ENTRIES           PIC ZZZZZ9.
       01 REGISTER-TOTAL-LINE-2.
           05 FILLER  PIC X(16) VALUE 'TOTAL GROSS:    '.
           05 RTL-GROSS             PIC $$$,$$$,$$9.99.
           05 FILLER  PIC X(13) VALUE '   WITHHELD: '.
           05 RTL-WITHHELD          PIC $$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-3.
           05 FILLER  PIC X(16) VALUE 'TOTAL NET PAID: '.
           05 RTL-NET               PIC $$$,$$$,$$9.99.
           05 FILLER  PIC X(13) VALUE '   CHECKS:   '.
           05 RTL-CHECK-TOTAL       PIC $$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-4.
           05 FILLER  PIC X(28) VALUE
                  'CARRIED - BELOW MINIMUM:    '.
           05 RTL-BELOW             PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RTL-CARRIED           PIC $$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-5.
           05 FILLER  PIC X(28) VALUE
                  'NOT PAID - HOLD/NO PAYEE:   '.
           05 RTL-HELD-COUNT        PIC ZZZZ9.
           05 FILLER  PIC X(03) VALUE SPACES.
           05 RTL-HELD              PIC $$$,$$$,$$9.99.
       01 REGISTER-TOTAL-LINE-6.
           05 FILLER  PIC X(28) VALUE
                  'BACKUP WITHHOLDING APPLIED: '.
           05 RTL-BACKUP            PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Figure-Artist-Due
                   VARYING RY-SUB FROM 1 BY 1 UNTIL RY-SUB > RY-COUNT
               IF  PAYING-RUN
                   PERFORM 310-Open-Payment-Files
               END-IF
               PERFORM 500-Pay-One-Payee
                   VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT
               PERFORM 560-List-Unpaid-Artist
                   VARYING RY-SUB FROM 1 BY 1 UNTIL RY-SUB > RY-COUNT
               PERFORM 590-Write-Register-Totals
               IF  PAYING-RUN
                   PERFORM 650-Close-Payment-Files
                   PERFORM 880-Save-Royalty-Ledger
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
               PERFORM 150-Load-Royalty-Rates
               PERFORM 170-Load-Royalty-Ledger
               PERFORM 130-Load-Payee-Master
               PERFORM 190-Load-Sanctions-Holds
           END-IF.
      * Every artist row has to be in core before anything is
      * paid - the ledger is rewritten from the table, so a full
      * table would drop accruals.
           IF  ROYALTY-TABLE-IS-FULL OR PAYEE-TABLE-IS-FULL
               DISPLAY 'ROYPAY01 - TABLE FULL - NOTHING PAID - '
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
           STRING WS-PAY-DATE-YMD(1:4) '-'
                  WS-PAY-DATE-YMD(5:2) '-'
                  WS-PAY-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-PAY-DATE-ISO.
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
                           MOVE DV-DATE-OUT TO WS-PAY-DATE-YMD
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'MIN'
                       PERFORM 014-Numeric-Option
                       MOVE WS-OPT-NUMBER TO WS-MIN-PAYMENT
                   WHEN 'MODE'
                       EVALUATE WS-OPT-VALUE
                           WHEN 'TRIAL'
                               MOVE 'T' TO WS-RUN-MODE
                           WHEN 'PAY'
                               MOVE 'P' TO WS-RUN-MODE
                           WHEN 'AP'
                               MOVE 'A' TO WS-RUN-MODE
                           WHEN OTHER
                               PERFORM 019-Bad-Option
                       END-EVALUATE
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
      * One to five digits of whole dollars; anything else is a bad
      * option.
       014-Numeric-Option.
           MOVE ZERO TO WS-OPT-LENGTH.
           MOVE ZERO TO WS-OPT-NUMBER.
           INSPECT WS-OPT-VALUE TALLYING WS-OPT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-OPT-LENGTH > ZERO AND WS-OPT-LENGTH < 6
               IF  WS-OPT-VALUE(1:WS-OPT-LENGTH) IS NUMERIC
                   COMPUTE WS-OPT-NUMBER =
                       FUNCTION NUMVAL(WS-OPT-VALUE(1:WS-OPT-LENGTH))
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'ROYPAY01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       020-Write-Register-Heading.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           EVALUATE TRUE
               WHEN TRIAL-RUN
                   MOVE 'TRIAL - NOTHING PAID' TO RH-MODE
               WHEN AP-RUN
                   MOVE 'VOUCHERED TO PAYABLES' TO RH-MODE
               WHEN OTHER
                   MOVE SPACES TO RH-MODE
           END-EVALUATE.
           WRITE REGISTER-LINE-OUT FROM REGISTER-HEADING-LINE.
           MOVE WS-PAY-DATE-ISO TO ROL-PAY-DATE.
           MOVE WS-MIN-PAYMENT  TO ROL-MIN-PAYMENT.
           WRITE REGISTER-LINE-OUT FROM REGISTER-OPTION-LINE
               AFTER ADVANCING 1.
           WRITE REGISTER-LINE-OUT FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 2.
      * The payee master is keyed on artist; payee rows are built
      * from the first row seen for each payee ID.
       130-Load-Payee-Master.
           OPEN INPUT PAYEE-MASTER.
           IF  PAYEES-OK
               PERFORM 135-Read-Payee-Record
               PERFORM 140-Store-Payee-Record UNTIL PAYEES-AT-EOF
               CLOSE PAYEE-MASTER
           ELSE
               DISPLAY 'ROYPAYEE FILE STATUS: ' PY-F-STATUS
               DISPLAY 'NO PAYEE MASTER - NO ROYALTIES PAID'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       135-Read-Payee-Record.
           READ PAYEE-MASTER
               AT END MOVE 'Y' TO PY-EOF
           END-READ.
       140-Store-Payee-Record.
           MOVE 'N' TO PAYEE-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 145-Match-Payee-Row
               UNTIL PT-SUB > PT-COUNT OR PAYEE-ENTRY-FOUND.
           IF  NOT PAYEE-ENTRY-FOUND
               IF  PT-COUNT < 300
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT       TO PT-SUB
                   MOVE PY-PAYEE-ID    TO PT-PAYEE-ID(PT-SUB)
                   MOVE PY-PAYEE-NAME  TO PT-PAYEE-NAME(PT-SUB)
                   MOVE PY-STATE       TO PT-STATE(PT-SUB)
                   MOVE PY-PAY-METHOD  TO PT-PAY-METHOD(PT-SUB)
                   MOVE PY-ACCOUNT     TO PT-ACCOUNT(PT-SUB)
                   MOVE ZEROS          TO PT-DUE(PT-SUB)
                   IF  PY-TIN IS NUMERIC AND PY-TIN NOT = ZEROS
                       MOVE PY-TIN TO PT-TIN(PT-SUB)
                   ELSE
                       MOVE SPACES TO PT-TIN(PT-SUB)
                   END-IF
                   IF  PY-ROUTING-X IS NUMERIC
                       MOVE PY-ROUTING TO PT-ROUTING(PT-SUB)
                   ELSE
                       MOVE ZEROS TO PT-ROUTING(PT-SUB)
                   END-IF
                   MOVE 'Y' TO PAYEE-FOUND-SW
               ELSE
                   MOVE 'Y' TO PAYEE-TABLE-FULL
                   DISPLAY 'PAYEE TABLE FULL - ' PY-PAYEE-ID
                           ' NOT LOADED'
               END-IF
           END-IF.
           IF  PAYEE-ENTRY-FOUND
               MOVE PY-ARTIST-NAME TO WS-SEARCH-ARTIST
               PERFORM 250-Locate-Artist-Row
               IF  ROYALTY-ENTRY-FOUND
                   MOVE PT-SUB TO RY-PAYEE-SUB(RY-SUB)
               END-IF
           END-IF.
           PERFORM 135-Read-Payee-Record.
       145-Match-Payee-Row.
           IF  PT-PAYEE-ID(PT-SUB) = PY-PAYEE-ID
               MOVE 'Y' TO PAYEE-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       150-Load-Royalty-Rates.
           OPEN INPUT ROYALTY-RATE-FILE.
           IF  RATES-OK
               PERFORM 155-Read-Rate-Record
               PERFORM 160-Store-Rate-Record UNTIL RATES-AT-EOF
           ELSE
               DISPLAY 'ROYALTY RATE FILE STATUS: ' RR-F-STATUS
               DISPLAY 'NO RATE FILE - EVERY ARTIST IS UNRATED'
           END-IF.
           CLOSE ROYALTY-RATE-FILE.
       155-Read-Rate-Record.
           READ ROYALTY-RATE-FILE
               AT END MOVE 'Y' TO RR-EOF
           END-READ.
       160-Store-Rate-Record.
           MOVE RR-ARTIST-NAME TO WS-SEARCH-ARTIST.
           PERFORM 250-Locate-Artist-Row.
           IF  ROYALTY-ENTRY-FOUND
               MOVE RR-MIN-GUARANTEE TO RY-MIN-GUARANTEE(RY-SUB)
               MOVE 'Y'              TO RY-RATED-SW(RY-SUB)
           END-IF.
           PERFORM 155-Read-Rate-Record.
      * The ledger carries what each artist has accrued and not yet
      * been paid.  Rows written before payments were posted have
      * no paid-to-date yet.
       170-Load-Royalty-Ledger.
           OPEN INPUT ROYALTY-LEDGER.
           IF  LEDGER-OK
               PERFORM 175-Read-Ledger-Record
               PERFORM 180-Apply-Ledger-Record UNTIL LEDGER-AT-EOF
           ELSE
               DISPLAY 'ROYALTY LEDGER FILE STATUS: ' RL-F-STATUS
               DISPLAY 'NO ROYALTY LEDGER - NOTHING TO PAY'
           END-IF.
           CLOSE ROYALTY-LEDGER.
       175-Read-Ledger-Record.
           READ ROYALTY-LEDGER
               AT END MOVE 'Y' TO RL-EOF
           END-READ.
       180-Apply-Ledger-Record.
           MOVE RL-ARTIST-NAME TO WS-SEARCH-ARTIST.
           PERFORM 250-Locate-Artist-Row.
           IF  ROYALTY-ENTRY-FOUND
               MOVE RL-UNITS   TO RY-UNITS(RY-SUB)
               MOVE RL-REVENUE TO RY-REVENUE(RY-SUB)
               MOVE RL-ACCRUED TO RY-ACCRUED(RY-SUB)
               IF  RL-PAID-TO-DATE IS NUMERIC
                   MOVE RL-PAID-TO-DATE   TO RY-PAID-TO-DATE(RY-SUB)
                   MOVE RL-LAST-PAID-DATE TO
                        RY-LAST-PAID-DATE(RY-SUB)
               END-IF
           END-IF.
           PERFORM 175-Read-Ledger-Record.
      * No review master means SANCSCR1 has never held anything -
      * payments go out as before, with a warning.  A table too
      * small to hold every row could miss a hold, so then every
      * payee is held instead.
       190-Load-Sanctions-Holds.
           OPEN INPUT SANCTIONS-MASTER.
           IF  SANCTIONS-OK
               PERFORM 192-Read-Sanction
               PERFORM 194-Store-Sanction UNTIL SANCTIONS-AT-EOF
               CLOSE SANCTIONS-MASTER
           ELSE
               DISPLAY 'SANCMAST FILE STATUS: ' SC-F-STATUS
               DISPLAY 'NO SANCTIONS REVIEW MASTER - PAYEES NOT '
                       'CHECKED FOR HOLDS'
           END-IF.
       192-Read-Sanction.
           READ SANCTIONS-MASTER
               AT END MOVE 'Y' TO SC-EOF
           END-READ.
       194-Store-Sanction.
           IF  (SC-SOURCE = 'ROYALTY ' OR SC-SOURCE = 'ROYPAYEE')
           AND SC-BLOCKED
               IF  SH-COUNT < 300
                   ADD 1 TO SH-COUNT
                   MOVE SC-KEY TO SH-ARTIST-NAME(SH-COUNT)
               ELSE
                   MOVE 'Y' TO SANCTIONS-TABLE-FULL
                   DISPLAY 'SANCTIONS HOLD TABLE FULL - EVERY PAYEE '
                           'HELD'
               END-IF
           END-IF.
           PERFORM 192-Read-Sanction.
       196-Check-Sanctions.
           MOVE 'N' TO SANCTIONS-HOLD-SW.
           IF  SANCTIONS-TABLE-IS-FULL
               MOVE 'Y' TO SANCTIONS-HOLD-SW
           ELSE
               MOVE 1 TO SH-SUB
               PERFORM 198-Match-Sanction
                   UNTIL SH-SUB > SH-COUNT OR SANCTIONS-HOLD
           END-IF.
       198-Match-Sanction.
           IF  SH-ARTIST-NAME(SH-SUB) = RY-ARTIST-NAME(RY-SUB)
               MOVE 'Y' TO SANCTIONS-HOLD-SW
           ELSE
               ADD 1 TO SH-SUB
           END-IF.
      * Amount due exactly as ROYALTY1's statement shows it - the
      * accrued royalty or the minimum guarantee, whichever is
      * larger, for a rated artist with sales on the ledger.  The
      * artist's due goes to the payee's total unless the artist
      * is held or has no payee to pay.
       200-Figure-Artist-Due.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE ZEROS TO WS-AMOUNT-DUE.
           MOVE SPACE TO RY-STATUS(RY-SUB).
           IF  RY-RATED-SW(RY-SUB) = 'Y'
           AND RY-UNITS(RY-SUB) > ZERO
               MOVE RY-ACCRUED(RY-SUB) TO WS-AMOUNT-DUE
               IF  WS-AMOUNT-DUE < RY-MIN-GUARANTEE(RY-SUB)
                   MOVE RY-MIN-GUARANTEE(RY-SUB) TO WS-AMOUNT-DUE
               END-IF
           END-IF.
           MOVE WS-AMOUNT-DUE TO RY-DUE(RY-SUB).
           IF  WS-AMOUNT-DUE > ZERO
               PERFORM 196-Check-Sanctions
               EVALUATE TRUE
                   WHEN SANCTIONS-HOLD
                       MOVE 'H' TO RY-STATUS(RY-SUB)
                   WHEN RY-PAYEE-SUB(RY-SUB) = ZERO
                       MOVE 'N' TO RY-STATUS(RY-SUB)
                   WHEN OTHER
                       MOVE 'P' TO RY-STATUS(RY-SUB)
                       MOVE RY-PAYEE-SUB(RY-SUB) TO PT-SUB
                       ADD WS-AMOUNT-DUE TO PT-DUE(PT-SUB)
               END-EVALUATE
           END-IF.
       250-Locate-Artist-Row.
           MOVE 'N' TO ROYALTY-FOUND-SW.
           MOVE 1   TO RY-SUB.
           PERFORM 255-Match-Artist-Row
               UNTIL RY-SUB > RY-COUNT OR ROYALTY-ENTRY-FOUND.
           IF  NOT ROYALTY-ENTRY-FOUND
               IF  RY-COUNT < 300
                   ADD 1 TO RY-COUNT
                   MOVE RY-COUNT         TO RY-SUB
                   MOVE WS-SEARCH-ARTIST TO RY-ARTIST-NAME(RY-SUB)
                   MOVE ZEROS            TO RY-MIN-GUARANTEE(RY-SUB)
                   MOVE 'N'              TO RY-RATED-SW(RY-SUB)
                   MOVE ZEROS            TO RY-UNITS(RY-SUB)
                   MOVE ZEROS            TO RY-REVENUE(RY-SUB)
                   MOVE ZEROS            TO RY-ACCRUED(RY-SUB)
                   MOVE ZEROS            TO RY-PAID-TO-DATE(RY-SUB)
                   MOVE SPACES           TO RY-LAST-PAID-DATE(RY-SUB)
                   MOVE ZERO             TO RY-PAYEE-SUB(RY-SUB)
                   MOVE ZEROS            TO RY-DUE(RY-SUB)
                   MOVE SPACE            TO RY-STATUS(RY-SUB)
                   MOVE 'Y'              TO ROYALTY-FOUND-SW
               ELSE
                   MOVE 'Y' TO ROYALTY-TABLE-FULL
                   DISPLAY 'ROYALTY TABLE FULL - ' WS-SEARCH-ARTIST
                           ' NOT LOADED'
               END-IF
           END-IF.
       255-Match-Artist-Row.
           IF  RY-ARTIST-NAME(RY-SUB) = WS-SEARCH-ARTIST
               MOVE 'Y' TO ROYALTY-FOUND-SW
           ELSE
               ADD 1 TO RY-SUB
           END-IF.
       300-Open-Files.
           OPEN OUTPUT PAYMENT-REGISTER.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
       310-Open-Payment-Files.
           IF  AP-RUN
               OPEN OUTPUT AP-VOUCHER-FEED
           ELSE
               PERFORM 170-Load-Check-Control
               OPEN EXTEND CHECK-REGISTER
               OPEN OUTPUT POSITIVE-PAY
               OPEN OUTPUT ACH-EXTRACT
               MOVE WS-PAY-DATE-YMD TO ABH-CREATE-DATE
               WRITE ACH-REC FROM ACH-BATCH-HEADER
           END-IF.
           OPEN EXTEND PAYMENT-HISTORY.
           IF  NOT HISTORY-OK
               OPEN OUTPUT PAYMENT-HISTORY
           END-IF.
      * The next-check-number dataset CHKISSU1 numbers payroll
      * checks from - royalty checks take the next numbers in the
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
      * A payee is paid when the total due across the payee's
      * artists reaches the minimum payment.  Backup withholding
      * comes out of the payment when there is no taxpayer ID; the
      * ledger is relieved of the gross.
       500-Pay-One-Payee.
           IF  PT-DUE(PT-SUB) > ZERO
               MOVE PT-DUE(PT-SUB) TO WS-GROSS
               MOVE 'N' TO WS-BELOW-MIN-SW
               MOVE 'N' TO WS-BACKUP-SW
               MOVE 'N' TO WS-ACH-FALLBACK-SW
               IF  WS-GROSS < WS-MIN-PAYMENT
                   MOVE 'Y' TO WS-BELOW-MIN-SW
                   ADD 1 TO CTR-BELOW-MINIMUM
                   ADD WS-GROSS TO WS-TOTAL-CARRIED
                   MOVE 'CARRIED' TO RPL-PAID-BY
                   MOVE ZEROS     TO WS-WITHHELD
                   MOVE ZEROS     TO WS-NET
               ELSE
                   PERFORM 510-Figure-Withholding
                   PERFORM 520-Choose-Pay-Method
                   IF  PAYING-RUN
                       PERFORM 530-Issue-Payment
                       PERFORM 540-Post-Payee-Artists
                           VARYING RY-SUB FROM 1 BY 1
                           UNTIL RY-SUB > RY-COUNT
                   END-IF
                   ADD 1 TO CTR-PAYEES-PAID
                   ADD WS-GROSS    TO WS-TOTAL-GROSS
                   ADD WS-WITHHELD TO WS-TOTAL-WITHHELD
                   ADD WS-NET      TO WS-TOTAL-NET
               END-IF
               PERFORM 505-List-Payee-Payment
           END-IF.
       505-List-Payee-Payment.
           MOVE PT-PAYEE-ID(PT-SUB)   TO RPL-PAYEE-ID.
           MOVE PT-PAYEE-NAME(PT-SUB) TO RPL-PAYEE-NAME.
           MOVE WS-GROSS              TO RPL-GROSS.
           MOVE WS-WITHHELD           TO RPL-WITHHELD.
           MOVE WS-NET                TO RPL-NET.
           WRITE REGISTER-LINE-OUT FROM REGISTER-PAYEE-LINE
               AFTER ADVANCING 2.
           PERFORM 550-List-Payee-Artist
               VARYING RY-SUB FROM 1 BY 1 UNTIL RY-SUB > RY-COUNT.
           IF  PAYMENT-BELOW-MINIMUM
               MOVE 'BELOW MINIMUM PAYMENT - CARRIED TO NEXT RUN'
                   TO RNL-NOTE
               WRITE REGISTER-LINE-OUT FROM REGISTER-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF  BACKUP-WITHHELD
               MOVE 'NO TAXPAYER ID ON FILE - BACKUP WITHHOLDING TAKEN'
                   TO RNL-NOTE
               WRITE REGISTER-LINE-OUT FROM REGISTER-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF  ACH-FELL-BACK-TO-CHECK
               MOVE 'NO ACH ROUTING/ACCOUNT ON MASTER - PAID BY CHECK'
                   TO RNL-NOTE
               WRITE REGISTER-LINE-OUT FROM REGISTER-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       510-Figure-Withholding.
           IF  PT-TIN(PT-SUB) = SPACES
               COMPUTE WS-WITHHELD ROUNDED =
                   WS-GROSS * WS-BACKUP-RATE
               MOVE 'Y' TO WS-BACKUP-SW
               ADD 1 TO CTR-BACKUP
           ELSE
               MOVE ZEROS TO WS-WITHHELD
           END-IF.
           COMPUTE WS-NET = WS-GROSS - WS-WITHHELD.
      * ACH needs a routing number and an account; without them
      * the payee is paid by check and the master gets fixed.
       520-Choose-Pay-Method.
           MOVE 'C' TO WS-METHOD-USED.
           IF  AP-RUN
               MOVE 'V'  TO WS-METHOD-USED
               MOVE 'AP' TO RPL-PAID-BY
           END-IF.
           IF  PT-PAY-METHOD(PT-SUB) = 'A' AND NOT AP-RUN
               IF  PT-ROUTING(PT-SUB) > ZERO
               AND PT-ACCOUNT(PT-SUB) NOT = SPACES
                   MOVE 'A' TO WS-METHOD-USED
               ELSE
                   MOVE 'Y' TO WS-ACH-FALLBACK-SW
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN AP-RUN
                   CONTINUE
               WHEN PAID-BY-ACH
                   MOVE 'ACH' TO RPL-PAID-BY
               WHEN PAYING-RUN
                   MOVE WS-NEXT-CHECK-NBR TO RPL-PAID-BY
               WHEN OTHER
                   MOVE 'CHECK' TO RPL-PAID-BY
           END-EVALUATE.
       530-Issue-Payment.
           EVALUATE TRUE
               WHEN AP-RUN
                   PERFORM 536-Write-AP-Voucher
                   MOVE ZEROS TO WS-CHECK-NBR
               WHEN PAID-BY-ACH
                   PERFORM 532-Write-ACH-Entry
                   MOVE ZEROS TO WS-CHECK-NBR
               WHEN OTHER
                   PERFORM 534-Issue-One-Check
           END-EVALUATE.
           MOVE SPACES               TO PAYMENT-HISTORY-REC.
           MOVE WS-PAY-DATE-YMD      TO PH-PAY-DATE.
           MOVE PT-PAYEE-ID(PT-SUB)  TO PH-PAYEE-ID.
           MOVE PT-TIN(PT-SUB)       TO PH-TIN.
           MOVE WS-METHOD-USED       TO PH-PAY-METHOD.
           MOVE WS-CHECK-NBR         TO PH-CHECK-NBR.
           MOVE WS-GROSS             TO PH-GROSS.
           MOVE WS-WITHHELD          TO PH-WITHHELD.
           MOVE WS-NET               TO PH-NET.
           WRITE PAYMENT-HISTORY-REC.
       532-Write-ACH-Entry.
           MOVE PT-ROUTING(PT-SUB)    TO AE-ROUTING.
           MOVE PT-ACCOUNT(PT-SUB)    TO AE-ACCOUNT.
           MOVE WS-NET                TO AE-AMOUNT.
           MOVE PT-PAYEE-ID(PT-SUB)   TO AE-PAYEE-ID.
           MOVE PT-PAYEE-NAME(PT-SUB) TO AE-NAME.
           WRITE ACH-REC FROM ACH-ENTRY-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD WS-NET TO WS-ACH-TOTAL.
           COMPUTE WS-ROUTING-HASH =
               FUNCTION MOD(WS-ROUTING-HASH + PT-ROUTING(PT-SUB),
                            10000000000).
       534-Issue-One-Check.
           MOVE WS-NEXT-CHECK-NBR     TO WS-CHECK-NBR.
           MOVE SPACES                TO CHECK-REGISTER-REC.
           MOVE WS-CHECK-NBR          TO CK-CHECK-NBR.
           MOVE PT-PAYEE-ID(PT-SUB)   TO CK-EMP-ID.
           MOVE WS-PAY-DATE-ISO       TO CK-ISSUE-DATE.
           MOVE WS-NET                TO CK-AMOUNT.
           MOVE 'O'                   TO CK-STATUS.
           MOVE PT-STATE(PT-SUB)      TO CK-STATE.
           MOVE PT-PAYEE-NAME(PT-SUB) TO CK-NAME.
           WRITE CHECK-REGISTER-REC.
           MOVE WS-CHECK-NBR          TO PO-CHECK-NBR.
           MOVE WS-PAY-DATE-ISO       TO PO-ISSUE-DATE.
           MOVE WS-NET                TO PO-AMOUNT.
           MOVE CK-NAME               TO PO-PAYEE.
           WRITE POSITIVE-PAY-REC.
           ADD 1 TO WS-NEXT-CHECK-NBR.
           ADD 1 TO CTR-CHECKS.
           ADD WS-NET TO WS-CHECK-TOTAL.
      * The net is what payables owes the payee; the backup
      * withholding stays behind for the deposit, as it does when
      * the check is cut here.
       536-Write-AP-Voucher.
           MOVE SPACES                TO AP-VOUCHER-REC.
           MOVE PT-PAYEE-ID(PT-SUB)   TO RA-PAYEE-ID.
           MOVE PT-PAYEE-NAME(PT-SUB) TO RA-PAYEE-NAME.
           MOVE WS-PAY-DATE-YMD       TO RA-PAY-DATE.
           MOVE WS-GROSS              TO RA-GROSS.
           MOVE WS-WITHHELD           TO RA-WITHHELD.
           MOVE WS-NET                TO RA-NET.
           WRITE AP-VOUCHER-REC.
      * Each artist paid through this payee is relieved of what was
      * due - a minimum guarantee paid over the accrual takes the
      * accrual to zero, not below.
       540-Post-Payee-Artists.
           IF  RY-TO-PAY(RY-SUB)
           AND RY-PAYEE-SUB(RY-SUB) = PT-SUB
               MOVE RY-DUE(RY-SUB) TO WS-POSTED
               IF  WS-POSTED > RY-ACCRUED(RY-SUB)
                   MOVE RY-ACCRUED(RY-SUB) TO WS-POSTED
               END-IF
               SUBTRACT WS-POSTED FROM RY-ACCRUED(RY-SUB)
               ADD RY-DUE(RY-SUB) TO RY-PAID-TO-DATE(RY-SUB)
               MOVE WS-PAY-DATE-YMD TO RY-LAST-PAID-DATE(RY-SUB)
           END-IF.
       550-List-Payee-Artist.
           IF  RY-TO-PAY(RY-SUB)
           AND RY-PAYEE-SUB(RY-SUB) = PT-SUB
               MOVE RY-ARTIST-NAME(RY-SUB) TO RAL-ARTIST
               MOVE RY-DUE(RY-SUB)         TO RAL-DUE
               MOVE SPACES                 TO RAL-NOTE
               WRITE REGISTER-LINE-OUT FROM REGISTER-ARTIST-LINE
                   AFTER ADVANCING 1
           END-IF.
      * Royalties due that nobody is paid this run - a sanctions
      * hold, or an artist with no payee master row.
       560-List-Unpaid-Artist.
           IF  RY-HELD(RY-SUB) OR RY-NO-PAYEE(RY-SUB)
               MOVE RY-ARTIST-NAME(RY-SUB) TO RAL-ARTIST
               MOVE RY-DUE(RY-SUB)         TO RAL-DUE
               IF  RY-HELD(RY-SUB)
                   MOVE 'NOT PAID - SANCTIONS HOLD' TO RAL-NOTE
               ELSE
                   MOVE 'NOT PAID - NO PAYEE MASTER ROW' TO RAL-NOTE
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
               WRITE REGISTER-LINE-OUT FROM REGISTER-ARTIST-LINE
                   AFTER ADVANCING 2
               ADD 1 TO CTR-HELD
               ADD RY-DUE(RY-SUB) TO WS-TOTAL-HELD
           END-IF.
       590-Write-Register-Totals.
           MOVE CTR-PAYEES-PAID   TO RTL-PAYEES.
           MOVE CTR-CHECKS        TO RTL-CHECKS.
           MOVE WS-ENTRY-COUNT    TO RTL-ENTRIES.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-1
               AFTER ADVANCING 3.
           MOVE WS-TOTAL-GROSS    TO RTL-GROSS.
           MOVE WS-TOTAL-WITHHELD TO RTL-WITHHELD.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE WS-TOTAL-NET      TO RTL-NET.
           MOVE WS-CHECK-TOTAL    TO RTL-CHECK-TOTAL.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-3
               AFTER ADVANCING 1.
           MOVE CTR-BELOW-MINIMUM TO RTL-BELOW.
           MOVE WS-TOTAL-CARRIED  TO RTL-CARRIED.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-4
               AFTER ADVANCING 1.
           MOVE CTR-HELD          TO RTL-HELD-COUNT.
           MOVE WS-TOTAL-HELD     TO RTL-HELD.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-5
               AFTER ADVANCING 1.
           MOVE CTR-BACKUP        TO RTL-BACKUP.
           WRITE REGISTER-LINE-OUT FROM REGISTER-TOTAL-LINE-6
               AFTER ADVANCING 1.
       650-Close-Payment-Files.
           CLOSE PAYMENT-HISTORY.
           IF  AP-RUN
               CLOSE AP-VOUCHER-FEED
           ELSE
               MOVE WS-ENTRY-COUNT  TO ABT-ENTRY-COUNT
               MOVE ZEROS           TO ABT-DEBIT-TOTAL
               MOVE WS-ACH-TOTAL    TO ABT-CREDIT-TOTAL
               MOVE WS-ROUTING-HASH TO ABT-ROUTING-HASH
               WRITE ACH-REC FROM ACH-BATCH-TRAILER
               CLOSE ACH-EXTRACT
               CLOSE POSITIVE-PAY
               CLOSE CHECK-REGISTER
               PERFORM 690-Save-Check-Control
               PERFORM 680-Register-Transmission
           END-IF.
       680-Register-Transmission.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE 'ROYACH  '        TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME TO XM-CREATED.
           MOVE WS-ENTRY-COUNT    TO XM-RECORD-COUNT.
           MOVE WS-ACH-TOTAL      TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           MOVE 'ROYPOSP '        TO XM-FILE-NAME.
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
       880-Save-Royalty-Ledger.
           OPEN OUTPUT ROYALTY-LEDGER.
           PERFORM 885-Write-One-Ledger-Row
               VARYING RY-SUB FROM 1 BY 1 UNTIL RY-SUB > RY-COUNT.
           CLOSE ROYALTY-LEDGER.
      * Rate-only and payee-only rows never had a ledger row and
      * do not get one now.
       885-Write-One-Ledger-Row.
           IF  RY-UNITS(RY-SUB) > ZERO
           OR  RY-REVENUE(RY-SUB) > ZERO
           OR  RY-ACCRUED(RY-SUB) > ZERO
           OR  RY-PAID-TO-DATE(RY-SUB) > ZERO
               MOVE SPACES                 TO ROYALTY-LEDGER-REC
               MOVE RY-ARTIST-NAME(RY-SUB) TO RL-ARTIST-NAME
               MOVE RY-UNITS(RY-SUB)       TO RL-UNITS
               MOVE RY-REVENUE(RY-SUB)     TO RL-REVENUE
               MOVE RY-ACCRUED(RY-SUB)     TO RL-ACCRUED
               MOVE RY-PAID-TO-DATE(RY-SUB) TO RL-PAID-TO-DATE
               MOVE RY-LAST-PAID-DATE(RY-SUB)
                   TO RL-LAST-PAID-DATE
               WRITE ROYALTY-LEDGER-REC
           END-IF.
       600-Close-Files.
           CLOSE PAYMENT-REGISTER.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'ROYPAY01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
