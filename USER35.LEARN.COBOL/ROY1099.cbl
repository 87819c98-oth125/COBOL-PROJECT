       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROY1099.
      ***** Year-end 1099-MISC for royalty payees.  Run once for a
      ***** calendar year over the ROYPAYH payment history ROYPAY01
      ***** adds a row to for every royalty payment.  For each payee
      ***** it totals the gross royalties paid in the year (box 2)
      ***** and the backup withholding taken from them (box 4).  A
      ***** payee is reported when the royalties reach the $10
      ***** reporting floor or anything was withheld; smaller
      ***** amounts are counted on the totals page and not filed.
      ***** Name, taxpayer ID and mailing address come from the
      ***** ROYPAYEE payee master.  A recipient copy prints per
      ***** payee with the taxpayer ID masked to its last four
      ***** digits, and the R1099EX filing extract (A payer, B
      ***** payee, C control trailer) registers on XMITMANF for
      ***** XMITACK1, the way TUIT1098 files the 1098-T.
      ***** A payee whose address fails the ADDRCHK mailing-address
      ***** check is still filed but the recipient copy is held
      ***** and listed, and a history payee missing from the payee
      ***** master cannot be filed at all and is listed; either
      ***** ends the step with CC 4 so the master gets fixed and the
      ***** run repeated.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     YEAR=2026
      ***** YEAR is the tax year - last year when not keyed, since
      ***** the forms go out in January for the year just ended.
      ***** A bad option ends the run with CC 8 and nothing filed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-MASTER ASSIGN TO ROYPAYEE
                          FILE STATUS IS PY-F-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO ROYPAYH
                          FILE STATUS IS PH-F-STATUS.
           SELECT FORM-PRINT ASSIGN TO R1099RPT.
           SELECT FILING-EXTRACT ASSIGN TO R1099EX.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYEE-MASTER-REC.
      * One row per artist; the first row for a payee ID is the one
      * used, as ROYPAY01 uses it.
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
           05  PY-ROUTING         PIC 9(9).
           05  PY-ACCOUNT         PIC X(17).
           05  FILLER             PIC X(4).
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
       FD  FORM-PRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FORM-LINE-OUT.
       01  FORM-LINE-OUT  PIC X(80).
      * A payer record, one B record per payee, C control trailer
      * with the count and the total of each box
       FD  FILING-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FILING-EXTRACT-REC.
       01  FILING-EXTRACT-REC  PIC X(80).
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
       77 PY-F-STATUS               PIC X(02) VALUE SPACES.
           88 PAYEES-OK                       VALUE '00'.
       77 PH-F-STATUS               PIC X(02) VALUE SPACES.
           88 HISTORY-OK                      VALUE '00'.
       77 PY-EOF                    PIC X(01) VALUE 'N'.
           88 PAYEES-AT-EOF                   VALUE 'Y'.
       77 PH-EOF                    PIC X(01) VALUE 'N'.
           88 HISTORY-AT-EOF                  VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 FILING-WARNING                  VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. YEAR=2026
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-TAX-YEAR               PIC 9(04) VALUE ZEROS.
       01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(04).
      * Royalties under the floor are not reportable unless
      * something was withheld from them
       01 WS-REPORTING-FLOOR        PIC 9(3)V99 VALUE 10.00.
      *    THE COMPANY AS PAYER - PRINTED AT THE HEAD OF EVERY
      *    RECIPIENT COPY AND CARRIED ON THE PAYER RECORD
       01 PAYER-IDENTITY.
           05 PI-NAME               PIC X(40) VALUE
                  'ACME MANUFACTURING COMPANY'.
           05 PI-ADDRESS-1          PIC X(40) VALUE
                  '1200 INDUSTRIAL PARKWAY'.
           05 PI-ADDRESS-2          PIC X(40) VALUE
                  'DAYTON, OH 45402'.
           05 PI-PHONE              PIC X(12) VALUE '937-555-0100'.
           05 PI-EIN                PIC 9(09) VALUE 123456789.
           05 PI-EIN-PARTS REDEFINES PI-EIN.
               10 PI-EIN-PREFIX     PIC 9(02).
               10 PI-EIN-SERIAL     PIC 9(07).
      * Shared mailing-address check - see ADDRCHK
       01 ADDRCHK-PARMS.
           05 AC-FUNCTION           PIC X(1)  VALUE SPACE.
           05 AC-FREE-FORM          PIC X(40) VALUE SPACES.
           05 AC-STREET             PIC X(25) VALUE SPACES.
           05 AC-CITY               PIC X(15) VALUE SPACES.
           05 AC-STATE              PIC X(2)  VALUE SPACES.
           05 AC-ZIP                PIC X(9)  VALUE SPACES.
           05 AC-VALID              PIC X(1)  VALUE 'N'.
           05 AC-REASON             PIC X(30) VALUE SPACES.
      * One row per payee ID - the master's identity, then the
      * year's history added on.  A history payee not on the
      * master gets a row of its own with no identity.
       01 PAYEE-TABLE-AREA.
           05 PT-COUNT              PIC 9(3) COMP VALUE 0.
           05 PT-SUB                PIC 9(3) COMP VALUE 0.
           05 PAYEE-TABLE OCCURS 300 TIMES.
               10 PT-PAYEE-ID       PIC X(8).
               10 PT-ON-MASTER-SW   PIC X(1).
                   88 PT-ON-MASTER            VALUE 'Y'.
               10 PT-PAYEE-NAME     PIC X(30).
               10 PT-TIN-TYPE       PIC X(1).
               10 PT-TIN            PIC X(9).
               10 PT-STREET         PIC X(25).
               10 PT-CITY           PIC X(15).
               10 PT-STATE          PIC X(2).
               10 PT-ZIP            PIC X(9).
               10 PT-PAYMENTS       PIC 9(5).
               10 PT-ROYALTIES      PIC 9(9)V99.
               10 PT-WITHHELD       PIC 9(9)V99.
       01 PAYEE-FOUND-SW            PIC X(01) VALUE 'N'.
           88 PAYEE-ENTRY-FOUND               VALUE 'Y'.
       01 PAYEE-TABLE-FULL          PIC X(01) VALUE 'N'.
           88 PAYEE-TABLE-IS-FULL             VALUE 'Y'.
       01 WS-SEARCH-PAYEE-ID        PIC X(08) VALUE SPACES.
       01 WS-MASKED-TIN             PIC X(11) VALUE SPACES.
       01 FILING-COUNTERS.
           05 CTR-HISTORY-IN-YEAR   PIC 9(7)     VALUE 0.
           05 CTR-FILED             PIC 9(7)     VALUE 0.
           05 CTR-PRINTED           PIC 9(7)     VALUE 0.
           05 CTR-UNDER-FLOOR       PIC 9(7)     VALUE 0.
           05 CTR-NO-TIN            PIC 9(7)     VALUE 0.
           05 CTR-ADDR-HELD         PIC 9(7)     VALUE 0.
           05 CTR-NOT-ON-MASTER     PIC 9(7)     VALUE 0.
           05 WS-TOTAL-ROYALTIES    PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-WITHHELD     PIC 9(11)V99 VALUE 0.
      *    FILING EXTRACT RECORDS
       01 R1099-PAYER-REC.
           05 FILLER                PIC X(01) VALUE 'A'.
           05 RA-TAX-YEAR           PIC X(04).
           05 RA-EIN                PIC 9(09).
           05 RA-PAYER-NAME         PIC X(40).
           05 RA-PHONE              PIC X(12).
           05 FILLER                PIC X(14) VALUE SPACES.
       01 R1099-PAYEE-REC.
           05 FILLER                PIC X(01) VALUE 'B'.
           05 RB-TAX-YEAR           PIC X(04).
           05 RB-PAYEE-ID           PIC X(08).
           05 RB-TIN-TYPE           PIC X(01).
           05 RB-TIN                PIC X(09).
           05 RB-PAYEE-NAME         PIC X(30).
           05 RB-ROYALTIES          PIC 9(9)V99.
           05 RB-WITHHELD           PIC 9(9)V99.
           05 FILLER                PIC X(05) VALUE SPACES.
       01 R1099-CONTROL-REC.
           05 FILLER                PIC X(01) VALUE 'C'.
           05 RC-PAYEE-COUNT        PIC 9(07).
           05 RC-TOTAL-ROYALTIES    PIC 9(11)V99.
           05 RC-TOTAL-WITHHELD     PIC 9(11)V99.
           05 FILLER                PIC X(46) VALUE SPACES.
      *    RECIPIENT COPY LINES - THE THREE ADDRESS LINES SIT WHERE A
      *    WINDOW ENVELOPE SHOWS THEM, AS ON THE W-2.
       01 FORM-PAYER-LINE.
           05 FPL-LABEL             PIC X(09) VALUE 'PAYER:'.
           05 FPL-TEXT              PIC X(40).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FPL-FORM              PIC X(27).
       01 FORM-PAYER-TIN-LINE.
           05 FILLER  PIC X(09) VALUE SPACES.
           05 FILLER  PIC X(13) VALUE 'PAYER''S TIN: '.
           05 FTL-EIN-PREFIX        PIC 9(02).
           05 FILLER  PIC X(01) VALUE '-'.
           05 FTL-EIN-SERIAL        PIC 9(07).
           05 FILLER  PIC X(08) VALUE SPACES.
           05 FILLER  PIC X(07) VALUE 'PHONE: '.
           05 FTL-PHONE             PIC X(12).
       01 FORM-NAME-LINE.
           05 FILLER  PIC X(05) VALUE SPACES.
           05 FNL-NAME              PIC X(30).
       01 FORM-STREET-LINE.
           05 FILLER  PIC X(05) VALUE SPACES.
           05 FSL-STREET            PIC X(25).
       01 FORM-CITY-LINE.
           05 FILLER  PIC X(05) VALUE SPACES.
           05 FCY-CITY              PIC X(15).
           05 FILLER  PIC X(01) VALUE SPACE.
           05 FCY-STATE             PIC X(02).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FCY-ZIP               PIC X(09).
       01 FORM-RECIPIENT-LINE.
           05 FILLER  PIC X(17) VALUE 'RECIPIENT''S TIN: '.
           05 FRL-TIN               PIC X(11).
           05 FILLER  PIC X(04) VALUE SPACES.
           05 FILLER  PIC X(16) VALUE 'ACCOUNT NUMBER: '.
           05 FRL-ACCOUNT           PIC X(08).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 FRL-NOTE              PIC X(22).
       01 FORM-BOX-LINE.
           05 FBL-BOX               PIC X(03).
           05 FBL-TEXT              PIC X(52).
           05 FBL-AMOUNT            PIC $$,$$$,$$9.99.
      *    RUN TOTALS AND EXCEPTIONS
       01 TOTAL-HEADING-LINE.
           05 FILLER  PIC X(30) VALUE 'FORM 1099-MISC - RUN TOTALS'.
           05 FILLER  PIC X(09) VALUE 'TAX YEAR '.
           05 THL-TAX-YEAR          PIC X(04).
           05 FILLER  PIC X(03) VALUE SPACES.
           05 THL-RUN-TIME          PIC X(15).
       01 TOTAL-EXCEPTION-LINE.
           05 TEL-PAYEE-ID          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TEL-PAYEE-NAME        PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TEL-REASON            PIC X(38).
       01 TOTAL-LINE-1.
           05 FILLER  PIC X(22) VALUE 'PAYEES FILED:         '.
           05 TL1-FILED             PIC ZZZ,ZZ9.
           05 FILLER  PIC X(22) VALUE '   COPIES PRINTED:    '.
           05 TL1-PRINTED           PIC ZZZ,ZZ9.
       01 TOTAL-LINE-2.
           05 FILLER  PIC X(22) VALUE 'BOX 2 ROYALTIES:      '.
           05 TL2-ROYALTIES         PIC $$$,$$$,$$$,$$9.99.
       01 TOTAL-LINE-3.
           05 FILLER  PIC X(22) VALUE 'BOX 4 FED TAX WITHHELD'.
           05 TL3-WITHHELD          PIC $$$,$$$,$$$,$$9.99.
       01 TOTAL-LINE-4.
           05 FILLER  PIC X(22) VALUE 'UNDER $10 - NOT FILED:'.
           05 TL4-UNDER             PIC ZZZ,ZZ9.
           05 FILLER  PIC X(22) VALUE '   NO TAXPAYER ID:    '.
           05 TL4-NO-TIN            PIC ZZZ,ZZ9.
       01 TOTAL-LINE-5.
           05 FILLER  PIC X(22) VALUE 'COPIES HELD - ADDRESS:'.
           05 TL5-ADDR-HELD         PIC ZZZ,ZZ9.
           05 FILLER  PIC X(22) VALUE '   NOT ON PAYEE MAST: '.
           05 TL5-NOT-ON-MASTER     PIC ZZZ,ZZ9.
       01 TOTAL-LINE-6.
           05 FILLER  PIC X(22) VALUE 'PAYMENTS IN TAX YEAR: '.
           05 TL6-HISTORY           PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 150-Load-Payee-Master
               PERFORM 170-Total-Payment-History
               IF  PAYEE-TABLE-IS-FULL
                   DISPLAY 'ROY1099 - PAYEE TABLE FULL - NOTHING '
                           'FILED - RAISE THE TABLE LIMIT'
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               OPEN OUTPUT FILING-EXTRACT
               MOVE WS-TAX-YEAR-X TO RA-TAX-YEAR
               MOVE PI-EIN        TO RA-EIN
               MOVE PI-NAME       TO RA-PAYER-NAME
               MOVE PI-PHONE      TO RA-PHONE
               WRITE FILING-EXTRACT-REC FROM R1099-PAYER-REC
               PERFORM 500-File-One-Payee
                   VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT
               MOVE CTR-FILED          TO RC-PAYEE-COUNT
               MOVE WS-TOTAL-ROYALTIES TO RC-TOTAL-ROYALTIES
               MOVE WS-TOTAL-WITHHELD  TO RC-TOTAL-WITHHELD
               WRITE FILING-EXTRACT-REC FROM R1099-CONTROL-REC
               CLOSE FILING-EXTRACT
               PERFORM 680-Register-Transmission
               PERFORM 590-Write-Run-Totals
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  FILING-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING FILED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TAX-YEAR-X.
           SUBTRACT 1 FROM WS-TAX-YEAR.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'YEAR'
                       IF  WS-OPT-VALUE(1:4) IS NUMERIC
                       AND WS-OPT-VALUE(5:6) = SPACES
                       AND WS-OPT-VALUE(1:4) > '1999'
                           MOVE WS-OPT-VALUE(1:4) TO WS-TAX-YEAR-X
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'ROY1099 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * Without the payee master nobody can be filed - every
      * history payee lists as missing from it.
       150-Load-Payee-Master.
           OPEN INPUT PAYEE-MASTER.
           IF  PAYEES-OK
               PERFORM 155-Read-Payee-Record
               PERFORM 160-Store-Payee-Record UNTIL PAYEES-AT-EOF
               CLOSE PAYEE-MASTER
           ELSE
               DISPLAY 'ROYPAYEE FILE STATUS: ' PY-F-STATUS
               DISPLAY 'NO PAYEE MASTER - PAYEES CANNOT BE FILED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       155-Read-Payee-Record.
           READ PAYEE-MASTER
               AT END MOVE 'Y' TO PY-EOF
           END-READ.
       160-Store-Payee-Record.
           MOVE PY-PAYEE-ID TO WS-SEARCH-PAYEE-ID.
           PERFORM 250-Locate-Payee-Row.
           IF  PAYEE-ENTRY-FOUND
           AND NOT PT-ON-MASTER(PT-SUB)
               MOVE 'Y'           TO PT-ON-MASTER-SW(PT-SUB)
               MOVE PY-PAYEE-NAME TO PT-PAYEE-NAME(PT-SUB)
               MOVE PY-TIN-TYPE   TO PT-TIN-TYPE(PT-SUB)
               MOVE PY-STREET     TO PT-STREET(PT-SUB)
               MOVE PY-CITY       TO PT-CITY(PT-SUB)
               MOVE PY-STATE      TO PT-STATE(PT-SUB)
               MOVE PY-ZIP        TO PT-ZIP(PT-SUB)
               IF  PY-TIN IS NUMERIC AND PY-TIN NOT = ZEROS
                   MOVE PY-TIN TO PT-TIN(PT-SUB)
               ELSE
                   MOVE SPACES TO PT-TIN(PT-SUB)
               END-IF
           END-IF.
           PERFORM 155-Read-Payee-Record.
      * Only payments dated in the tax year count.  No history at
      * all is a year nothing was paid - the extract still goes
      * with its payer record and a zero trailer.
       170-Total-Payment-History.
           OPEN INPUT PAYMENT-HISTORY.
           IF  HISTORY-OK
               PERFORM 175-Read-History-Record
               PERFORM 180-Add-History-Record UNTIL HISTORY-AT-EOF
               CLOSE PAYMENT-HISTORY
           ELSE
               DISPLAY 'ROYPAYH FILE STATUS: ' PH-F-STATUS
               DISPLAY 'NO ROYALTY PAYMENT HISTORY - NOTHING TO FILE'
           END-IF.
       175-Read-History-Record.
           READ PAYMENT-HISTORY
               AT END MOVE 'Y' TO PH-EOF
           END-READ.
       180-Add-History-Record.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  PH-PAY-DATE(1:4) = WS-TAX-YEAR-X
               ADD 1 TO CTR-HISTORY-IN-YEAR
               MOVE PH-PAYEE-ID TO WS-SEARCH-PAYEE-ID
               PERFORM 250-Locate-Payee-Row
               IF  PAYEE-ENTRY-FOUND
                   ADD 1           TO PT-PAYMENTS(PT-SUB)
                   ADD PH-GROSS    TO PT-ROYALTIES(PT-SUB)
                   ADD PH-WITHHELD TO PT-WITHHELD(PT-SUB)
               END-IF
           END-IF.
           PERFORM 175-Read-History-Record.
       250-Locate-Payee-Row.
           MOVE 'N' TO PAYEE-FOUND-SW.
           MOVE 1   TO PT-SUB.
           PERFORM 255-Match-Payee-Row
               UNTIL PT-SUB > PT-COUNT OR PAYEE-ENTRY-FOUND.
           IF  NOT PAYEE-ENTRY-FOUND
               IF  PT-COUNT < 300
                   ADD 1 TO PT-COUNT
                   MOVE PT-COUNT           TO PT-SUB
                   MOVE WS-SEARCH-PAYEE-ID TO PT-PAYEE-ID(PT-SUB)
                   MOVE 'N'                TO PT-ON-MASTER-SW(PT-SUB)
                   MOVE SPACES             TO PT-PAYEE-NAME(PT-SUB)
                   MOVE SPACE              TO PT-TIN-TYPE(PT-SUB)
                   MOVE SPACES             TO PT-TIN(PT-SUB)
                   MOVE SPACES             TO PT-STREET(PT-SUB)
                   MOVE SPACES             TO PT-CITY(PT-SUB)
                   MOVE SPACES             TO PT-STATE(PT-SUB)
                   MOVE SPACES             TO PT-ZIP(PT-SUB)
                   MOVE ZEROS              TO PT-PAYMENTS(PT-SUB)
                   MOVE ZEROS              TO PT-ROYALTIES(PT-SUB)
                   MOVE ZEROS              TO PT-WITHHELD(PT-SUB)
                   MOVE 'Y'                TO PAYEE-FOUND-SW
               ELSE
                   MOVE 'Y' TO PAYEE-TABLE-FULL
                   DISPLAY 'PAYEE TABLE FULL - ' WS-SEARCH-PAYEE-ID
                           ' NOT LOADED'
               END-IF
           END-IF.
       255-Match-Payee-Row.
           IF  PT-PAYEE-ID(PT-SUB) = WS-SEARCH-PAYEE-ID
               MOVE 'Y' TO PAYEE-FOUND-SW
           ELSE
               ADD 1 TO PT-SUB
           END-IF.
       300-Open-Files.
           OPEN OUTPUT FORM-PRINT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
      * Reportable when the royalties reach the floor or anything
      * was withheld.  The extract gets every reportable payee on
      * the master; the copy prints when the address will mail.
       500-File-One-Payee.
           IF  PT-ROYALTIES(PT-SUB) NOT < WS-REPORTING-FLOOR
           OR  PT-WITHHELD(PT-SUB) > ZERO
               IF  PT-ON-MASTER(PT-SUB)
                   PERFORM 510-Write-Payee-Record
                   PERFORM 520-Check-Payee-Address
                   IF  AC-VALID = 'Y'
                       PERFORM 530-Print-Recipient-Copy
                   ELSE
                       ADD 1 TO CTR-ADDR-HELD
                       MOVE 'Y' TO WS-WARNING-SW
                   END-IF
               ELSE
                   ADD 1 TO CTR-NOT-ON-MASTER
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           ELSE
               IF  PT-PAYMENTS(PT-SUB) > ZERO
                   ADD 1 TO CTR-UNDER-FLOOR
               END-IF
           END-IF.
       510-Write-Payee-Record.
           MOVE WS-TAX-YEAR-X         TO RB-TAX-YEAR.
           MOVE PT-PAYEE-ID(PT-SUB)   TO RB-PAYEE-ID.
           MOVE PT-TIN-TYPE(PT-SUB)   TO RB-TIN-TYPE.
           MOVE PT-TIN(PT-SUB)        TO RB-TIN.
           MOVE PT-PAYEE-NAME(PT-SUB) TO RB-PAYEE-NAME.
           MOVE PT-ROYALTIES(PT-SUB)  TO RB-ROYALTIES.
           MOVE PT-WITHHELD(PT-SUB)   TO RB-WITHHELD.
           WRITE FILING-EXTRACT-REC FROM R1099-PAYEE-REC.
           ADD 1 TO CTR-FILED.
           ADD PT-ROYALTIES(PT-SUB) TO WS-TOTAL-ROYALTIES.
           ADD PT-WITHHELD(PT-SUB)  TO WS-TOTAL-WITHHELD.
           IF  PT-TIN(PT-SUB) = SPACES
               ADD 1 TO CTR-NO-TIN
           END-IF.
       520-Check-Payee-Address.
           MOVE SPACE              TO AC-FUNCTION.
           MOVE PT-STREET(PT-SUB)  TO AC-STREET.
           MOVE PT-CITY(PT-SUB)    TO AC-CITY.
           MOVE PT-STATE(PT-SUB)   TO AC-STATE.
           MOVE PT-ZIP(PT-SUB)     TO AC-ZIP.
           CALL 'ADDRCHK' USING ADDRCHK-PARMS.
      * The recipient copy shows only the last four digits of the
      * taxpayer ID, in the shape of an SSN or an EIN.
       530-Print-Recipient-Copy.
           MOVE 'PAYER:' TO FPL-LABEL.
           MOVE PI-NAME  TO FPL-TEXT.
           MOVE SPACES  TO FPL-FORM.
           STRING 'FORM 1099-MISC  ' WS-TAX-YEAR-X
               DELIMITED BY SIZE INTO FPL-FORM.
           IF  CTR-PRINTED = ZERO
               WRITE FORM-LINE-OUT FROM FORM-PAYER-LINE
           ELSE
               WRITE FORM-LINE-OUT FROM FORM-PAYER-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES       TO FPL-LABEL.
           MOVE PI-ADDRESS-1 TO FPL-TEXT.
           MOVE 'COPY B FOR RECIPIENT' TO FPL-FORM.
           WRITE FORM-LINE-OUT FROM FORM-PAYER-LINE
               AFTER ADVANCING 1.
           MOVE PI-ADDRESS-2 TO FPL-TEXT.
           MOVE SPACES       TO FPL-FORM.
           WRITE FORM-LINE-OUT FROM FORM-PAYER-LINE
               AFTER ADVANCING 1.
           MOVE PI-EIN-PREFIX TO FTL-EIN-PREFIX.
           MOVE PI-EIN-SERIAL TO FTL-EIN-SERIAL.
           MOVE PI-PHONE      TO FTL-PHONE.
           WRITE FORM-LINE-OUT FROM FORM-PAYER-TIN-LINE
               AFTER ADVANCING 1.
           MOVE PT-PAYEE-NAME(PT-SUB) TO FNL-NAME.
           WRITE FORM-LINE-OUT FROM FORM-NAME-LINE
               AFTER ADVANCING 4.
           MOVE PT-STREET(PT-SUB) TO FSL-STREET.
           WRITE FORM-LINE-OUT FROM FORM-STREET-LINE
               AFTER ADVANCING 1.
           MOVE PT-CITY(PT-SUB)  TO FCY-CITY.
           MOVE PT-STATE(PT-SUB) TO FCY-STATE.
           MOVE PT-ZIP(PT-SUB)   TO FCY-ZIP.
           WRITE FORM-LINE-OUT FROM FORM-CITY-LINE
               AFTER ADVANCING 1.
           PERFORM 535-Mask-Taxpayer-ID.
           MOVE WS-MASKED-TIN       TO FRL-TIN.
           MOVE PT-PAYEE-ID(PT-SUB) TO FRL-ACCOUNT.
           IF  PT-TIN(PT-SUB) = SPACES
               MOVE 'NO TAXPAYER ID ON FILE' TO FRL-NOTE
           ELSE
               MOVE SPACES TO FRL-NOTE
           END-IF.
           WRITE FORM-LINE-OUT FROM FORM-RECIPIENT-LINE
               AFTER ADVANCING 4.
           MOVE ' 2 '                 TO FBL-BOX.
           MOVE 'ROYALTIES'           TO FBL-TEXT.
           MOVE PT-ROYALTIES(PT-SUB)  TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 2.
           MOVE ' 4 '                 TO FBL-BOX.
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO FBL-TEXT.
           MOVE PT-WITHHELD(PT-SUB)   TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 1.
           ADD 1 TO CTR-PRINTED.
       535-Mask-Taxpayer-ID.
           IF  PT-TIN(PT-SUB) = SPACES
               MOVE SPACES TO WS-MASKED-TIN
           ELSE
               IF  PT-TIN-TYPE(PT-SUB) = 'E'
                   MOVE '**-***' TO WS-MASKED-TIN
                   MOVE PT-TIN(PT-SUB)(6:4) TO WS-MASKED-TIN(7:4)
               ELSE
                   MOVE '***-**-' TO WS-MASKED-TIN
                   MOVE PT-TIN(PT-SUB)(6:4) TO WS-MASKED-TIN(8:4)
               END-IF
           END-IF.
      * The totals page lists every payee the run could not fully
      * deal with, after the counts and box totals.
       590-Write-Run-Totals.
           MOVE WS-TAX-YEAR-X     TO THL-TAX-YEAR.
           MOVE WS-JOB-START-TIME TO THL-RUN-TIME.
           IF  CTR-PRINTED = ZERO
               WRITE FORM-LINE-OUT FROM TOTAL-HEADING-LINE
           ELSE
               WRITE FORM-LINE-OUT FROM TOTAL-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE CTR-FILED          TO TL1-FILED.
           MOVE CTR-PRINTED        TO TL1-PRINTED.
           WRITE FORM-LINE-OUT FROM TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE WS-TOTAL-ROYALTIES TO TL2-ROYALTIES.
           WRITE FORM-LINE-OUT FROM TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE WS-TOTAL-WITHHELD  TO TL3-WITHHELD.
           WRITE FORM-LINE-OUT FROM TOTAL-LINE-3
               AFTER ADVANCING 1.
           MOVE CTR-UNDER-FLOOR    TO TL4-UNDER.
           MOVE CTR-NO-TIN         TO TL4-NO-TIN.
           WRITE FORM-LINE-OUT FROM TOTAL-LINE-4
               AFTER ADVANCING 1.
           MOVE CTR-ADDR-HELD      TO TL5-ADDR-HELD.
           MOVE CTR-NOT-ON-MASTER  TO TL5-NOT-ON-MASTER.
           WRITE FORM-LINE-OUT FROM TOTAL-LINE-5
               AFTER ADVANCING 1.
           MOVE CTR-HISTORY-IN-YEAR TO TL6-HISTORY.
           WRITE FORM-LINE-OUT FROM TOTAL-LINE-6
               AFTER ADVANCING 1.
           MOVE SPACES TO FORM-LINE-OUT.
           WRITE FORM-LINE-OUT AFTER ADVANCING 1.
           PERFORM 595-List-One-Exception
               VARYING PT-SUB FROM 1 BY 1 UNTIL PT-SUB > PT-COUNT.
       595-List-One-Exception.
           IF  PT-ROYALTIES(PT-SUB) NOT < WS-REPORTING-FLOOR
           OR  PT-WITHHELD(PT-SUB) > ZERO
               MOVE PT-PAYEE-ID(PT-SUB)   TO TEL-PAYEE-ID
               MOVE PT-PAYEE-NAME(PT-SUB) TO TEL-PAYEE-NAME
               MOVE SPACES                TO TEL-REASON
               IF  NOT PT-ON-MASTER(PT-SUB)
                   MOVE 'NOT ON PAYEE MASTER - NOT FILED'
                       TO TEL-REASON
               ELSE
                   PERFORM 520-Check-Payee-Address
                   IF  AC-VALID NOT = 'Y'
                       STRING 'COPY HELD - ' AC-REASON
                           DELIMITED BY SIZE INTO TEL-REASON
                   END-IF
               END-IF
               IF  TEL-REASON NOT = SPACES
                   WRITE FORM-LINE-OUT FROM TOTAL-EXCEPTION-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.
       680-Register-Transmission.
           OPEN EXTEND XMIT-MANIFEST.
           MOVE 'R1099EX '         TO XM-FILE-NAME.
           MOVE WS-JOB-START-TIME  TO XM-CREATED.
           MOVE CTR-FILED          TO XM-RECORD-COUNT.
           MOVE WS-TOTAL-ROYALTIES TO XM-AMOUNT-HASH.
           WRITE XMIT-MANIFEST-REC.
           CLOSE XMIT-MANIFEST.
       600-Close-Files.
           CLOSE FORM-PRINT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'ROY1099 ' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
