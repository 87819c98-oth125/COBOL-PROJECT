       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMEMO01.
      ***** Credit memos and rebilling for the FAVS project invoices.
      ***** Each C card on the CRMTRAN transaction file credits one
      ***** invoice on the ARLEDG receivables ledger - a full
      ***** reversal (F) of whatever of the invoice is not already
      ***** credited, or a partial credit (P) of the keyed amount -
      ***** with a reason code from the table below.  An accepted
      ***** credit memo takes the next number off INVCTL, posts to
      ***** ARLEDG as a credit item (AR-ITEM-TYPE C) carrying the
      ***** original invoice number in AR-ORIG-INVOICE-NBR, reverses
      ***** the amount out of the project's invoiced-to-date on
      ***** PROJACTL, and prints a credit-memo document.  ARCASH1
      ***** nets the credit against the original invoice when it
      ***** applies cash and ages the ledger.
      *****
      ***** R cards following a C card are the corrected lines to
      ***** rebill: they print on a new invoice under the next
      ***** INVCTL number for the same project, post to ARLEDG as an
      ***** ordinary invoice (linked back to the one it replaces)
      ***** and add back into PROJACTL.  A credit memo that is
      ***** rejected rebills nothing.
      *****
      ***** Rejected cards print on the document report with the
      ***** reason and end the run at return code 4.  The ledgers
      ***** and INVCTL are rewritten only when something posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-TRANS ASSIGN TO CRMTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CT-F-STATUS.
           SELECT RECEIVABLES-LEDGER ASSIGN TO ARLEDG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AR-F-STATUS.
           SELECT ACTUALS-LEDGER ASSIGN TO PROJACTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PA-F-STATUS.
           SELECT INVOICE-CONTROL ASSIGN TO INVCTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IC-F-STATUS.
           SELECT MEMO-REPORT ASSIGN TO CRMEMRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORDS ARE CREDIT-TRAN-REC REBILL-LINE-REC.
       01  CREDIT-TRAN-REC.
           05  CT-REC-TYPE        PIC X(1).
               88  CT-CREDIT-MEMO           VALUE 'C'.
               88  CT-REBILL-LINE           VALUE 'R'.
           05  CT-INVOICE-NBR     PIC 9(6).
           05  CT-INVOICE-NBR-X REDEFINES CT-INVOICE-NBR PIC X(6).
           05  CT-CREDIT-KIND     PIC X(1).
               88  CT-FULL-REVERSAL         VALUE 'F'.
               88  CT-PARTIAL-CREDIT        VALUE 'P'.
           05  CT-CREDIT-AMOUNT   PIC 9(9)V99.
           05  CT-CREDIT-AMOUNT-X REDEFINES CT-CREDIT-AMOUNT
                                  PIC X(11).
           05  CT-REASON          PIC X(2).
           05  CT-NOTE            PIC X(30).
           05  FILLER             PIC X(29).
       01  REBILL-LINE-REC.
           05  FILLER             PIC X(1).
           05  CR-LINE-DESC       PIC X(30).
           05  CR-LINE-AMOUNT     PIC 9(9)V99.
           05  CR-LINE-AMOUNT-X REDEFINES CR-LINE-AMOUNT PIC X(11).
           05  FILLER             PIC X(38).
       FD  RECEIVABLES-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIVABLE-REC.
      * A credit memo carries C in AR-ITEM-TYPE and is a negative
      * open item - AR-AMOUNT is the amount credited - against the
      * invoice in AR-ORIG-INVOICE-NBR.  A rebill is an ordinary
      * invoice that carries the number of the invoice it replaces.
       01  RECEIVABLE-REC.
           05  AR-INVOICE-NBR     PIC 9(6).
           05  AR-PROJECT         PIC X(8).
           05  AR-INVOICE-DATE    PIC X(8).
           05  AR-AMOUNT          PIC 9(9)V99.
           05  AR-PAID            PIC 9(9)V99.
           05  AR-ITEM-TYPE       PIC X(1).
               88  AR-CREDIT-MEMO           VALUE 'C'.
           05  AR-ORIG-INVOICE-NBR PIC 9(6).
           05  AR-REASON          PIC X(2).
           05  FILLER             PIC X(27).
       FD  ACTUALS-LEDGER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACTUALS-LEDGER-REC.
       01  ACTUALS-LEDGER-REC.
           05  PA-PROJECT         PIC X(8).
           05  PA-INVOICED        PIC 9(9)V99.
           05  FILLER             PIC X(61).
       FD  INVOICE-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-CONTROL-REC.
       01  INVOICE-CONTROL-REC.
           05  IC-NEXT-INVOICE-NBR PIC 9(6).
           05  FILLER             PIC X(74).
       FD  MEMO-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MEMO-LINE-OUT.
       01  MEMO-LINE-OUT  PIC X(80).
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
       77 CT-F-STATUS               PIC X(02) VALUE SPACES.
           88 CT-OK                           VALUE '00'.
       77 AR-F-STATUS               PIC X(02) VALUE SPACES.
           88 AR-OK                           VALUE '00'.
       77 PA-F-STATUS               PIC X(02) VALUE SPACES.
           88 PA-OK                           VALUE '00'.
       77 IC-F-STATUS               PIC X(02) VALUE SPACES.
           88 IC-OK                           VALUE '00'.
       77 CT-OPEN-SW                PIC X(01) VALUE 'N'.
           88 CT-IS-OPEN                      VALUE 'Y'.
       77 CT-EOF                    PIC X(01) VALUE 'N'.
           88 CT-AT-EOF                       VALUE 'Y'.
       77 AR-EOF                    PIC X(01) VALUE 'N'.
           88 AR-AT-EOF                       VALUE 'Y'.
       77 PA-EOF                    PIC X(01) VALUE 'N'.
           88 PA-AT-EOF                       VALUE 'Y'.
      *    CREDIT REASON CODES
       01 REASON-CODE-VALUES.
           05 FILLER PIC X(32) VALUE 'BRBILLING RATE IN ERROR         '.
           05 FILLER PIC X(32) VALUE 'HRHOURS OR DAYS BILLED IN ERROR '.
           05 FILLER PIC X(32) VALUE 'EXEXPENSE BILLED IN ERROR       '.
           05 FILLER PIC X(32) VALUE 'DUDUPLICATE INVOICE             '.
           05 FILLER PIC X(32) VALUE 'DSCLIENT DISPUTE SETTLED        '.
           05 FILLER PIC X(32) VALUE 'OTOTHER - SEE NOTE              '.
       01 REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.
           05 REASON-ENTRY OCCURS 6 TIMES.
               10 RS-CODE           PIC X(2).
               10 RS-DESCRIPTION    PIC X(30).
       77 RS-COUNT                  PIC 9(4) COMP VALUE 6.
       77 RS-SUB                    PIC 9(4) COMP VALUE 0.
       01 RS-FOUND-SW               PIC X(01) VALUE 'N'.
           88 RS-ENTRY-FOUND                  VALUE 'Y'.
      *    RECEIVABLES LEDGER IN CORE
       01 AR-TABLE-AREA.
           05 AT-COUNT              PIC 9(4) COMP VALUE 0.
           05 AT-SUB                PIC 9(4) COMP VALUE 0.
           05 AT-LINK-SUB           PIC 9(4) COMP VALUE 0.
           05 AR-TABLE OCCURS 1000 TIMES.
               10 AT-INVOICE-NBR    PIC 9(6).
               10 AT-PROJECT        PIC X(8).
               10 AT-INVOICE-DATE   PIC X(8).
               10 AT-AMOUNT         PIC 9(9)V99.
               10 AT-PAID           PIC 9(9)V99.
               10 AT-ITEM-TYPE      PIC X(1).
               10 AT-ORIG-INVOICE   PIC 9(6).
               10 AT-REASON         PIC X(2).
       01 AR-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 AR-TABLE-IS-FULL                VALUE 'Y'.
       01 AR-FOUND-SW               PIC X(01) VALUE 'N'.
           88 AR-ENTRY-FOUND                  VALUE 'Y'.
      *    PROJECT ACTUALS IN CORE
       01 AC-TABLE-AREA.
           05 AC-COUNT              PIC 9(4) COMP VALUE 0.
           05 AC-SUB                PIC 9(4) COMP VALUE 0.
           05 AC-TABLE OCCURS 500 TIMES.
               10 AC-PROJECT        PIC X(8).
               10 AC-INVOICED       PIC 9(9)V99.
       01 AC-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 AC-TABLE-IS-FULL                VALUE 'Y'.
       01 AC-FOUND-SW               PIC X(01) VALUE 'N'.
           88 AC-ENTRY-FOUND                  VALUE 'Y'.
      *    CREDIT AND REBILL WORK AREAS
       01 WS-CREDIT-WORK.
           05 WS-TODAY-YMD          PIC X(08)    VALUE SPACES.
           05 WS-NEXT-INVOICE-NBR   PIC 9(6)     VALUE 1000.
           05 WS-HIGH-LEDGER-NBR    PIC 9(6)     VALUE 0.
           05 WS-INVOICE-SUB        PIC 9(4) COMP VALUE 0.
           05 WS-PRIOR-CREDITS      PIC 9(11)V99 VALUE 0.
           05 WS-CREDITABLE         PIC S9(11)V99 VALUE 0.
           05 WS-CREDIT-AMT         PIC 9(9)V99  VALUE 0.
           05 WS-CREDIT-MEMO-NBR    PIC 9(6)     VALUE 0.
           05 WS-REBILL-NBR         PIC 9(6)     VALUE 0.
           05 WS-REBILL-TOTAL       PIC 9(9)V99  VALUE 0.
           05 WS-TRAN-INVOICE-X     PIC X(6)     VALUE SPACES.
           05 WS-ORIG-INVOICE       PIC 9(6)     VALUE 0.
           05 WS-ORIG-PROJECT       PIC X(8)     VALUE SPACES.
           05 WS-ORIG-REASON        PIC X(2)     VALUE SPACES.
           05 WS-ACTUALS-PROJECT    PIC X(8)     VALUE SPACES.
       77 WS-CREDIT-ACCEPTED-SW     PIC X(01) VALUE 'N'.
           88 CREDIT-ACCEPTED                 VALUE 'Y'.
       77 WS-REBILL-OPEN-SW         PIC X(01) VALUE 'N'.
           88 REBILL-OPEN                     VALUE 'Y'.
       01 MEMO-COUNTERS.
           05 CTR-CREDITS           PIC 9(5)     VALUE 0.
           05 CTR-REBILLS           PIC 9(5)     VALUE 0.
           05 CTR-REJECTED          PIC 9(5)     VALUE 0.
           05 CTR-CREDITED          PIC 9(11)V99 VALUE 0.
           05 CTR-REBILLED          PIC 9(11)V99 VALUE 0.
      *    REPORT LINES
       01 MEMO-HEADING.
           05 FILLER  PIC X(40) VALUE
                  'FAVS RECEIVABLES - CREDIT MEMOS/REBILLS'.
           05 MH-RUN-TIME           PIC X(15).
       01 MEMO-EXCEPTION-LINE.
           05 MEL-INVOICE-NBR       PIC X(6).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MEL-AMOUNT            PIC $$$,$$$,$$9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MEL-REASON            PIC X(50).
       01 CREDIT-MEMO-HEADER-LINE.
           05 FILLER            PIC X(13) VALUE 'CREDIT MEMO  '.
           05 CMH-MEMO-NBR      PIC 9(6).
           05 FILLER            PIC X(12) VALUE '   PROJECT: '.
           05 CMH-PROJECT       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CMH-RUN-TIME      PIC X(15).
       01 CREDIT-MEMO-REF-LINE.
           05 FILLER            PIC X(16) VALUE 'AGAINST INVOICE '.
           05 CMR-INVOICE-NBR   PIC 9(6).
           05 FILLER            PIC X(8)  VALUE '  DATED '.
           05 CMR-INVOICE-DATE  PIC X(8).
           05 FILLER            PIC X(11) VALUE '  INVOICED '.
           05 CMR-INVOICE-AMT   PIC $$$,$$$,$$9.99.
       01 CREDIT-MEMO-REASON-LINE.
           05 FILLER            PIC X(8)  VALUE 'REASON: '.
           05 CMS-REASON        PIC X(2).
           05 FILLER            PIC X(3)  VALUE ' - '.
           05 CMS-DESCRIPTION   PIC X(30).
       01 CREDIT-MEMO-NOTE-LINE.
           05 FILLER            PIC X(8)  VALUE 'NOTE:   '.
           05 CMN-NOTE          PIC X(30).
       01 CREDIT-MEMO-TOTAL-LINE.
           05 CMT-KIND          PIC X(17).
           05 FILLER            PIC X(14) VALUE 'CREDIT TOTAL: '.
           05 CMT-AMOUNT        PIC $$$,$$$,$$9.99-.
       01 REBILL-HEADER-LINE.
           05 FILLER            PIC X(9)  VALUE 'INVOICE  '.
           05 RBH-INVOICE-NBR   PIC 9(6).
           05 FILLER            PIC X(12) VALUE '   PROJECT: '.
           05 RBH-PROJECT       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RBH-RUN-TIME      PIC X(15).
       01 REBILL-REF-LINE.
           05 FILLER            PIC X(16) VALUE 'REBILLS INVOICE '.
           05 RBR-INVOICE-NBR   PIC 9(6).
           05 FILLER            PIC X(20) VALUE
                  ' - CREDITED BY MEMO '.
           05 RBR-MEMO-NBR      PIC 9(6).
       01 REBILL-DETAIL-LINE.
           05 RBD-DESCRIPTION   PIC X(30).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RBD-AMOUNT        PIC $$$,$$$,$$9.99.
       01 REBILL-TOTAL-LINE.
           05 FILLER            PIC X(17) VALUE 'PROJECT TOTAL:   '.
           05 RBT-TOTAL         PIC $$$,$$$,$$9.99.
       01 MEMO-RUN-TOTAL-LINE-1.
           05 FILLER            PIC X(14) VALUE 'CREDIT MEMOS: '.
           05 MRT-CREDITS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE '  CREDITED: '.
           05 MRT-CREDITED      PIC $$$,$$$,$$$,$$9.99.
       01 MEMO-RUN-TOTAL-LINE-2.
           05 FILLER            PIC X(14) VALUE 'REBILLS:      '.
           05 MRT-REBILLS       PIC ZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE '  REBILLED: '.
           05 MRT-REBILLED      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(12) VALUE '  REJECTED: '.
           05 MRT-REJECTED      PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 100-Main UNTIL CT-AT-EOF.
           MOVE CTR-CREDITS  TO MRT-CREDITS.
           MOVE CTR-CREDITED TO MRT-CREDITED.
           MOVE CTR-REBILLS  TO MRT-REBILLS.
           MOVE CTR-REBILLED TO MRT-REBILLED.
           MOVE CTR-REJECTED TO MRT-REJECTED.
           WRITE MEMO-LINE-OUT FROM MEMO-RUN-TOTAL-LINE-1
               AFTER ADVANCING 3.
           WRITE MEMO-LINE-OUT FROM MEMO-RUN-TOTAL-LINE-2
               AFTER ADVANCING 1.
           IF  CTR-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF  AR-TABLE-IS-FULL OR AC-TABLE-IS-FULL
               DISPLAY 'CRMEMO01 - LEDGER TABLE FULL - NOTHING '
                       'POSTED - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF  CTR-CREDITS > ZERO
               PERFORM 880-Save-Ledger
               PERFORM 890-Save-Actuals
               PERFORM 895-Save-Invoice-Control
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Ledger.
           PERFORM 170-Load-Actuals.
           PERFORM 190-Load-Invoice-Control.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           EVALUATE TRUE
               WHEN CT-CREDIT-MEMO
                   PERFORM 200-Process-Credit-Memo
                   PERFORM 400-Read-Tran
                   PERFORM 220-Process-Rebill-Line
                       UNTIL CT-AT-EOF OR NOT CT-REBILL-LINE
                   IF  REBILL-OPEN
                       PERFORM 240-Finish-Rebill
                   END-IF
               WHEN CT-REBILL-LINE
                   MOVE SPACES TO MEL-INVOICE-NBR
                   MOVE ZEROS  TO MEL-AMOUNT
                   MOVE 'REBILL LINE WITH NO CREDIT MEMO - NOT BILLED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
                   PERFORM 400-Read-Tran
               WHEN OTHER
                   MOVE SPACES TO MEL-INVOICE-NBR
                   MOVE ZEROS  TO MEL-AMOUNT
                   MOVE 'UNKNOWN TRANSACTION TYPE - SKIPPED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
                   PERFORM 400-Read-Tran
           END-EVALUATE.
      * Validate the credit memo against the invoice it names.  A
      * full reversal credits whatever of the invoice earlier memos
      * have not; a partial credit may not take more than that.
       200-Process-Credit-Memo.
           MOVE 'N' TO WS-CREDIT-ACCEPTED-SW.
           MOVE 'N' TO WS-REBILL-OPEN-SW.
           MOVE ZEROS TO WS-CREDITABLE.
           MOVE CT-INVOICE-NBR-X TO WS-TRAN-INVOICE-X.
           IF  CT-INVOICE-NBR-X IS NUMERIC
               PERFORM 250-Find-Invoice
           ELSE
               MOVE 'N' TO AR-FOUND-SW
           END-IF.
           IF  AR-ENTRY-FOUND
               MOVE AT-SUB TO WS-INVOICE-SUB
               PERFORM 210-Total-Prior-Credits
           END-IF.
           PERFORM 205-Find-Reason.
           MOVE CT-INVOICE-NBR-X TO MEL-INVOICE-NBR.
           MOVE ZEROS            TO MEL-AMOUNT.
           EVALUATE TRUE
               WHEN CT-INVOICE-NBR-X IS NOT NUMERIC
                   MOVE 'INVOICE NUMBER NOT NUMERIC - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN NOT AR-ENTRY-FOUND
                   MOVE 'INVOICE NOT ON LEDGER - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN AT-ITEM-TYPE(WS-INVOICE-SUB) = 'C'
                   MOVE 'NUMBER IS A CREDIT MEMO - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN NOT CT-FULL-REVERSAL AND NOT CT-PARTIAL-CREDIT
                   MOVE 'CREDIT KIND NOT F OR P - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN NOT RS-ENTRY-FOUND
                   MOVE 'REASON CODE NOT ON FILE - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN WS-CREDITABLE NOT > ZERO
                   MOVE 'INVOICE ALREADY FULLY CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN CT-PARTIAL-CREDIT
                AND CT-CREDIT-AMOUNT-X IS NOT NUMERIC
                   MOVE 'CREDIT AMOUNT NOT NUMERIC - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN CT-PARTIAL-CREDIT AND CT-CREDIT-AMOUNT = ZERO
                   MOVE 'CREDIT AMOUNT IS ZERO - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN CT-PARTIAL-CREDIT
                AND CT-CREDIT-AMOUNT > WS-CREDITABLE
                   MOVE CT-CREDIT-AMOUNT TO MEL-AMOUNT
                   MOVE 'CREDIT OVER UNCREDITED INVOICE AMOUNT'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN AR-TABLE-IS-FULL OR AC-TABLE-IS-FULL
                 OR AT-COUNT > 998
                   MOVE 'LEDGER TABLE FULL - NOT CREDITED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN OTHER
                   PERFORM 260-Post-Credit-Memo
           END-EVALUATE.
       205-Find-Reason.
           MOVE 'N' TO RS-FOUND-SW.
           MOVE 1   TO RS-SUB.
           PERFORM 207-Match-Reason
               UNTIL RS-SUB > RS-COUNT OR RS-ENTRY-FOUND.
       207-Match-Reason.
           IF  RS-CODE(RS-SUB) = CT-REASON
               MOVE 'Y' TO RS-FOUND-SW
           ELSE
               ADD 1 TO RS-SUB
           END-IF.
       210-Total-Prior-Credits.
           MOVE ZEROS TO WS-PRIOR-CREDITS.
           PERFORM 215-Add-Prior-Credit
               VARYING AT-LINK-SUB FROM 1 BY 1
               UNTIL AT-LINK-SUB > AT-COUNT.
           COMPUTE WS-CREDITABLE =
               AT-AMOUNT(WS-INVOICE-SUB) - WS-PRIOR-CREDITS.
       215-Add-Prior-Credit.
           IF  AT-ITEM-TYPE(AT-LINK-SUB) = 'C'
           AND AT-ORIG-INVOICE(AT-LINK-SUB) =
               AT-INVOICE-NBR(WS-INVOICE-SUB)
               ADD AT-AMOUNT(AT-LINK-SUB) TO WS-PRIOR-CREDITS
           END-IF.
      * Each rebill line belongs to the credit memo ahead of it; the
      * first good one opens the replacement invoice.
       220-Process-Rebill-Line.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           EVALUATE TRUE
               WHEN NOT CREDIT-ACCEPTED
                   MOVE WS-TRAN-INVOICE-X TO MEL-INVOICE-NBR
                   MOVE ZEROS            TO MEL-AMOUNT
                   MOVE 'CREDIT MEMO REJECTED - LINE NOT REBILLED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN CR-LINE-AMOUNT-X IS NOT NUMERIC
                   MOVE WS-ORIG-INVOICE  TO MEL-INVOICE-NBR
                   MOVE ZEROS            TO MEL-AMOUNT
                   MOVE 'REBILL AMOUNT NOT NUMERIC - LINE NOT REBILLED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN OTHER
                   IF  NOT REBILL-OPEN
                       PERFORM 225-Start-Rebill
                   END-IF
                   MOVE CR-LINE-DESC   TO RBD-DESCRIPTION
                   MOVE CR-LINE-AMOUNT TO RBD-AMOUNT
                   WRITE MEMO-LINE-OUT FROM REBILL-DETAIL-LINE
                       AFTER ADVANCING 1
                   ADD CR-LINE-AMOUNT  TO WS-REBILL-TOTAL
           END-EVALUATE.
           PERFORM 400-Read-Tran.
       225-Start-Rebill.
           MOVE 'Y'                 TO WS-REBILL-OPEN-SW.
           MOVE ZEROS               TO WS-REBILL-TOTAL.
           MOVE WS-NEXT-INVOICE-NBR TO WS-REBILL-NBR.
           ADD 1 TO WS-NEXT-INVOICE-NBR.
           MOVE WS-REBILL-NBR       TO RBH-INVOICE-NBR.
           MOVE WS-ORIG-PROJECT     TO RBH-PROJECT.
           MOVE WS-JOB-START-TIME   TO RBH-RUN-TIME.
           WRITE MEMO-LINE-OUT FROM REBILL-HEADER-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-ORIG-INVOICE     TO RBR-INVOICE-NBR.
           MOVE WS-CREDIT-MEMO-NBR  TO RBR-MEMO-NBR.
           WRITE MEMO-LINE-OUT FROM REBILL-REF-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO MEMO-LINE-OUT.
           WRITE MEMO-LINE-OUT AFTER ADVANCING 1.
      * Close the replacement invoice: print its total, post it to
      * the ledger as an ordinary invoice and add it back into the
      * project's invoiced-to-date.
       240-Finish-Rebill.
           MOVE WS-REBILL-TOTAL TO RBT-TOTAL.
           WRITE MEMO-LINE-OUT FROM REBILL-TOTAL-LINE
               AFTER ADVANCING 2.
           ADD 1 TO AT-COUNT.
           MOVE WS-REBILL-NBR    TO AT-INVOICE-NBR(AT-COUNT).
           MOVE WS-ORIG-PROJECT  TO AT-PROJECT(AT-COUNT).
           MOVE WS-TODAY-YMD     TO AT-INVOICE-DATE(AT-COUNT).
           MOVE WS-REBILL-TOTAL  TO AT-AMOUNT(AT-COUNT).
           MOVE ZEROS            TO AT-PAID(AT-COUNT).
           MOVE SPACE            TO AT-ITEM-TYPE(AT-COUNT).
           MOVE WS-ORIG-INVOICE  TO AT-ORIG-INVOICE(AT-COUNT).
           MOVE WS-ORIG-REASON   TO AT-REASON(AT-COUNT).
           MOVE WS-ORIG-PROJECT  TO WS-ACTUALS-PROJECT.
           PERFORM 270-Find-Actuals-Row.
           IF  AC-ENTRY-FOUND
               ADD WS-REBILL-TOTAL TO AC-INVOICED(AC-SUB)
           ELSE
               IF  AC-COUNT < 500
                   ADD 1 TO AC-COUNT
                   MOVE WS-ORIG-PROJECT TO AC-PROJECT(AC-COUNT)
                   MOVE WS-REBILL-TOTAL TO AC-INVOICED(AC-COUNT)
               ELSE
                   MOVE WS-REBILL-NBR   TO MEL-INVOICE-NBR
                   MOVE WS-REBILL-TOTAL TO MEL-AMOUNT
                   MOVE 'ACTUALS TABLE FULL - REBILL NOT ON PROJACTL'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               END-IF
           END-IF.
           ADD 1               TO CTR-REBILLS.
           ADD WS-REBILL-TOTAL TO CTR-REBILLED.
           MOVE 'N' TO WS-REBILL-OPEN-SW.
       250-Find-Invoice.
           MOVE 'N' TO AR-FOUND-SW.
           MOVE 1   TO AT-SUB.
           PERFORM 255-Match-Invoice
               UNTIL AT-SUB > AT-COUNT OR AR-ENTRY-FOUND.
       255-Match-Invoice.
           IF  AT-INVOICE-NBR(AT-SUB) = CT-INVOICE-NBR
               MOVE 'Y' TO AR-FOUND-SW
           ELSE
               ADD 1 TO AT-SUB
           END-IF.
      * Post the credit memo as a negative open item under the next
      * invoice number, reverse it out of the project's actuals and
      * print the document.
       260-Post-Credit-Memo.
           IF  CT-FULL-REVERSAL
               MOVE WS-CREDITABLE    TO WS-CREDIT-AMT
               MOVE 'FULL REVERSAL'  TO CMT-KIND
           ELSE
               MOVE CT-CREDIT-AMOUNT TO WS-CREDIT-AMT
               MOVE 'PARTIAL CREDIT' TO CMT-KIND
           END-IF.
           MOVE WS-NEXT-INVOICE-NBR TO WS-CREDIT-MEMO-NBR.
           ADD 1 TO WS-NEXT-INVOICE-NBR.
           MOVE AT-INVOICE-NBR(WS-INVOICE-SUB) TO WS-ORIG-INVOICE.
           MOVE AT-PROJECT(WS-INVOICE-SUB)     TO WS-ORIG-PROJECT.
           MOVE CT-REASON                      TO WS-ORIG-REASON.
           ADD 1 TO AT-COUNT.
           MOVE WS-CREDIT-MEMO-NBR TO AT-INVOICE-NBR(AT-COUNT).
           MOVE WS-ORIG-PROJECT    TO AT-PROJECT(AT-COUNT).
           MOVE WS-TODAY-YMD       TO AT-INVOICE-DATE(AT-COUNT).
           MOVE WS-CREDIT-AMT      TO AT-AMOUNT(AT-COUNT).
           MOVE ZEROS              TO AT-PAID(AT-COUNT).
           MOVE 'C'                TO AT-ITEM-TYPE(AT-COUNT).
           MOVE WS-ORIG-INVOICE    TO AT-ORIG-INVOICE(AT-COUNT).
           MOVE WS-ORIG-REASON     TO AT-REASON(AT-COUNT).
           PERFORM 265-Reverse-Actuals.
           PERFORM 280-Print-Credit-Memo.
           MOVE 'Y' TO WS-CREDIT-ACCEPTED-SW.
           ADD 1             TO CTR-CREDITS.
           ADD WS-CREDIT-AMT TO CTR-CREDITED.
      * PROJACTL holds invoiced-to-date unsigned, so a credit bigger
      * than what the ledger carries takes the project to zero and
      * says so rather than wrapping.
       265-Reverse-Actuals.
           MOVE WS-ORIG-PROJECT TO WS-ACTUALS-PROJECT.
           PERFORM 270-Find-Actuals-Row.
           EVALUATE TRUE
               WHEN NOT AC-ENTRY-FOUND
                   MOVE WS-CREDIT-MEMO-NBR TO MEL-INVOICE-NBR
                   MOVE WS-CREDIT-AMT      TO MEL-AMOUNT
                   MOVE 'PROJECT NOT ON PROJACTL - ACTUALS NOT REVERSED'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
               WHEN AC-INVOICED(AC-SUB) < WS-CREDIT-AMT
                   MOVE WS-CREDIT-MEMO-NBR TO MEL-INVOICE-NBR
                   MOVE AC-INVOICED(AC-SUB) TO MEL-AMOUNT
                   MOVE 'CREDIT OVER PROJECT ACTUALS - SET TO ZERO'
                       TO MEL-REASON
                   PERFORM 290-Write-Exception
                   MOVE ZEROS TO AC-INVOICED(AC-SUB)
               WHEN OTHER
                   SUBTRACT WS-CREDIT-AMT FROM AC-INVOICED(AC-SUB)
           END-EVALUATE.
       270-Find-Actuals-Row.
           MOVE 'N' TO AC-FOUND-SW.
           MOVE 1   TO AC-SUB.
           PERFORM 275-Match-Actuals-Row
               UNTIL AC-SUB > AC-COUNT OR AC-ENTRY-FOUND.
       275-Match-Actuals-Row.
           IF  AC-PROJECT(AC-SUB) = WS-ACTUALS-PROJECT
               MOVE 'Y' TO AC-FOUND-SW
           ELSE
               ADD 1 TO AC-SUB
           END-IF.
       280-Print-Credit-Memo.
           MOVE WS-CREDIT-MEMO-NBR TO CMH-MEMO-NBR.
           MOVE WS-ORIG-PROJECT    TO CMH-PROJECT.
           MOVE WS-JOB-START-TIME  TO CMH-RUN-TIME.
           WRITE MEMO-LINE-OUT FROM CREDIT-MEMO-HEADER-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-ORIG-INVOICE                 TO CMR-INVOICE-NBR.
           MOVE AT-INVOICE-DATE(WS-INVOICE-SUB) TO CMR-INVOICE-DATE.
           MOVE AT-AMOUNT(WS-INVOICE-SUB)       TO CMR-INVOICE-AMT.
           WRITE MEMO-LINE-OUT FROM CREDIT-MEMO-REF-LINE
               AFTER ADVANCING 2.
           MOVE CT-REASON           TO CMS-REASON.
           MOVE RS-DESCRIPTION(RS-SUB) TO CMS-DESCRIPTION.
           WRITE MEMO-LINE-OUT FROM CREDIT-MEMO-REASON-LINE
               AFTER ADVANCING 1.
           IF  CT-NOTE NOT = SPACES
               MOVE CT-NOTE TO CMN-NOTE
               WRITE MEMO-LINE-OUT FROM CREDIT-MEMO-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
           COMPUTE CMT-AMOUNT = ZERO - WS-CREDIT-AMT.
           WRITE MEMO-LINE-OUT FROM CREDIT-MEMO-TOTAL-LINE
               AFTER ADVANCING 2.
       290-Write-Exception.
           ADD 1 TO CTR-REJECTED.
           WRITE MEMO-LINE-OUT FROM MEMO-EXCEPTION-LINE
               AFTER ADVANCING 1.
       300-Open-Files.
           OPEN INPUT CREDIT-TRANS.
           OPEN OUTPUT MEMO-REPORT.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY-YMD.
           MOVE WS-JOB-START-TIME TO MH-RUN-TIME.
           WRITE MEMO-LINE-OUT FROM MEMO-HEADING.
           IF NOT CT-OK
               DISPLAY 'CRMTRAN FILE STATUS: ' CT-F-STATUS
               DISPLAY 'NO CREDIT MEMOS TODAY'
               MOVE 'Y' TO CT-EOF
           ELSE
               MOVE 'Y' TO CT-OPEN-SW
               PERFORM 400-Read-Tran
           END-IF.
       150-Load-Ledger.
           OPEN INPUT RECEIVABLES-LEDGER.
           IF  AR-OK
               PERFORM 155-Read-Ledger
               PERFORM 160-Store-Ledger-Row UNTIL AR-AT-EOF
           ELSE
               DISPLAY 'ARLEDG FILE STATUS: ' AR-F-STATUS
               DISPLAY 'NO RECEIVABLES LEDGER - NOTHING TO CREDIT'
           END-IF.
           CLOSE RECEIVABLES-LEDGER.
       155-Read-Ledger.
           READ RECEIVABLES-LEDGER
               AT END MOVE 'Y' TO AR-EOF
           END-READ.
       160-Store-Ledger-Row.
           IF  AT-COUNT < 1000
               ADD 1 TO AT-COUNT
               MOVE AR-INVOICE-NBR  TO AT-INVOICE-NBR(AT-COUNT)
               MOVE AR-PROJECT      TO AT-PROJECT(AT-COUNT)
               MOVE AR-INVOICE-DATE TO AT-INVOICE-DATE(AT-COUNT)
               MOVE AR-AMOUNT       TO AT-AMOUNT(AT-COUNT)
               MOVE AR-PAID         TO AT-PAID(AT-COUNT)
               MOVE AR-ITEM-TYPE    TO AT-ITEM-TYPE(AT-COUNT)
               MOVE AR-REASON       TO AT-REASON(AT-COUNT)
               IF  AR-ORIG-INVOICE-NBR IS NUMERIC
                   MOVE AR-ORIG-INVOICE-NBR
                       TO AT-ORIG-INVOICE(AT-COUNT)
               ELSE
                   MOVE ZEROS TO AT-ORIG-INVOICE(AT-COUNT)
               END-IF
               IF  AR-INVOICE-NBR > WS-HIGH-LEDGER-NBR
                   MOVE AR-INVOICE-NBR TO WS-HIGH-LEDGER-NBR
               END-IF
           ELSE
               MOVE 'Y' TO AR-TABLE-FULL
               DISPLAY 'LEDGER TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 155-Read-Ledger.
       170-Load-Actuals.
           OPEN INPUT ACTUALS-LEDGER.
           IF  PA-OK
               PERFORM 175-Read-Actuals
               PERFORM 180-Store-Actuals-Row UNTIL PA-AT-EOF
           ELSE
               DISPLAY 'PROJACTL FILE STATUS: ' PA-F-STATUS
               DISPLAY 'NO PROJECT ACTUALS - STARTING A NEW LEDGER'
           END-IF.
           CLOSE ACTUALS-LEDGER.
       175-Read-Actuals.
           READ ACTUALS-LEDGER
               AT END MOVE 'Y' TO PA-EOF
           END-READ.
       180-Store-Actuals-Row.
           IF  AC-COUNT < 500
               ADD 1 TO AC-COUNT
               MOVE PA-PROJECT  TO AC-PROJECT(AC-COUNT)
               MOVE PA-INVOICED TO AC-INVOICED(AC-COUNT)
           ELSE
               MOVE 'Y' TO AC-TABLE-FULL
               DISPLAY 'ACTUALS TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 175-Read-Actuals.
      * Numbers come off the same INVCTL series FAVS bills from, and
      * never behind the highest number already on the ledger.
       190-Load-Invoice-Control.
           OPEN INPUT INVOICE-CONTROL.
           IF  IC-OK
               READ INVOICE-CONTROL
                   AT END CONTINUE
               END-READ
               MOVE IC-NEXT-INVOICE-NBR TO WS-NEXT-INVOICE-NBR
           ELSE
               DISPLAY 'INVCTL FILE STATUS: ' IC-F-STATUS
               DISPLAY 'NUMBERING FROM THE LEDGER HIGH NUMBER'
           END-IF.
           CLOSE INVOICE-CONTROL.
           IF  WS-HIGH-LEDGER-NBR NOT < WS-NEXT-INVOICE-NBR
               COMPUTE WS-NEXT-INVOICE-NBR = WS-HIGH-LEDGER-NBR + 1
           END-IF.
       400-Read-Tran.
           READ CREDIT-TRANS
               AT END MOVE 'Y' TO CT-EOF
           END-READ.
      * Credits only post when both ledgers came into core whole,
      * so a rewrite from the tables cannot drop rows.
       880-Save-Ledger.
           OPEN OUTPUT RECEIVABLES-LEDGER.
           PERFORM 885-Write-One-Ledger-Row
               VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT.
           CLOSE RECEIVABLES-LEDGER.
       885-Write-One-Ledger-Row.
           MOVE SPACES                  TO RECEIVABLE-REC.
           MOVE AT-INVOICE-NBR(AT-SUB)  TO AR-INVOICE-NBR.
           MOVE AT-PROJECT(AT-SUB)      TO AR-PROJECT.
           MOVE AT-INVOICE-DATE(AT-SUB) TO AR-INVOICE-DATE.
           MOVE AT-AMOUNT(AT-SUB)       TO AR-AMOUNT.
           MOVE AT-PAID(AT-SUB)         TO AR-PAID.
           MOVE AT-ITEM-TYPE(AT-SUB)    TO AR-ITEM-TYPE.
           MOVE AT-ORIG-INVOICE(AT-SUB) TO AR-ORIG-INVOICE-NBR.
           MOVE AT-REASON(AT-SUB)       TO AR-REASON.
           WRITE RECEIVABLE-REC.
       890-Save-Actuals.
           OPEN OUTPUT ACTUALS-LEDGER.
           PERFORM 892-Write-One-Actuals-Row
               VARYING AC-SUB FROM 1 BY 1 UNTIL AC-SUB > AC-COUNT.
           CLOSE ACTUALS-LEDGER.
       892-Write-One-Actuals-Row.
           MOVE SPACES              TO ACTUALS-LEDGER-REC.
           MOVE AC-PROJECT(AC-SUB)  TO PA-PROJECT.
           MOVE AC-INVOICED(AC-SUB) TO PA-INVOICED.
           WRITE ACTUALS-LEDGER-REC.
       895-Save-Invoice-Control.
           MOVE SPACES              TO INVOICE-CONTROL-REC.
           MOVE WS-NEXT-INVOICE-NBR TO IC-NEXT-INVOICE-NBR.
           OPEN OUTPUT INVOICE-CONTROL.
           WRITE INVOICE-CONTROL-REC.
           CLOSE INVOICE-CONTROL.
       600-Close-Files.
           IF CT-IS-OPEN
               CLOSE CREDIT-TRANS
           END-IF.
           CLOSE MEMO-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'CRMEMO01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
