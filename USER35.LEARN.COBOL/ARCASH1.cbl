      ***** current/30/60/90 by project.  Billing through the
      ***** system and chasing payment through a notebook ends
      ***** here.
      *****
      ***** Credit memos CRMEMO01 posts (AR-ITEM-TYPE C) net against
      ***** the invoice in AR-ORIG-INVOICE-NBR: cash applies to and
      ***** the aging shows what is left of the invoice after its
      ***** credits, not the memo itself.  An invoice credited past
      ***** what is still owed on it ages as a credit balance, as
      ***** does a memo whose invoice is no longer on the ledger.
      ***** Cash keyed to a credit-memo number is rejected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  AR-INVOICE-DATE    PIC X(8).
           05  AR-AMOUNT          PIC 9(9)V99.
           05  AR-PAID            PIC 9(9)V99.
           05  AR-ITEM-TYPE       PIC X(1).
               88  AR-CREDIT-MEMO           VALUE 'C'.
           05  AR-ORIG-INVOICE-NBR PIC 9(6).
           05  AR-REASON          PIC X(2).
           05  FILLER             PIC X(27).
       FD  CASH-RECEIPTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
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
               10 AT-CREDITED       PIC 9(9)V99.
               10 AT-NETTED         PIC X(1).
       01 AR-TABLE-FULL             PIC X(01) VALUE 'N'.
           88 AR-TABLE-IS-FULL                VALUE 'Y'.
       01 AR-FOUND-SW               PIC X(01) VALUE 'N'.
           88 AR-ENTRY-FOUND                  VALUE 'Y'.
       01 AR-LINK-FOUND-SW          PIC X(01) VALUE 'N'.
           88 AR-LINK-FOUND                   VALUE 'Y'.
       01 WS-APPLY-WORK.
           05 WS-TODAY-YMD          PIC 9(8)     VALUE 0.
           05 WS-OPEN-AMT           PIC S9(9)V99 VALUE 0.
           05 WS-AGE-30             PIC S9(11)V99 VALUE 0.
           05 WS-AGE-60             PIC S9(11)V99 VALUE 0.
           05 WS-AGE-90             PIC S9(11)V99 VALUE 0.
           05 WS-AGE-CREDIT         PIC S9(11)V99 VALUE 0.
       01 CASH-COUNTERS.
           05 CTR-APPLIED           PIC 9(5) VALUE 0.
           05 CTR-EXCEPTIONS        PIC 9(5) VALUE 0.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-PROJECT           PIC X(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-OPEN              PIC $$$,$$$,$$9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-AGE-DAYS          PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ATL-60                PIC $$$$,$$9.99.
           05 FILLER  PIC X(06) VALUE '  90: '.
           05 ATL-90                PIC $$$$,$$9.99.
       01 AGING-CREDIT-LINE.
           05 FILLER  PIC X(17) VALUE 'CREDIT BALANCES: '.
           05 ACL-CREDIT            PIC $$$$,$$$,$$9.99-.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           MOVE WS-AGE-90      TO ATL-90.
           WRITE AGING-LINE-OUT FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2.
           IF  WS-AGE-CREDIT NOT = ZERO
               MOVE WS-AGE-CREDIT TO ACL-CREDIT
               WRITE AGING-LINE-OUT FROM AGING-CREDIT-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF  LEDGER-AVAILABLE = 'Y'
               PERFORM 880-Save-Ledger
           END-IF.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 150-Load-Ledger.
           PERFORM 170-Net-Credit-Memo
               VARYING AT-SUB FROM 1 BY 1 UNTIL AT-SUB > AT-COUNT.
       100-Main.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           PERFORM 200-Apply-One-Receipt.
                       TO CEL-REASON
                   WRITE AGING-LINE-OUT FROM CASH-EXCEPTION-LINE
                       AFTER ADVANCING 1
               WHEN AT-ITEM-TYPE(AT-SUB) = 'C'
                   ADD 1 TO CTR-EXCEPTIONS
                   MOVE CS-INVOICE-NBR-X TO CEL-INVOICE-NBR
                   MOVE CS-AMOUNT        TO CEL-AMOUNT
                   MOVE 'CREDIT MEMO NUMBER - NOT APPLIED'
                       TO CEL-REASON
                   WRITE AGING-LINE-OUT FROM CASH-EXCEPTION-LINE
                       AFTER ADVANCING 1
               WHEN OTHER
                   PERFORM 260-Post-Receipt
           END-EVALUATE.
           END-IF.
       260-Post-Receipt.
           COMPUTE WS-OPEN-AMT =
               AT-AMOUNT(AT-SUB) - AT-PAID(AT-SUB)
                                 - AT-CREDITED(AT-SUB).
           IF  WS-OPEN-AMT < ZERO
               MOVE ZEROS TO WS-OPEN-AMT
           END-IF.
           MOVE CS-AMOUNT TO WS-TAKE.
           MOVE ZEROS     TO WS-EXCESS.
           IF  WS-TAKE > WS-OPEN-AMT
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
               MOVE ZEROS           TO AT-CREDITED(AT-COUNT)
               MOVE 'N'             TO AT-NETTED(AT-COUNT)
           ELSE
               MOVE 'Y' TO AR-TABLE-FULL
               DISPLAY 'LEDGER TABLE FULL - UNABLE TO HOLD ALL ROWS'
           END-IF.
           PERFORM 155-Read-Ledger.
      * Roll each credit memo into the invoice it credits.  A memo
      * whose invoice is not on the ledger stays un-netted and ages
      * on its own as a credit balance.
       170-Net-Credit-Memo.
           IF  AT-ITEM-TYPE(AT-SUB) = 'C'
               MOVE 'N' TO AR-LINK-FOUND-SW
               MOVE 1   TO AT-LINK-SUB
               PERFORM 175-Match-Original-Invoice
                   UNTIL AT-LINK-SUB > AT-COUNT OR AR-LINK-FOUND
               IF  AR-LINK-FOUND
                   ADD AT-AMOUNT(AT-SUB) TO AT-CREDITED(AT-LINK-SUB)
                   MOVE 'Y' TO AT-NETTED(AT-SUB)
               END-IF
           END-IF.
       175-Match-Original-Invoice.
           IF  AT-INVOICE-NBR(AT-LINK-SUB) = AT-ORIG-INVOICE(AT-SUB)
           AND AT-ITEM-TYPE(AT-LINK-SUB) NOT = 'C'
               MOVE 'Y' TO AR-LINK-FOUND-SW
           ELSE
               ADD 1 TO AT-LINK-SUB
           END-IF.
       400-Read-Receipt.
           READ CASH-RECEIPTS
               AT END MOVE 'Y' TO CS-EOF
           END-READ.
       500-Age-Open-Items.
           EVALUATE TRUE
               WHEN AT-NETTED(AT-SUB) = 'Y'
                   MOVE ZEROS TO WS-OPEN-AMT
               WHEN AT-ITEM-TYPE(AT-SUB) = 'C'
                   COMPUTE WS-OPEN-AMT = ZERO - AT-AMOUNT(AT-SUB)
               WHEN OTHER
                   COMPUTE WS-OPEN-AMT =
                       AT-AMOUNT(AT-SUB) - AT-PAID(AT-SUB)
                                         - AT-CREDITED(AT-SUB)
           END-EVALUATE.
           IF  WS-OPEN-AMT < ZERO
               MOVE AT-INVOICE-NBR(AT-SUB) TO ADL-INVOICE-NBR
               MOVE AT-PROJECT(AT-SUB)     TO ADL-PROJECT
               MOVE WS-OPEN-AMT            TO ADL-OPEN
               MOVE ZEROS                  TO ADL-AGE-DAYS
               MOVE 'CR BAL  '             TO ADL-BUCKET
               ADD WS-OPEN-AMT TO WS-AGE-CREDIT
               WRITE AGING-LINE-OUT FROM AGING-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
           IF  WS-OPEN-AMT > ZERO
               IF  AT-INVOICE-DATE(AT-SUB) IS NUMERIC
                   COMPUTE WS-AGE-DAYS =
           MOVE AT-INVOICE-DATE(AT-SUB) TO AR-INVOICE-DATE.
           MOVE AT-AMOUNT(AT-SUB)       TO AR-AMOUNT.
           MOVE AT-PAID(AT-SUB)         TO AR-PAID.
           MOVE AT-ITEM-TYPE(AT-SUB)    TO AR-ITEM-TYPE.
           MOVE AT-ORIG-INVOICE(AT-SUB) TO AR-ORIG-INVOICE-NBR.
           MOVE AT-REASON(AT-SUB)       TO AR-REASON.
           WRITE RECEIVABLE-REC.
       600-Close-Files.
           IF CS-OK
