       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCHK.
      ***** Shared mailing-address check.  One CALLable routine for
      ***** the programs that capture, maintain and print employee
      ***** mailing addresses, so an address passes or fails the
      ***** same way at onboarding, in EMPMAINT and at W-2 time.
      ***** An address is complete when the street and city are
      ***** present, the state is one of the fifty postal codes and
      ***** the ZIP is five digits, optionally followed by the four
      ***** digits of ZIP+4.
      ***** Functions (AC-FUNCTION):  blank checks the four fields
      ***** as passed; P first splits the free-form AC-FREE-FORM
      ***** line the new-hire file carries - 'street, city ST zip'
      ***** - into the fields, upper-cased for the envelope, and
      ***** then checks them.  AC-VALID comes back Y or N, with the
      ***** first failure in AC-REASON.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    THE FIFTY POSTAL STATE CODES, TWO BYTES EACH
       01  STATE-CODE-VALUES.
           05  FILLER PIC X(50) VALUE
               'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMO'.
           05  FILLER PIC X(50) VALUE
               'MTNENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY'.
       01  STATE-CODE-TABLE REDEFINES STATE-CODE-VALUES.
           05  STATE-CODE OCCURS 50 TIMES PIC X(2).
       77  ST-SUB                 PIC 99 VALUE 0 COMP.
       77  WS-STATE-VALID-SW      PIC X(01) VALUE 'N'.
           88  STATE-IS-VALID               VALUE 'Y'.
      *    FREE-FORM SPLIT - THE STREET IS EVERYTHING BEFORE THE
      *    FIRST COMMA; THE REST IS WORDS, READ FROM THE RIGHT AS
      *    ZIP, THEN STATE, WITH WHATEVER IS LEFT BEING THE CITY.
       01  WS-PARSE-WORK.
           05  WS-STREET-PART     PIC X(40) VALUE SPACES.
           05  WS-CITY-PART       PIC X(40) VALUE SPACES.
           05  WS-TAIL-PART       PIC X(40) VALUE SPACES.
           05  WS-TAIL-LINE       PIC X(81) VALUE SPACES.
           05  WS-RAW-WORD OCCURS 8 TIMES PIC X(15).
           05  WS-RAW-COUNT       PIC 9(2) COMP VALUE 0.
           05  WS-WORD OCCURS 8 TIMES PIC X(15).
           05  WS-WORD-COUNT      PIC 9(2) COMP VALUE 0.
           05  WS-WORD-SUB        PIC 9(2) COMP VALUE 0.
           05  WS-CITY-POINTER    PIC 9(2) COMP VALUE 0.
       01  WS-ZIP-WORK.
           05  WS-ZIP-WORD        PIC X(15) VALUE SPACES.
           05  WS-ZIP-SW          PIC X(01) VALUE 'N'.
               88  WORD-IS-ZIP              VALUE 'Y'.
       LINKAGE SECTION.
       01  ADDRCHK-PARMS.
           05  AC-FUNCTION        PIC X(1).
               88  AC-PARSE-FIRST         VALUE 'P'.
           05  AC-FREE-FORM       PIC X(40).
           05  AC-STREET          PIC X(25).
           05  AC-CITY            PIC X(15).
           05  AC-STATE           PIC X(2).
           05  AC-ZIP             PIC X(9).
           05  AC-VALID           PIC X(1).
           05  AC-REASON          PIC X(30).
       PROCEDURE DIVISION USING ADDRCHK-PARMS.
       000-Check-Address.
           MOVE 'N'    TO AC-VALID.
           MOVE SPACES TO AC-REASON.
           IF  AC-PARSE-FIRST
               PERFORM 100-Split-Free-Form
           END-IF.
           IF  AC-REASON = SPACES
               PERFORM 300-Validate-Fields
           END-IF.
           IF  AC-REASON = SPACES
               MOVE 'Y' TO AC-VALID
           END-IF.
           GOBACK.
       100-Split-Free-Form.
           MOVE SPACES TO AC-STREET AC-CITY AC-STATE AC-ZIP.
           MOVE SPACES TO WS-STREET-PART WS-CITY-PART WS-TAIL-PART.
           INSPECT AC-FREE-FORM CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           UNSTRING AC-FREE-FORM DELIMITED BY ','
               INTO WS-STREET-PART WS-CITY-PART WS-TAIL-PART.
           IF  WS-STREET-PART(26:15) NOT = SPACES
               MOVE 'STREET LONGER THAN 25 BYTES' TO AC-REASON
           END-IF.
           MOVE WS-STREET-PART TO AC-STREET.
           MOVE SPACES TO WS-TAIL-LINE.
           STRING WS-CITY-PART ' ' WS-TAIL-PART
               DELIMITED BY SIZE INTO WS-TAIL-LINE.
           MOVE 0 TO WS-RAW-COUNT.
           MOVE SPACES TO WS-RAW-WORD(1) WS-RAW-WORD(2)
                          WS-RAW-WORD(3) WS-RAW-WORD(4)
                          WS-RAW-WORD(5) WS-RAW-WORD(6)
                          WS-RAW-WORD(7) WS-RAW-WORD(8).
           UNSTRING WS-TAIL-LINE DELIMITED BY ALL ' '
               INTO WS-RAW-WORD(1) WS-RAW-WORD(2) WS-RAW-WORD(3)
                    WS-RAW-WORD(4) WS-RAW-WORD(5) WS-RAW-WORD(6)
                    WS-RAW-WORD(7) WS-RAW-WORD(8)
               TALLYING IN WS-RAW-COUNT.
           MOVE 0 TO WS-WORD-COUNT.
           PERFORM 120-Keep-One-Word
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-RAW-COUNT.
           IF  WS-WORD-COUNT > 0
               MOVE WS-WORD(WS-WORD-COUNT) TO WS-ZIP-WORD
               PERFORM 140-Take-Zip-Word
               IF  WORD-IS-ZIP
                   SUBTRACT 1 FROM WS-WORD-COUNT
               END-IF
           END-IF.
           IF  WS-WORD-COUNT > 0
           AND WS-WORD(WS-WORD-COUNT)(3:13) = SPACES
               MOVE WS-WORD(WS-WORD-COUNT) TO AC-STATE
               SUBTRACT 1 FROM WS-WORD-COUNT
           END-IF.
           MOVE 1 TO WS-CITY-POINTER.
           PERFORM 160-Add-City-Word
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-WORD-COUNT.
      *    A LEADING BLANK BEFORE THE CITY SPLITS OFF AS AN EMPTY
      *    WORD - ONLY THE WORDS WITH SOMETHING IN THEM ARE KEPT.
       120-Keep-One-Word.
           IF  WS-RAW-WORD(WS-WORD-SUB) NOT = SPACES
               ADD 1 TO WS-WORD-COUNT
               MOVE WS-RAW-WORD(WS-WORD-SUB)
                   TO WS-WORD(WS-WORD-COUNT)
           END-IF.
      *    ZIP, ZIP+4 KEYED AS 12345-6789, OR ALL NINE RUN TOGETHER
       140-Take-Zip-Word.
           MOVE 'N' TO WS-ZIP-SW.
           EVALUATE TRUE
               WHEN WS-ZIP-WORD(1:5) IS NUMERIC
                AND WS-ZIP-WORD(6:10) = SPACES
                   MOVE WS-ZIP-WORD(1:5) TO AC-ZIP
                   MOVE 'Y' TO WS-ZIP-SW
               WHEN WS-ZIP-WORD(1:9) IS NUMERIC
                AND WS-ZIP-WORD(10:6) = SPACES
                   MOVE WS-ZIP-WORD(1:9) TO AC-ZIP
                   MOVE 'Y' TO WS-ZIP-SW
               WHEN WS-ZIP-WORD(1:5) IS NUMERIC
                AND WS-ZIP-WORD(6:1) = '-'
                AND WS-ZIP-WORD(7:4) IS NUMERIC
                AND WS-ZIP-WORD(11:5) = SPACES
                   STRING WS-ZIP-WORD(1:5) WS-ZIP-WORD(7:4)
                       DELIMITED BY SIZE INTO AC-ZIP
                   MOVE 'Y' TO WS-ZIP-SW
           END-EVALUATE.
       160-Add-City-Word.
           IF  WS-WORD-SUB > 1
           AND WS-CITY-POINTER NOT > 15
               STRING ' ' DELIMITED BY SIZE
                   INTO AC-CITY WITH POINTER WS-CITY-POINTER
               END-STRING
           END-IF.
           IF  WS-CITY-POINTER NOT > 15
               STRING WS-WORD(WS-WORD-SUB) DELIMITED BY SPACE
                   INTO AC-CITY WITH POINTER WS-CITY-POINTER
                   ON OVERFLOW
                       MOVE 'CITY LONGER THAN 15 BYTES'
                           TO AC-REASON
               END-STRING
           ELSE
               MOVE 'CITY LONGER THAN 15 BYTES' TO AC-REASON
           END-IF.
       300-Validate-Fields.
           MOVE 'N' TO WS-STATE-VALID-SW.
           MOVE 1   TO ST-SUB.
           PERFORM 320-Match-State-Code
               UNTIL ST-SUB > 50 OR STATE-IS-VALID.
           EVALUATE TRUE
               WHEN AC-STREET = SPACES
                   MOVE 'STREET ADDRESS MISSING' TO AC-REASON
               WHEN AC-CITY = SPACES
                   MOVE 'CITY MISSING' TO AC-REASON
               WHEN NOT STATE-IS-VALID
                   MOVE 'STATE MISSING OR NOT VALID' TO AC-REASON
               WHEN AC-ZIP(1:5) IS NOT NUMERIC
                   MOVE 'ZIP CODE MISSING OR NOT VALID'
                       TO AC-REASON
               WHEN AC-ZIP(6:4) NOT = SPACES
                AND AC-ZIP(6:4) IS NOT NUMERIC
                   MOVE 'ZIP+4 NOT FOUR DIGITS' TO AC-REASON
           END-EVALUATE.
       320-Match-State-Code.
           IF  STATE-CODE(ST-SUB) = AC-STATE
               MOVE 'Y' TO WS-STATE-VALID-SW
           ELSE
               ADD 1 TO ST-SUB
           END-IF.
