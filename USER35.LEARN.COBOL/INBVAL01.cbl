       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBVAL01.
      ***** Inbound file validation.  Every file that arrives from
      ***** outside carries the standard inbound header and trailer
      ***** agreed with its sender:
      *****     HEADER  sender, file type, creation date (YYYYMMDD)
      *****             and the sender's sequence number
      *****     TRAILER count of detail records and the amount hash
      ***** and this step runs ahead of the program that consumes
      ***** it.  The file is rejected - nothing passed on, CC 8, so
      ***** the consuming step does not run - when:
      *****   - the header or the trailer is missing, or a second
      *****     header turns up (a truncated or doubled transfer);
      *****   - the trailer count or hash is not what the detail
      *****     adds up to;
      *****   - the file type is not the feed keyed, or the sender
      *****     is not the one keyed;
      *****   - the sequence number is not one past the last file
      *****     accepted from that sender for the feed (a skip or a
      *****     repeat) - the first file from a sender starts it;
      *****   - the creation date is not a date, is after today, or
      *****     is more than MAXAGE days old.
      ***** An accepted file's detail records, without the header
      ***** and trailer, go to INBDETL - the bare dataset the
      ***** consuming program has always read.  Every file, taken or
      ***** not, is entered on the INBLOG inbound file log, which is
      ***** also where the last accepted sequence numbers come from.
      ***** The hash is the sum of one numeric field on each detail
      ***** record, taken as a whole number (cents where it is
      ***** money); a record whose field is not numeric adds
      ***** nothing:
      *****     TIMECARD  hours             ACCTTRAN  amount
      *****     BANKRTNS  routing number    PAIDCHKS  check number
      *****     CASHRCPT  amount            ARCASH    amount
      *****     XMITACKS  record count      FAVIN, FAVIN2, FAVIN3
      *****                                           CD cost
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     FEED=TIMECARD SENDER=KRONOS MAXAGE=3
      ***** FEED (required) names the feed on INBOUND; SENDER, when
      ***** keyed, is the only sender taken; MAXAGE is the oldest
      ***** creation date taken, in days (3 when not keyed).  A bad
      ***** option ends the run CC 8 with nothing checked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO INBOUND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IN-F-STATUS.
           SELECT DETAIL-FILE ASSIGN TO INBDETL.
           SELECT INBOUND-LOG ASSIGN TO INBLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS IL-F-STATUS.
           SELECT INBOUND-REPORT ASSIGN TO INBRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * The file as it arrived - header, detail, trailer
       FD  INBOUND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INBOUND-REC.
       01  INBOUND-REC            PIC X(80).
       01  INBOUND-HEADER-REC.
           05  IH-RECORD-ID       PIC X(6).
           05  IH-SENDER          PIC X(8).
           05  IH-FILE-TYPE       PIC X(8).
           05  IH-CREATED         PIC X(8).
           05  IH-SEQUENCE        PIC 9(6).
           05  IH-SEQUENCE-X REDEFINES IH-SEQUENCE PIC X(6).
           05  FILLER             PIC X(44).
       01  INBOUND-TRAILER-REC.
           05  IT-RECORD-ID       PIC X(7).
           05  IT-RECORD-COUNT    PIC 9(9).
           05  IT-RECORD-COUNT-X REDEFINES IT-RECORD-COUNT
                                  PIC X(9).
           05  IT-HASH            PIC 9(15).
           05  IT-HASH-X REDEFINES IT-HASH PIC X(15).
           05  FILLER             PIC X(49).
      * The detail the consuming program reads
       FD  DETAIL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DETAIL-REC.
       01  DETAIL-REC             PIC X(80).
      * Inbound file log - one row per file presented
       FD  INBOUND-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INBOUND-LOG-REC.
       01  INBOUND-LOG-REC.
           05  IL-LOGGED          PIC X(15).
           05  IL-FEED            PIC X(8).
           05  IL-SENDER          PIC X(8).
           05  IL-CREATED         PIC X(8).
           05  IL-SEQUENCE        PIC 9(6).
           05  IL-RECORDS         PIC 9(7).
           05  IL-RESULT          PIC X(8).
               88  IL-ACCEPTED            VALUE 'ACCEPTED'.
           05  IL-REASON          PIC X(20).
       FD  INBOUND-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(80).
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
       77 IN-F-STATUS               PIC X(02) VALUE SPACES.
           88 IN-OK                           VALUE '00'.
       77 IL-F-STATUS               PIC X(02) VALUE SPACES.
           88 IL-OK                           VALUE '00'.
       77 IN-EOF                    PIC X(01) VALUE 'N'.
           88 IN-AT-EOF                       VALUE 'Y'.
       77 IL-EOF                    PIC X(01) VALUE 'N'.
           88 IL-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-REJECTED-SW            PIC X(01) VALUE 'N'.
           88 FILE-REJECTED                   VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. FEED=TIMECARD MAXAGE=3
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       77 WS-OPT-LENGTH             PIC 9(2)  VALUE 0.
       77 WS-OPT-NUMBER             PIC 9(3)  VALUE 0.
       01 WS-FEED                   PIC X(08) VALUE SPACES.
       01 WS-EXPECTED-SENDER        PIC X(08) VALUE SPACES.
       01 WS-MAX-AGE                PIC 9(3)  VALUE 3.
       01 WS-RUN-DATE               PIC X(08) VALUE SPACES.
       01 DATEVAL-PARMS.
           05  DV-DATE-IN         PIC X(10) VALUE SPACES.
           05  DV-FORMAT          PIC X(1)  VALUE 'Y'.
           05  DV-RANGE-FROM      PIC X(8)  VALUE SPACES.
           05  DV-RANGE-TO        PIC X(8)  VALUE SPACES.
           05  DV-VALID           PIC X(1)  VALUE 'N'.
           05  DV-DATE-OUT        PIC X(8)  VALUE SPACES.
           05  DV-FUNCTION        PIC X(1)  VALUE SPACE.
           05  DV-DAY-COUNT       PIC 9(3)  VALUE ZEROS.
           05  DV-BUSINESS        PIC X(1)  VALUE SPACE.
      * The feeds taken, and where each one's hash field sits
       01 FEED-TABLE-AREA.
           05 FR-COUNT              PIC 9(4) COMP VALUE 10.
           05 FR-SUB                PIC 9(4) COMP VALUE 0.
           05 FEED-TABLE OCCURS 10 TIMES.
               10 FR-FEED           PIC X(08).
               10 FR-HASH-COL       PIC 9(02).
               10 FR-HASH-LEN       PIC 9(02).
               10 FR-HASH-NAME      PIC X(16).
       01 FR-FOUND-SW               PIC X(01) VALUE 'N'.
           88 FEED-KNOWN                      VALUE 'Y'.
      * What the file turned out to hold
       01 WS-FILE-CONTROL.
           05 WS-HEADER-SW          PIC X(01) VALUE 'N'.
               88 HEADER-SEEN                 VALUE 'Y'.
           05 WS-TRAILER-SW         PIC X(01) VALUE 'N'.
               88 TRAILER-SEEN                VALUE 'Y'.
           05 WS-SENDER             PIC X(08) VALUE SPACES.
           05 WS-FILE-TYPE          PIC X(08) VALUE SPACES.
           05 WS-CREATED            PIC X(08) VALUE SPACES.
           05 WS-SEQUENCE           PIC 9(06) VALUE 0.
           05 WS-SEQUENCE-OK-SW     PIC X(01) VALUE 'N'.
               88 SEQUENCE-READABLE           VALUE 'Y'.
           05 WS-TRAILER-COUNT      PIC 9(09) VALUE 0.
           05 WS-TRAILER-HASH       PIC 9(15) VALUE 0.
           05 WS-TRAILER-OK-SW      PIC X(01) VALUE 'N'.
               88 TRAILER-READABLE            VALUE 'Y'.
           05 WS-RECORDS-READ       PIC 9(07) VALUE 0.
           05 WS-DETAIL-COUNT       PIC 9(09) VALUE 0.
           05 WS-DETAIL-HASH        PIC 9(15) VALUE 0.
           05 WS-AFTER-TRAILER      PIC 9(07) VALUE 0.
       01 WS-HASH-WORK.
           05 WS-HASH-DIGITS        PIC 9(15) VALUE 0.
           05 WS-HASH-DIGITS-X REDEFINES WS-HASH-DIGITS
                                    PIC X(15).
       77 WS-HASH-START             PIC 9(2)  VALUE 0.
      * Last file accepted from this sender for this feed
       01 WS-LAST-SEQUENCE          PIC 9(06) VALUE 0.
       01 WS-EXPECTED-SEQUENCE      PIC 9(06) VALUE 0.
       01 WS-HISTORY-SW             PIC X(01) VALUE 'N'.
           88 SENDER-HAS-HISTORY              VALUE 'Y'.
       01 WS-AGE-DAYS               PIC S9(7) VALUE 0.
       01 WS-FIRST-REASON           PIC X(20) VALUE SPACES.
       01 WS-REASON                 PIC X(20) VALUE SPACES.
       01 WS-REASON-DETAIL          PIC X(40) VALUE SPACES.
      *    VALIDATION REPORT PRINT LINES
       01 REPORT-HEADING-LINE.
           05 FILLER  PIC X(26) VALUE 'INBOUND FILE VALIDATION  '.
           05 RH-RUN-TIME           PIC X(15).
           05 FILLER  PIC X(08) VALUE '  FEED: '.
           05 RH-FEED               PIC X(08).
       01 REPORT-HEADER-LINE.
           05 FILLER  PIC X(16) VALUE 'HEADER  SENDER: '.
           05 RHL-SENDER            PIC X(08).
           05 FILLER  PIC X(08) VALUE '  TYPE: '.
           05 RHL-FILE-TYPE         PIC X(08).
           05 FILLER  PIC X(11) VALUE '  CREATED: '.
           05 RHL-CREATED           PIC X(08).
           05 FILLER  PIC X(07) VALUE '  SEQ: '.
           05 RHL-SEQUENCE          PIC X(06).
       01 REPORT-SEQUENCE-LINE.
           05 FILLER  PIC X(32) VALUE
                  'LAST SEQUENCE ACCEPTED FROM     '.
           05 RSL-SENDER            PIC X(08).
           05 FILLER  PIC X(02) VALUE ': '.
           05 RSL-LAST              PIC X(12).
       01 REPORT-COUNT-LINE.
           05 FILLER  PIC X(16) VALUE 'TRAILER COUNT:  '.
           05 RCL-TRAILER-COUNT     PIC Z(8)9.
           05 FILLER  PIC X(20) VALUE '   DETAIL RECORDS:  '.
           05 RCL-DETAIL-COUNT      PIC Z(8)9.
       01 REPORT-HASH-LINE.
           05 FILLER  PIC X(16) VALUE 'TRAILER HASH:   '.
           05 RHA-TRAILER-HASH      PIC Z(14)9.
           05 FILLER  PIC X(03) VALUE '   '.
           05 RHA-HASH-NAME         PIC X(16).
           05 FILLER  PIC X(01) VALUE SPACE.
           05 RHA-DETAIL-HASH       PIC Z(14)9.
       01 REPORT-REJECT-LINE.
           05 FILLER  PIC X(10) VALUE 'REJECTED: '.
           05 RRL-REASON            PIC X(20).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 RRL-DETAIL            PIC X(40).
       01 REPORT-VERDICT-LINE.
           05 RVL-TEXT              PIC X(40).
           05 RVL-RECORDS           PIC Z(6)9.
           05 RVL-TEXT-2            PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Check-Inbound-File
               IF  NOT FILE-REJECTED
                   PERFORM 400-Pass-Detail-On
               END-IF
               PERFORM 500-Write-Verdict
               PERFORM 550-Log-Inbound-File
           END-IF.
           IF  RUN-REFUSED OR FILE-REJECTED
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 050-Set-Feed-Rules.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               MOVE WS-JOB-START-TIME TO RH-RUN-TIME
               MOVE WS-FEED           TO RH-FEED
               WRITE REPORT-LINE-OUT FROM REPORT-HEADING-LINE
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING CHECKED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-FEED = SPACES
               DISPLAY 'INBVAL01 - FEED= IS REQUIRED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'FEED'
                       PERFORM 013-Feed-Option
                   WHEN 'SENDER'
                       IF  WS-OPT-VALUE = SPACES
                       OR  WS-OPT-VALUE(9:2) NOT = SPACES
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-VALUE TO WS-EXPECTED-SENDER
                       END-IF
                   WHEN 'MAXAGE'
                       PERFORM 014-Number-Option
                       MOVE WS-OPT-NUMBER TO WS-MAX-AGE
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       013-Feed-Option.
           MOVE 'N' TO FR-FOUND-SW.
           MOVE 1   TO FR-SUB.
           PERFORM 016-Match-Feed
               UNTIL FR-SUB > FR-COUNT OR FEED-KNOWN.
           IF  FEED-KNOWN AND WS-OPT-VALUE(9:2) = SPACES
               MOVE WS-OPT-VALUE TO WS-FEED
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       014-Number-Option.
           MOVE ZERO TO WS-OPT-LENGTH.
           MOVE ZERO TO WS-OPT-NUMBER.
           INSPECT WS-OPT-VALUE TALLYING WS-OPT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-OPT-LENGTH > 0 AND WS-OPT-LENGTH < 4
               IF  WS-OPT-VALUE(1:WS-OPT-LENGTH) IS NUMERIC
                   COMPUTE WS-OPT-NUMBER =
                       FUNCTION NUMVAL(WS-OPT-VALUE(1:WS-OPT-LENGTH))
               ELSE
                   PERFORM 019-Bad-Option
               END-IF
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       016-Match-Feed.
           IF  FR-FEED(FR-SUB) = WS-OPT-VALUE(1:8)
               MOVE 'Y' TO FR-FOUND-SW
           ELSE
               ADD 1 TO FR-SUB
           END-IF.
       019-Bad-Option.
           DISPLAY 'INBVAL01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * Where the hash field sits on each feed's detail record.
       050-Set-Feed-Rules.
           MOVE 'TIMECARD' TO FR-FEED(1).
           MOVE 39 TO FR-HASH-COL(1).
           MOVE 2  TO FR-HASH-LEN(1).
           MOVE 'HASH OF HOURS:'         TO FR-HASH-NAME(1).
           MOVE 'ACCTTRAN' TO FR-FEED(2).
           MOVE 10 TO FR-HASH-COL(2).
           MOVE 9  TO FR-HASH-LEN(2).
           MOVE 'HASH OF AMOUNTS:'       TO FR-HASH-NAME(2).
           MOVE 'BANKRTNS' TO FR-FEED(3).
           MOVE 13 TO FR-HASH-COL(3).
           MOVE 9  TO FR-HASH-LEN(3).
           MOVE 'HASH OF ROUTING:'       TO FR-HASH-NAME(3).
           MOVE 'PAIDCHKS' TO FR-FEED(4).
           MOVE 1  TO FR-HASH-COL(4).
           MOVE 8  TO FR-HASH-LEN(4).
           MOVE 'HASH OF CHECKS:'        TO FR-HASH-NAME(4).
           MOVE 'CASHRCPT' TO FR-FEED(5).
           MOVE 20 TO FR-HASH-COL(5).
           MOVE 9  TO FR-HASH-LEN(5).
           MOVE 'HASH OF AMOUNTS:'       TO FR-HASH-NAME(5).
           MOVE 'ARCASH  ' TO FR-FEED(6).
           MOVE 7  TO FR-HASH-COL(6).
           MOVE 11 TO FR-HASH-LEN(6).
           MOVE 'HASH OF AMOUNTS:'       TO FR-HASH-NAME(6).
           MOVE 'XMITACKS' TO FR-FEED(7).
           MOVE 24 TO FR-HASH-COL(7).
           MOVE 7  TO FR-HASH-LEN(7).
           MOVE 'HASH OF COUNTS:'        TO FR-HASH-NAME(7).
           MOVE 'FAVIN   ' TO FR-FEED(8).
           MOVE 'FAVIN2  ' TO FR-FEED(9).
           MOVE 'FAVIN3  ' TO FR-FEED(10).
           PERFORM 055-Set-Label-Feed
               VARYING FR-SUB FROM 8 BY 1 UNTIL FR-SUB > 10.
       055-Set-Label-Feed.
           MOVE 45 TO FR-HASH-COL(FR-SUB).
           MOVE 5  TO FR-HASH-LEN(FR-SUB).
           MOVE 'HASH OF CD COST:'       TO FR-HASH-NAME(FR-SUB).
      * Reads the file through once, proving its shape, count and
      * hash, then checks the header against the log and the date.
       200-Check-Inbound-File.
           MOVE 'N' TO FR-FOUND-SW.
           MOVE 1   TO FR-SUB.
           MOVE WS-FEED TO WS-OPT-VALUE.
           PERFORM 016-Match-Feed
               UNTIL FR-SUB > FR-COUNT OR FEED-KNOWN.
           MOVE 'N' TO IN-EOF.
           OPEN INPUT INBOUND-FILE.
           IF  IN-OK
               PERFORM 205-Read-Inbound
               PERFORM 210-Check-One-Record UNTIL IN-AT-EOF
               CLOSE INBOUND-FILE
               PERFORM 230-Check-File-Shape
           ELSE
               DISPLAY 'INBOUND FILE STATUS: ' IN-F-STATUS
               MOVE 'FILE NOT RECEIVED' TO WS-REASON
               MOVE SPACES TO WS-REASON-DETAIL
               STRING 'INBOUND FILE STATUS ' IN-F-STATUS
                      DELIMITED BY SIZE INTO WS-REASON-DETAIL
               PERFORM 290-Reject
           END-IF.
           IF  HEADER-SEEN
               PERFORM 240-Check-Header
           END-IF.
       205-Read-Inbound.
           READ INBOUND-FILE
               AT END MOVE 'Y' TO IN-EOF
           END-READ.
       210-Check-One-Record.
           ADD 1 TO WS-RECORDS-READ.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           EVALUATE TRUE
               WHEN IH-RECORD-ID = 'HEADER'
                   IF  HEADER-SEEN
                       MOVE 'SECOND HEADER' TO WS-REASON
                       MOVE SPACES TO WS-REASON-DETAIL
                       STRING 'HEADER AGAIN AT RECORD '
                              WS-RECORDS-READ
                              ' - DOUBLED'
                              DELIMITED BY SIZE INTO WS-REASON-DETAIL
                       PERFORM 290-Reject
                   ELSE
                       IF  WS-RECORDS-READ = 1
                           PERFORM 215-Take-Header
                       END-IF
                   END-IF
               WHEN IT-RECORD-ID = 'TRAILER'
                   IF  TRAILER-SEEN
                       ADD 1 TO WS-AFTER-TRAILER
                   ELSE
                       PERFORM 220-Take-Trailer
                   END-IF
               WHEN TRAILER-SEEN
                   ADD 1 TO WS-AFTER-TRAILER
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 225-Add-To-Hash
           END-EVALUATE.
           PERFORM 205-Read-Inbound.
       215-Take-Header.
           MOVE 'Y'          TO WS-HEADER-SW.
           MOVE IH-SENDER    TO WS-SENDER.
           MOVE IH-FILE-TYPE TO WS-FILE-TYPE.
           MOVE IH-CREATED   TO WS-CREATED.
           IF  IH-SEQUENCE IS NUMERIC
               MOVE IH-SEQUENCE TO WS-SEQUENCE
               MOVE 'Y' TO WS-SEQUENCE-OK-SW
           END-IF.
       220-Take-Trailer.
           MOVE 'Y' TO WS-TRAILER-SW.
           IF  IT-RECORD-COUNT IS NUMERIC AND IT-HASH IS NUMERIC
               MOVE IT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE IT-HASH         TO WS-TRAILER-HASH
               MOVE 'Y' TO WS-TRAILER-OK-SW
           END-IF.
      * The field is lined up at the right of a zero field so that
      * it adds as a whole number whatever its length.
       225-Add-To-Hash.
           MOVE ZEROS TO WS-HASH-DIGITS.
           COMPUTE WS-HASH-START = 16 - FR-HASH-LEN(FR-SUB).
           MOVE INBOUND-REC(FR-HASH-COL(FR-SUB):FR-HASH-LEN(FR-SUB))
               TO WS-HASH-DIGITS-X(WS-HASH-START:
                                   FR-HASH-LEN(FR-SUB)).
           IF  WS-HASH-DIGITS IS NUMERIC
               ADD WS-HASH-DIGITS TO WS-DETAIL-HASH
           END-IF.
      * A file that stops short has no trailer; one sent twice has
      * a second header or records past the trailer.
       230-Check-File-Shape.
           EVALUATE TRUE
               WHEN WS-RECORDS-READ = ZERO
                   MOVE 'EMPTY FILE' TO WS-REASON
                   MOVE 'NO RECORDS AT ALL' TO WS-REASON-DETAIL
                   PERFORM 290-Reject
               WHEN NOT HEADER-SEEN
                   MOVE 'NO HEADER' TO WS-REASON
                   MOVE 'FIRST RECORD IS NOT THE INBOUND HEADER'
                       TO WS-REASON-DETAIL
                   PERFORM 290-Reject
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  WS-RECORDS-READ > ZERO
               IF  NOT TRAILER-SEEN
                   MOVE 'NO TRAILER' TO WS-REASON
                   MOVE 'NO TRAILER AT END - FILE TRUNCATED'
                       TO WS-REASON-DETAIL
                   PERFORM 290-Reject
               ELSE
                   PERFORM 235-Check-Trailer-Totals
               END-IF
           END-IF.
       235-Check-Trailer-Totals.
           IF  WS-AFTER-TRAILER > ZERO
               MOVE 'DATA AFTER TRAILER' TO WS-REASON
               MOVE SPACES TO WS-REASON-DETAIL
               STRING WS-AFTER-TRAILER ' RECORDS FOLLOW THE TRAILER'
                      DELIMITED BY SIZE INTO WS-REASON-DETAIL
               PERFORM 290-Reject
           END-IF.
           IF  NOT TRAILER-READABLE
               MOVE 'BAD TRAILER' TO WS-REASON
               MOVE 'TRAILER COUNT OR HASH IS NOT NUMERIC'
                   TO WS-REASON-DETAIL
               PERFORM 290-Reject
           ELSE
               IF  WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'COUNT MISMATCH' TO WS-REASON
                   MOVE 'TRAILER COUNT IS NOT THE DETAIL COUNT'
                       TO WS-REASON-DETAIL
                   PERFORM 290-Reject
               END-IF
               IF  WS-TRAILER-HASH NOT = WS-DETAIL-HASH
                   MOVE 'HASH MISMATCH' TO WS-REASON
                   MOVE 'TRAILER HASH DOES NOT MATCH THE DETAIL'
                       TO WS-REASON-DETAIL
                   PERFORM 290-Reject
               END-IF
           END-IF.
      * Who sent it, what it is, when it was made and whether it
      * follows the last one taken.
       240-Check-Header.
           IF  WS-FILE-TYPE NOT = WS-FEED
               MOVE 'WRONG FILE TYPE' TO WS-REASON
               MOVE SPACES TO WS-REASON-DETAIL
               STRING 'HEADER SAYS ' WS-FILE-TYPE ', FEED IS '
                      WS-FEED DELIMITED BY SIZE INTO WS-REASON-DETAIL
               PERFORM 290-Reject
           END-IF.
           IF  WS-SENDER = SPACES
           OR (WS-EXPECTED-SENDER NOT = SPACES
               AND WS-SENDER NOT = WS-EXPECTED-SENDER)
               MOVE 'WRONG SENDER' TO WS-REASON
               MOVE SPACES TO WS-REASON-DETAIL
               STRING 'HEADER SENDER ' WS-SENDER ', EXPECTED '
                      WS-EXPECTED-SENDER
                      DELIMITED BY SIZE INTO WS-REASON-DETAIL
               PERFORM 290-Reject
           END-IF.
           PERFORM 245-Check-Creation-Date.
           PERFORM 250-Find-Last-Sequence.
           PERFORM 260-Check-Sequence.
       245-Check-Creation-Date.
           MOVE SPACES     TO DV-DATE-IN.
           MOVE WS-CREATED TO DV-DATE-IN(1:8).
           MOVE 'Y'        TO DV-FORMAT.
           MOVE SPACE      TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               MOVE 'BAD CREATION DATE' TO WS-REASON
               MOVE SPACES TO WS-REASON-DETAIL
               STRING 'HEADER CREATION DATE ' WS-CREATED
                      ' IS NOT A DATE'
                      DELIMITED BY SIZE INTO WS-REASON-DETAIL
               PERFORM 290-Reject
           ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-RUN-DATE))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CREATED))
               IF  WS-AGE-DAYS < ZERO
                   MOVE 'FUTURE DATED' TO WS-REASON
                   MOVE SPACES TO WS-REASON-DETAIL
                   STRING 'CREATED ' WS-CREATED ', TODAY IS '
                          WS-RUN-DATE
                          DELIMITED BY SIZE INTO WS-REASON-DETAIL
                   PERFORM 290-Reject
               END-IF
               IF  WS-AGE-DAYS > WS-MAX-AGE
                   MOVE 'STALE FILE' TO WS-REASON
                   MOVE SPACES TO WS-REASON-DETAIL
                   STRING 'CREATED ' WS-CREATED ', OLDER THAN '
                          WS-MAX-AGE ' DAYS'
                          DELIMITED BY SIZE INTO WS-REASON-DETAIL
                   PERFORM 290-Reject
               END-IF
           END-IF.
      * The last file this sender got accepted on this feed.  No
      * log yet is a first file.
       250-Find-Last-Sequence.
           MOVE 'N' TO WS-HISTORY-SW.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE 'N' TO IL-EOF.
           OPEN INPUT INBOUND-LOG.
           IF  IL-OK
               PERFORM 255-Read-Log
               PERFORM 257-Note-Log-Row UNTIL IL-AT-EOF
               CLOSE INBOUND-LOG
           END-IF.
           MOVE SPACES TO RSL-LAST.
           MOVE WS-SENDER TO RSL-SENDER.
           IF  SENDER-HAS-HISTORY
               MOVE WS-LAST-SEQUENCE TO RSL-LAST
           ELSE
               MOVE 'NONE - FIRST' TO RSL-LAST
           END-IF.
       255-Read-Log.
           READ INBOUND-LOG
               AT END MOVE 'Y' TO IL-EOF
           END-READ.
       257-Note-Log-Row.
           IF  IL-FEED = WS-FEED
           AND IL-SENDER = WS-SENDER
           AND IL-ACCEPTED
               MOVE IL-SEQUENCE TO WS-LAST-SEQUENCE
               MOVE 'Y' TO WS-HISTORY-SW
           END-IF.
           PERFORM 255-Read-Log.
      * One past the last, 999999 wrapping to 1.
       260-Check-Sequence.
           IF  NOT SEQUENCE-READABLE
               MOVE 'BAD SEQUENCE' TO WS-REASON
               MOVE 'HEADER SEQUENCE NUMBER IS NOT NUMERIC'
                   TO WS-REASON-DETAIL
               PERFORM 290-Reject
           ELSE
               IF  SENDER-HAS-HISTORY
                   IF  WS-LAST-SEQUENCE = 999999
                       MOVE 1 TO WS-EXPECTED-SEQUENCE
                   ELSE
                       COMPUTE WS-EXPECTED-SEQUENCE =
                           WS-LAST-SEQUENCE + 1
                   END-IF
                   IF  WS-SEQUENCE = WS-LAST-SEQUENCE
                       MOVE 'REPEATED SEQUENCE' TO WS-REASON
                       MOVE SPACES TO WS-REASON-DETAIL
                       STRING 'SEQUENCE ' WS-SEQUENCE
                              ' WAS ALREADY ACCEPTED'
                              DELIMITED BY SIZE INTO WS-REASON-DETAIL
                       PERFORM 290-Reject
                   ELSE
                       IF  WS-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                           MOVE 'SEQUENCE GAP' TO WS-REASON
                           MOVE SPACES TO WS-REASON-DETAIL
                           STRING 'SEQUENCE ' WS-SEQUENCE
                                  ', EXPECTED '
                                  WS-EXPECTED-SEQUENCE
                                  DELIMITED BY SIZE
                                  INTO WS-REASON-DETAIL
                           PERFORM 290-Reject
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * Every reason is printed; the log keeps the first.
       290-Reject.
           IF  NOT FILE-REJECTED
               MOVE WS-REASON TO WS-FIRST-REASON
               MOVE 'Y' TO WS-REJECTED-SW
           END-IF.
           MOVE WS-REASON        TO RRL-REASON.
           MOVE WS-REASON-DETAIL TO RRL-DETAIL.
           WRITE REPORT-LINE-OUT FROM REPORT-REJECT-LINE
               AFTER ADVANCING 1.
      * Only an accepted file's detail is passed on, so a rejected
      * one leaves the consumer's dataset as it was.
       400-Pass-Detail-On.
           OPEN OUTPUT DETAIL-FILE.
           MOVE 'N' TO IN-EOF.
           OPEN INPUT INBOUND-FILE.
           PERFORM 205-Read-Inbound.
           PERFORM 410-Pass-One-Record UNTIL IN-AT-EOF.
           CLOSE INBOUND-FILE.
           CLOSE DETAIL-FILE.
       410-Pass-One-Record.
           IF  IH-RECORD-ID NOT = 'HEADER'
           AND IT-RECORD-ID NOT = 'TRAILER'
               WRITE DETAIL-REC FROM INBOUND-REC
           END-IF.
           PERFORM 205-Read-Inbound.
       500-Write-Verdict.
           MOVE WS-SENDER    TO RHL-SENDER.
           MOVE WS-FILE-TYPE TO RHL-FILE-TYPE.
           MOVE WS-CREATED   TO RHL-CREATED.
           MOVE SPACES       TO RHL-SEQUENCE.
           IF  SEQUENCE-READABLE
               MOVE WS-SEQUENCE TO RHL-SEQUENCE
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADER-LINE
               AFTER ADVANCING 2.
           IF  HEADER-SEEN
               WRITE REPORT-LINE-OUT FROM REPORT-SEQUENCE-LINE
                   AFTER ADVANCING 1
           END-IF.
           MOVE WS-TRAILER-COUNT TO RCL-TRAILER-COUNT.
           MOVE WS-DETAIL-COUNT  TO RCL-DETAIL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-COUNT-LINE
               AFTER ADVANCING 1.
           MOVE WS-TRAILER-HASH      TO RHA-TRAILER-HASH.
           MOVE FR-HASH-NAME(FR-SUB) TO RHA-HASH-NAME.
           MOVE WS-DETAIL-HASH       TO RHA-DETAIL-HASH.
           WRITE REPORT-LINE-OUT FROM REPORT-HASH-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO REPORT-VERDICT-LINE.
           IF  FILE-REJECTED
               MOVE 'FILE REJECTED - NOTHING PASSED ON' TO RVL-TEXT
           ELSE
               MOVE 'FILE ACCEPTED - DETAIL PASSED ON:' TO RVL-TEXT
               MOVE WS-DETAIL-COUNT TO RVL-RECORDS
               MOVE ' RECORDS' TO RVL-TEXT-2
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-VERDICT-LINE
               AFTER ADVANCING 2.
       550-Log-Inbound-File.
           OPEN EXTEND INBOUND-LOG.
           MOVE SPACES            TO INBOUND-LOG-REC.
           MOVE WS-JOB-START-TIME TO IL-LOGGED.
           MOVE WS-FEED           TO IL-FEED.
           MOVE WS-SENDER         TO IL-SENDER.
           MOVE WS-CREATED        TO IL-CREATED.
           MOVE WS-SEQUENCE       TO IL-SEQUENCE.
           MOVE WS-DETAIL-COUNT   TO IL-RECORDS.
           IF  FILE-REJECTED
               MOVE 'REJECTED'      TO IL-RESULT
               MOVE WS-FIRST-REASON TO IL-REASON
           ELSE
               MOVE 'ACCEPTED'      TO IL-RESULT
           END-IF.
           WRITE INBOUND-LOG-REC.
           CLOSE INBOUND-LOG.
       300-Open-Files.
           OPEN OUTPUT INBOUND-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
       600-Close-Files.
           CLOSE INBOUND-REPORT.
      * A completion line only for an accepted file - the restart
      * driver reads these to know which steps truly finished.
           IF  NOT RUN-REFUSED AND NOT FILE-REJECTED
               PERFORM 700-Write-Job-Audit-Record
           END-IF.
       700-Write-Job-Audit-Record.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE 'INBVAL01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
