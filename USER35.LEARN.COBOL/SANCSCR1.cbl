      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SANCSCR1.
       AUTHOR.        SANCTIONS SCREENING.
      * Sanctions and watch-list screening.  Loads the WATCHLST
      * watch list and matches every name the shop pays, bills or
      * opens an account for against it:
      *   ACCTREC   customers - FIRST/LAST-NAME, city and state;
      *   ACCTOPEN  the 'O' open cards on today's ACCTMTRN deck,
      *             before ACCTMNT1 puts them on the master;
      *   NEWHIRE   NH-NAME on the new-hire feed, before ONBOARD1,
      *             with the city split from NH-ADDR by ADDRCHK;
      *   ROYALTY   artists on ROYRATE and the ROYLEDG ledger;
      *   ROYPAYEE  the royalty payee on ROYRATE, keyed on artist;
      *   FAVSCLNT  the client bill-to name on PROJBUDG.
      * Names match fuzzily.  Both sides are upper-cased, stripped
      * of punctuation and split into words (initials dropped), so
      * word order and commas do not matter.  A word scores 2 when
      * it matches exactly and 1 when it is one letter off or is
      * the start of the other word (ROB/ROBERT); the match score
      * is the points over twice the larger word count, as 0-100.
      * A name at 50 or better gains 15 more for the same city, or
      * 5 for the same state.  At the threshold (75, or 050-100 in
      * SYSIN columns 10-12) the name goes on the review queue.
      * The SANCMAST review master carries one row per hit - source,
      * key, name, list entry, score - held (H) until compliance
      * keys a decision on the SANCDEC deck: C clears it as a false
      * match, F confirms it.  ACCTMNT1, ONBOARD1 and ROYALTY1 block
      * account openings, hires and royalty payments for a held or
      * confirmed name, and FAVS holds the client's invoice.  A
      * cleared hit stays cleared while the name on file is
      * unchanged; a changed name is held again.  Every hit and
      * every decision, rejected cards too, is written to the
      * SANCAUD audit trail.  The new master writes to SANCNEW; the
      * open queue prints on SANCRPT.
      * The run date is today unless a YYYYMMDD date is keyed in
      * SYSIN columns 1-8.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST  ASSIGN TO WATCHLST
                  FILE STATUS IS WL-F-STATUS.
           SELECT SANC-MASTER ASSIGN TO SANCMAST
                  FILE STATUS IS SM-F-STATUS.
           SELECT SANC-NEW    ASSIGN TO SANCNEW.
           SELECT DECISION-FILE ASSIGN TO SANCDEC
                  FILE STATUS IS SD-F-STATUS.
           SELECT ACCT-REC    ASSIGN TO ACCTREC
                  FILE STATUS IS ACCT-F-STATUS.
           SELECT MAINT-FILE  ASSIGN TO ACCTMTRN
                  FILE STATUS IS MAINT-F-STATUS.
           SELECT NEWHIRE-FILE ASSIGN TO NEWHIRE
                  FILE STATUS IS NH-F-STATUS.
           SELECT ROYALTY-RATE-FILE ASSIGN TO ROYRATE
                  FILE STATUS IS RR-F-STATUS.
           SELECT ROYALTY-LEDGER ASSIGN TO ROYLEDG
                  FILE STATUS IS RL-F-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO PROJBUDG
                  FILE STATUS IS PB-F-STATUS.
           SELECT SANC-AUDIT  ASSIGN TO SANCAUD.
           SELECT SCREEN-REPORT ASSIGN TO SANCRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  WATCH-LIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WATCH-LIST-REC.
      * One listed party - the list's own entry number and program
      * (SDN, PEP, internal ...), the name as published in any word
      * order, and the city and state when the list gives them
       01  WATCH-LIST-REC.
           05  WL-ENTRY-ID        PIC X(10).
           05  WL-PROGRAM         PIC X(8).
           05  WL-NAME            PIC X(35).
           05  WL-CITY            PIC X(20).
           05  WL-STATE           PIC X(2).
           05  FILLER             PIC X(5).
       FD  SANC-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANC-MASTER-REC.
       01  SANC-MASTER-REC        PIC X(160).
       FD  SANC-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANC-NEW-REC.
       01  SANC-NEW-REC           PIC X(160).
       FD  DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DECISION-REC.
       01  DECISION-REC.
           05  SD-ACTION          PIC X(1).
               88  SD-CLEAR               VALUE 'C'.
               88  SD-CONFIRM             VALUE 'F'.
           05  SD-SOURCE          PIC X(8).
           05  SD-KEY             PIC X(30).
           05  SD-LIST-ID         PIC X(10).
           05  SD-OFFICER         PIC X(8).
           05  FILLER             PIC X(23).
       FD  ACCT-REC RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  FILLER             PIC X(56).
           05  ACCT-STATUS        PIC X(1).
               88  ACCT-CLOSED            VALUE 'C'.
       FD  MAINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAINT-REC.
       01  MAINT-REC.
           05  TM-ACTION          PIC X(1).
               88  TM-OPEN                VALUE 'O'.
           05  TM-ACCT-NO         PIC X(8).
           05  TO-LAST-NAME       PIC X(20).
           05  TO-FIRST-NAME      PIC X(15).
           05  FILLER             PIC X(36).
       FD  NEWHIRE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWHIRE-REC.
       01  NEWHIRE-REC.
           05  NH-NAME            PIC X(20).
           05  NH-ADDR            PIC X(40).
           05  FILLER             PIC X(60).
           05  NH-EMP-ID          PIC X(8).
           05  NH-STATE           PIC X(2).
           05  FILLER             PIC X(40).
       FD  ROYALTY-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROYALTY-RATE-REC.
       01  ROYALTY-RATE-REC.
           05  RR-ARTIST-NAME     PIC X(30).
           05  FILLER             PIC X(10).
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
           05  FILLER             PIC X(50).
       FD  BUDGET-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-MASTER-REC.
       01  BUDGET-MASTER-REC.
           05  PB-PROJECT         PIC X(8).
           05  FILLER             PIC X(30).
           05  PB-CLIENT-NAME     PIC X(30).
           05  FILLER             PIC X(12).
       FD  SANC-AUDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SANC-AUDIT-REC.
      * HOLD and RESCREEN are this job's own; CLEAR, CONFIRM and
      * REJECTED come off the decision deck under the officer's ID
       01  SANC-AUDIT-REC.
           05  SA-STAMP           PIC X(15).
           05  SA-ACTION          PIC X(8).
           05  SA-SOURCE          PIC X(8).
           05  SA-KEY             PIC X(30).
           05  SA-LIST-ID         PIC X(10).
           05  SA-SCORE           PIC 9(3).
           05  SA-STATUS          PIC X(1).
           05  SA-OFFICER         PIC X(8).
           05  SA-NOTE            PIC X(17).
       FD  SCREEN-REPORT RECORDING MODE F.
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
      *
       WORKING-STORAGE SECTION.
       01 WL-F-STATUS             PIC XX VALUE SPACES.
          88 WL-OPEN-OK                 VALUE '00'.
       01 SM-F-STATUS             PIC XX VALUE SPACES.
          88 SM-OPEN-OK                 VALUE '00'.
       01 SD-F-STATUS             PIC XX VALUE SPACES.
          88 SD-OPEN-OK                 VALUE '00'.
       01 ACCT-F-STATUS           PIC XX VALUE SPACES.
          88 ACCT-OPEN-OK               VALUE '00'.
       01 MAINT-F-STATUS          PIC XX VALUE SPACES.
          88 MAINT-OPEN-OK              VALUE '00'.
       01 NH-F-STATUS             PIC XX VALUE SPACES.
          88 NH-OPEN-OK                 VALUE '00'.
       01 RR-F-STATUS             PIC XX VALUE SPACES.
          88 RR-OPEN-OK                 VALUE '00'.
       01 RL-F-STATUS             PIC XX VALUE SPACES.
          88 RL-OPEN-OK                 VALUE '00'.
       01 PB-F-STATUS             PIC XX VALUE SPACES.
          88 PB-OPEN-OK                 VALUE '00'.
       01 FLAGS.
          05 WL-LASTREC           PIC X VALUE SPACE.
          05 SM-LASTREC           PIC X VALUE SPACE.
          05 SD-LASTREC           PIC X VALUE SPACE.
          05 SRC-LASTREC          PIC X VALUE SPACE.
          05 WS-WATCH-AVAILABLE   PIC X VALUE 'Y'.
          05 WS-RUN-OK            PIC X VALUE 'Y'.
      * Scoring rules
       77 WS-THRESHOLD            PIC 9(3)  VALUE 75.
       77 WS-BONUS-FLOOR          PIC 9(3)  VALUE 50.
       77 WS-CITY-BONUS           PIC 9(3)  VALUE 15.
       77 WS-STATE-BONUS          PIC 9(3)  VALUE 5.
      * SYSIN - run date, then an optional threshold
       01 WS-SYSIN-CARD.
          05 WS-RUN-DATE-CARD     PIC X(8).
          05 FILLER               PIC X(1).
          05 WS-THRESHOLD-CARD    PIC X(3).
          05 WS-THRESHOLD-NUM REDEFINES WS-THRESHOLD-CARD
                                  PIC 9(3).
          05 FILLER               PIC X(68).
       01 WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
      * Shared date validation - see DATEVAL
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
      * Shared mailing-address split - see ADDRCHK.  Only the city
      * is wanted here; an incomplete address still screens.
       01 ADDRCHK-PARMS.
          05 AC-FUNCTION          PIC X(1)  VALUE 'P'.
          05 AC-FREE-FORM         PIC X(40) VALUE SPACES.
          05 AC-STREET            PIC X(25) VALUE SPACES.
          05 AC-CITY              PIC X(15) VALUE SPACES.
          05 AC-STATE             PIC X(2)  VALUE SPACES.
          05 AC-ZIP               PIC X(9)  VALUE SPACES.
          05 AC-VALID             PIC X(1)  VALUE 'N'.
          05 AC-REASON            PIC X(30) VALUE SPACES.
      * The watch list in core, each name already split into words
       01 WATCH-TABLE-AREA.
          05 WT-COUNT             PIC 9(4) COMP VALUE 0.
          05 WT-SUB               PIC 9(4) COMP VALUE 0.
          05 WATCH-TABLE OCCURS 2000 TIMES.
             10 WT-ENTRY-ID       PIC X(10).
             10 WT-PROGRAM        PIC X(8).
             10 WT-NAME           PIC X(35).
             10 WT-CITY           PIC X(20).
             10 WT-STATE          PIC X(2).
             10 WT-WORD-SET.
                15 WT-WORD-COUNT  PIC 9(2).
                15 WT-WORD OCCURS 6 TIMES.
                   20 WT-WORD-TEXT PIC X(20).
                   20 WT-WORD-LEN  PIC 9(2).
      * The review master in core
       01 SANC-TABLE-AREA.
          05 MT-COUNT             PIC 9(4) COMP VALUE 0.
          05 MT-SUB               PIC 9(4) COMP VALUE 0.
          05 SANC-TABLE OCCURS 2000 TIMES.
             10 MT-RECORD         PIC X(160).
             10 MT-RECORD-RDF REDEFINES MT-RECORD.
                15 MT-SOURCE      PIC X(8).
                15 MT-KEY         PIC X(30).
                15 MT-NAME        PIC X(36).
                15 MT-LIST-ID     PIC X(10).
                15 MT-PROGRAM     PIC X(8).
                15 MT-LIST-NAME   PIC X(35).
                15 MT-SCORE       PIC 9(3).
                15 MT-STATUS      PIC X(1).
                   88 MT-HELD            VALUE 'H'.
                   88 MT-CLEARED         VALUE 'C'.
                   88 MT-CONFIRMED       VALUE 'F'.
                15 MT-HIT-DATE    PIC X(8).
                15 MT-DECIDED-DATE PIC X(8).
                15 MT-OFFICER     PIC X(8).
                15 FILLER         PIC X(5).
       01 MASTER-FOUND-SW         PIC X VALUE 'N'.
          88 MASTER-ENTRY-FOUND         VALUE 'Y'.
       01 WS-TABLE-FULL           PIC X VALUE 'N'.
          88 SANC-TABLE-IS-FULL         VALUE 'Y'.
       01 WS-WATCH-FULL           PIC X VALUE 'N'.
          88 WATCH-TABLE-IS-FULL        VALUE 'Y'.
      * The name being screened
       01 WS-CANDIDATE.
          05 WS-CAND-SOURCE       PIC X(8)  VALUE SPACES.
          05 WS-CAND-KEY          PIC X(30) VALUE SPACES.
          05 WS-CAND-NAME         PIC X(36) VALUE SPACES.
          05 WS-CAND-CITY         PIC X(20) VALUE SPACES.
          05 WS-CAND-STATE        PIC X(2)  VALUE SPACES.
          05 WS-CAND-WORD-SET.
             10 WS-CAND-WORD-COUNT PIC 9(2).
             10 WS-CAND-WORD OCCURS 6 TIMES.
                15 WS-CAND-WORD-TEXT PIC X(20).
                15 WS-CAND-WORD-LEN  PIC 9(2).
      * Name split - the ADDRCHK word split; a leading blank or a
      * one-letter initial splits off as a word and is dropped
       01 WS-SPLIT-WORK.
          05 WS-SPLIT-NAME        PIC X(40) VALUE SPACES.
          05 WS-RAW-WORD OCCURS 8 TIMES PIC X(20).
          05 WS-RAW-COUNT         PIC 9(2) COMP VALUE 0.
          05 WS-RAW-SUB           PIC 9(2) COMP VALUE 0.
          05 WS-RAW-LEN           PIC 9(2) VALUE 0.
          05 WS-SPLIT-WORD-SET.
             10 WS-SPLIT-WORD-COUNT PIC 9(2).
             10 WS-SPLIT-WORD OCCURS 6 TIMES.
                15 WS-SPLIT-WORD-TEXT PIC X(20).
                15 WS-SPLIT-WORD-LEN  PIC 9(2).
      * One name against one list entry
       01 WS-SCORE-WORK.
          05 CW-SUB               PIC 9(2) COMP VALUE 0.
          05 WW-SUB               PIC 9(2) COMP VALUE 0.
          05 CH-SUB               PIC 9(2) COMP VALUE 0.
          05 WS-POINTS            PIC 9(3)  VALUE 0.
          05 WS-BEST-CREDIT       PIC 9(1)  VALUE 0.
          05 WS-WORD-DIVISOR      PIC 9(2)  VALUE 0.
          05 WS-SCORE             PIC 9(3)  VALUE 0.
          05 WS-WORD-A            PIC X(20) VALUE SPACES.
          05 WS-LEN-A             PIC 9(2)  VALUE 0.
          05 WS-WORD-B            PIC X(20) VALUE SPACES.
          05 WS-LEN-B             PIC 9(2)  VALUE 0.
          05 WS-LONG-WORD         PIC X(20) VALUE SPACES.
          05 WS-SHORT-WORD        PIC X(20) VALUE SPACES.
          05 WS-SHORT-LEN         PIC 9(2)  VALUE 0.
          05 WS-LONG-SUB          PIC 9(2) COMP VALUE 0.
          05 WS-EDITS             PIC 9(2)  VALUE 0.
          05 WS-NEAR-SW           PIC X     VALUE 'N'.
             88 WORDS-ARE-NEAR            VALUE 'Y'.
      * Audit and report work
       01 WS-AUDIT-ACTION         PIC X(8)  VALUE SPACES.
       01 WS-AUDIT-OFFICER        PIC X(8)  VALUE SPACES.
       01 WS-AUDIT-NOTE           PIC X(17) VALUE SPACES.
       01 WS-SCREEN-COUNTS.
          05 CTR-SCREENED         PIC 9(5) VALUE ZERO.
          05 CTR-NEW-HITS         PIC 9(5) VALUE ZERO.
          05 CTR-RESCREENED       PIC 9(5) VALUE ZERO.
          05 CTR-CLEARED          PIC 9(5) VALUE ZERO.
          05 CTR-CONFIRMED        PIC 9(5) VALUE ZERO.
          05 CTR-DEC-REJECTED     PIC 9(5) VALUE ZERO.
          05 CTR-QUEUE-HELD       PIC 9(5) VALUE ZERO.
          05 CTR-QUEUE-BLOCKED    PIC 9(5) VALUE ZERO.
       01 WS-JOB-START-TIME       PIC X(15) VALUE SPACES.
       01 WS-JOB-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
       01 SCREEN-HEADING.
          05 FILLER   PIC X(36) VALUE
                'SANCTIONS SCREENING  RUN DATE:'.
          05 SH-RUN-DATE          PIC 9(8).
          05 FILLER   PIC X(13) VALUE '  THRESHOLD: '.
          05 SH-THRESHOLD         PIC ZZ9.
       01 SCREEN-SECTION-LINE.
          05 SSL-TITLE            PIC X(40).
       01 SCREEN-COLUMN-HEADING.
          05 FILLER   PIC X(40) VALUE
                'ACTION   SOURCE   KEY          NAME     '.
          05 FILLER   PIC X(40) VALUE
                '            LIST ID    SCR STATUS'.
       01 SCREEN-DETAIL-LINE.
          05 SDL-ACTION           PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 SDL-SOURCE           PIC X(8).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 SDL-KEY              PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 SDL-NAME             PIC X(20).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 SDL-LIST-ID          PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 SDL-SCORE            PIC ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 SDL-STATUS           PIC X(12).
       01 SCREEN-LISTED-LINE.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE 'LISTED: '.
          05 SLL-LIST-NAME        PIC X(35).
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 SLL-PROGRAM          PIC X(8).
       01 SCREEN-TOTAL-LINE-1.
          05 FILLER   PIC X(09) VALUE 'SCREENED:'.
          05 ST1-SCREENED         PIC ZZZZ9.
          05 FILLER   PIC X(11) VALUE '  NEW HITS:'.
          05 ST1-NEW-HITS         PIC ZZZZ9.
          05 FILLER   PIC X(11) VALUE '  RESCREEN:'.
          05 ST1-RESCREENED       PIC ZZZZ9.
       01 SCREEN-TOTAL-LINE-2.
          05 FILLER   PIC X(09) VALUE 'CLEARED: '.
          05 ST2-CLEARED          PIC ZZZZ9.
          05 FILLER   PIC X(12) VALUE '  CONFIRMED:'.
          05 ST2-CONFIRMED        PIC ZZZZ9.
          05 FILLER   PIC X(11) VALUE '  REJECTED:'.
          05 ST2-REJECTED         PIC ZZZZ9.
       01 SCREEN-TOTAL-LINE-3.
          05 FILLER   PIC X(20) VALUE 'AWAITING REVIEW:    '.
          05 ST3-HELD             PIC ZZZZ9.
          05 FILLER   PIC X(23) VALUE '  CONFIRMED - BLOCKED: '.
          05 ST3-BLOCKED          PIC ZZZZ9.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN.
           PERFORM 000-OPEN-FILES.
           PERFORM 100-LOAD-WATCH-LIST UNTIL WL-LASTREC = 'Y'.
           PERFORM 120-LOAD-MASTER UNTIL SM-LASTREC = 'Y'.
           IF  WS-RUN-OK = 'Y'
               PERFORM 200-APPLY-DECISIONS
           END-IF.
           IF  WS-WATCH-AVAILABLE = 'Y' AND WS-RUN-OK = 'Y'
               PERFORM 300-SCREEN-CUSTOMERS
               PERFORM 320-SCREEN-OPENINGS
               PERFORM 340-SCREEN-NEW-HIRES
               PERFORM 360-SCREEN-ROYALTY-RATES
               PERFORM 370-SCREEN-ROYALTY-LEDGER
               PERFORM 380-SCREEN-CLIENTS
           END-IF.
           PERFORM 600-WRITE-NEW-MASTER.
           PERFORM 700-WRITE-QUEUE.
           PERFORM 900-CLOSE-FILES.
           GOBACK.
       000-OPEN-FILES.
           OPEN EXTEND JOB-AUDIT-FILE.
           OPEN EXTEND SANC-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE SPACES TO WS-SYSIN-CARD.
           ACCEPT WS-SYSIN-CARD.
           IF  WS-RUN-DATE-CARD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
               MOVE WS-RUN-DATE-CARD TO DV-DATE-IN
               CALL 'DATEVAL' USING DATEVAL-PARMS
               IF  DV-VALID = 'Y'
                   MOVE DV-DATE-OUT TO WS-RUN-DATE
               ELSE
                   DISPLAY 'SANCSCR1 - BAD RUN DATE: '
                           WS-RUN-DATE-CARD
                   MOVE 'N' TO WS-RUN-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF  WS-THRESHOLD-CARD NOT = SPACES
               IF  WS-THRESHOLD-CARD IS NUMERIC
               AND WS-THRESHOLD-NUM NOT < 50
               AND WS-THRESHOLD-NUM NOT > 100
                   MOVE WS-THRESHOLD-NUM TO WS-THRESHOLD
               ELSE
                   DISPLAY 'SANCSCR1 - BAD THRESHOLD: '
                           WS-THRESHOLD-CARD ' - USE 050-100'
                   MOVE 'N' TO WS-RUN-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           OPEN OUTPUT SCREEN-REPORT.
           MOVE WS-RUN-DATE  TO SH-RUN-DATE.
           MOVE WS-THRESHOLD TO SH-THRESHOLD.
           WRITE REPORT-LINE-OUT FROM SCREEN-HEADING.
           WRITE REPORT-LINE-OUT FROM SCREEN-COLUMN-HEADING
               AFTER ADVANCING 2.
      *    No list means nothing can be screened - the decisions
      *    still apply and the master still carries forward, but
      *    the run ends CC 8 so the cycle does not go on unscreened.
           OPEN INPUT WATCH-LIST.
           IF  WL-OPEN-OK
               PERFORM 105-READ-WATCH
           ELSE
               DISPLAY 'WATCHLST FILE STATUS: ' WL-F-STATUS
               DISPLAY 'SANCSCR1 - NO WATCH LIST - NOTHING SCREENED'
               MOVE 'N' TO WS-WATCH-AVAILABLE
               MOVE 'Y' TO WL-LASTREC
               MOVE 8 TO RETURN-CODE
           END-IF.
      *    The first run starts with no review master
           OPEN INPUT SANC-MASTER.
           IF  SM-OPEN-OK
               PERFORM 125-READ-MASTER
           ELSE
               DISPLAY 'SANCMAST FILE STATUS: ' SM-F-STATUS
               DISPLAY 'NO REVIEW MASTER - STARTING EMPTY'
               MOVE 'Y' TO SM-LASTREC
           END-IF.
       100-LOAD-WATCH-LIST.
           IF  WT-COUNT < 2000
               ADD 1 TO WT-COUNT
               MOVE WL-ENTRY-ID TO WT-ENTRY-ID(WT-COUNT)
               MOVE WL-PROGRAM  TO WT-PROGRAM(WT-COUNT)
               MOVE WL-NAME     TO WT-NAME(WT-COUNT)
               MOVE WL-CITY     TO WT-CITY(WT-COUNT)
               MOVE WL-STATE    TO WT-STATE(WT-COUNT)
               INSPECT WT-CITY(WT-COUNT) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               INSPECT WT-STATE(WT-COUNT) CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE WL-NAME TO WS-SPLIT-NAME
               PERFORM 400-SPLIT-NAME
               MOVE WS-SPLIT-WORD-SET TO WT-WORD-SET(WT-COUNT)
           ELSE
               MOVE 'Y' TO WS-WATCH-FULL
           END-IF.
           PERFORM 105-READ-WATCH.
       105-READ-WATCH.
           READ WATCH-LIST
               AT END MOVE 'Y' TO WL-LASTREC
           END-READ.
       120-LOAD-MASTER.
           IF  MT-COUNT < 2000
               ADD 1 TO MT-COUNT
               MOVE SANC-MASTER-REC TO MT-RECORD(MT-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.
           PERFORM 125-READ-MASTER.
       125-READ-MASTER.
           READ SANC-MASTER
               AT END MOVE 'Y' TO SM-LASTREC
           END-READ.
      * Compliance's decisions on earlier hits.  A card must name a
      * hit on file by source, key and list entry and carry the
      * officer's ID; C clears a held or confirmed hit, F confirms
      * a held or cleared one.
       200-APPLY-DECISIONS.
           OPEN INPUT DECISION-FILE.
           IF  SD-OPEN-OK
               MOVE 'DECISIONS KEYED' TO SSL-TITLE
               WRITE REPORT-LINE-OUT FROM SCREEN-SECTION-LINE
                   AFTER ADVANCING 2
               PERFORM 205-READ-DECISION
               PERFORM 210-APPLY-ONE-DECISION UNTIL SD-LASTREC = 'Y'
               CLOSE DECISION-FILE
           ELSE
               DISPLAY 'SANCDEC FILE STATUS: ' SD-F-STATUS
               DISPLAY 'NO DECISIONS KEYED TODAY'
           END-IF.
       205-READ-DECISION.
           READ DECISION-FILE
               AT END MOVE 'Y' TO SD-LASTREC
           END-READ.
       210-APPLY-ONE-DECISION.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           PERFORM 500-FIND-DECISION-HIT.
           MOVE SPACES TO WS-AUDIT-NOTE.
           EVALUATE TRUE
               WHEN NOT SD-CLEAR AND NOT SD-CONFIRM
                   MOVE 'UNKNOWN ACTION' TO WS-AUDIT-NOTE
               WHEN SD-OFFICER = SPACES
                   MOVE 'NO OFFICER ID' TO WS-AUDIT-NOTE
               WHEN NOT MASTER-ENTRY-FOUND
                   MOVE 'NO SUCH HIT' TO WS-AUDIT-NOTE
               WHEN SD-CLEAR AND MT-CLEARED(MT-SUB)
                   MOVE 'ALREADY CLEARED' TO WS-AUDIT-NOTE
               WHEN SD-CONFIRM AND MT-CONFIRMED(MT-SUB)
                   MOVE 'ALREADY CONFIRMED' TO WS-AUDIT-NOTE
           END-EVALUATE.
           MOVE SD-OFFICER TO WS-AUDIT-OFFICER.
           IF  WS-AUDIT-NOTE = SPACES
               IF  SD-CLEAR
                   MOVE 'C'       TO MT-STATUS(MT-SUB)
                   MOVE 'CLEAR   ' TO WS-AUDIT-ACTION
                   ADD 1 TO CTR-CLEARED
               ELSE
                   MOVE 'F'       TO MT-STATUS(MT-SUB)
                   MOVE 'CONFIRM ' TO WS-AUDIT-ACTION
                   ADD 1 TO CTR-CONFIRMED
               END-IF
               MOVE WS-RUN-DATE TO MT-DECIDED-DATE(MT-SUB)
               MOVE SD-OFFICER  TO MT-OFFICER(MT-SUB)
               PERFORM 540-WRITE-AUDIT
               PERFORM 560-PRINT-HIT
           ELSE
               ADD 1 TO CTR-DEC-REJECTED
               MOVE SPACES     TO SANC-AUDIT-REC
               MOVE FUNCTION CURRENT-DATE(1:15) TO SA-STAMP
               MOVE 'REJECTED' TO SA-ACTION
               MOVE SD-SOURCE  TO SA-SOURCE
               MOVE SD-KEY     TO SA-KEY
               MOVE SD-LIST-ID TO SA-LIST-ID
               MOVE ZERO       TO SA-SCORE
               MOVE SD-ACTION  TO SA-STATUS
               MOVE SD-OFFICER TO SA-OFFICER
               MOVE WS-AUDIT-NOTE TO SA-NOTE
               WRITE SANC-AUDIT-REC
               MOVE 'REJECTED' TO SDL-ACTION
               MOVE SD-SOURCE  TO SDL-SOURCE
               MOVE SD-KEY     TO SDL-KEY
               MOVE SPACES     TO SDL-NAME
               MOVE SD-LIST-ID TO SDL-LIST-ID
               MOVE ZERO       TO SDL-SCORE
               MOVE WS-AUDIT-NOTE TO SDL-STATUS
               WRITE REPORT-LINE-OUT FROM SCREEN-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
           PERFORM 205-READ-DECISION.
      * Customers on the account master; closed accounts are
      * skipped since nothing more can be paid to or from them
       300-SCREEN-CUSTOMERS.
           MOVE 'NEW POTENTIAL MATCHES' TO SSL-TITLE.
           WRITE REPORT-LINE-OUT FROM SCREEN-SECTION-LINE
               AFTER ADVANCING 2.
           MOVE SPACE TO SRC-LASTREC.
           OPEN INPUT ACCT-REC.
           IF  ACCT-OPEN-OK
               PERFORM 305-READ-ACCOUNT
               PERFORM 310-SCREEN-ONE-ACCOUNT UNTIL SRC-LASTREC = 'Y'
               CLOSE ACCT-REC
           ELSE
               DISPLAY 'ACCTREC FILE STATUS: ' ACCT-F-STATUS
               DISPLAY 'CUSTOMERS NOT SCREENED THIS RUN'
               MOVE 4 TO RETURN-CODE
           END-IF.
       305-READ-ACCOUNT.
           READ ACCT-REC
               AT END MOVE 'Y' TO SRC-LASTREC
           END-READ.
       310-SCREEN-ONE-ACCOUNT.
           IF  NOT ACCT-CLOSED
               MOVE 'ACCTREC ' TO WS-CAND-SOURCE
               MOVE ACCT-NO    TO WS-CAND-KEY
               MOVE SPACES     TO WS-CAND-NAME
               STRING FIRST-NAME DELIMITED BY '  '
                      ' '        DELIMITED BY SIZE
                      LAST-NAME  DELIMITED BY '  '
                   INTO WS-CAND-NAME
               MOVE CITY-COUNTY     TO WS-CAND-CITY
               MOVE USA-STATE(1:2)  TO WS-CAND-STATE
               PERFORM 420-SCREEN-CANDIDATE
           END-IF.
           PERFORM 305-READ-ACCOUNT.
      * Today's account openings, ahead of ACCTMNT1
       320-SCREEN-OPENINGS.
           MOVE SPACE TO SRC-LASTREC.
           OPEN INPUT MAINT-FILE.
           IF  MAINT-OPEN-OK
               PERFORM 325-READ-MAINT
               PERFORM 330-SCREEN-ONE-OPENING UNTIL SRC-LASTREC = 'Y'
               CLOSE MAINT-FILE
           ELSE
               DISPLAY 'ACCTMTRN FILE STATUS: ' MAINT-F-STATUS
               DISPLAY 'NO ACCOUNT OPENINGS TO SCREEN'
           END-IF.
       325-READ-MAINT.
           READ MAINT-FILE
               AT END MOVE 'Y' TO SRC-LASTREC
           END-READ.
       330-SCREEN-ONE-OPENING.
           IF  TM-OPEN
               MOVE 'ACCTOPEN' TO WS-CAND-SOURCE
               MOVE TM-ACCT-NO TO WS-CAND-KEY
               MOVE SPACES     TO WS-CAND-NAME
               STRING TO-FIRST-NAME DELIMITED BY '  '
                      ' '           DELIMITED BY SIZE
                      TO-LAST-NAME  DELIMITED BY '  '
                   INTO WS-CAND-NAME
               MOVE SPACES     TO WS-CAND-CITY
               MOVE SPACES     TO WS-CAND-STATE
               PERFORM 420-SCREEN-CANDIDATE
           END-IF.
           PERFORM 325-READ-MAINT.
      * The new-hire feed, ahead of ONBOARD1
       340-SCREEN-NEW-HIRES.
           MOVE SPACE TO SRC-LASTREC.
           OPEN INPUT NEWHIRE-FILE.
           IF  NH-OPEN-OK
               PERFORM 345-READ-NEW-HIRE
               PERFORM 350-SCREEN-ONE-HIRE UNTIL SRC-LASTREC = 'Y'
               CLOSE NEWHIRE-FILE
           ELSE
               DISPLAY 'NEWHIRE FILE STATUS: ' NH-F-STATUS
               DISPLAY 'NO NEW HIRES TO SCREEN'
           END-IF.
       345-READ-NEW-HIRE.
           READ NEWHIRE-FILE
               AT END MOVE 'Y' TO SRC-LASTREC
           END-READ.
       350-SCREEN-ONE-HIRE.
           MOVE 'NEWHIRE ' TO WS-CAND-SOURCE.
           MOVE NH-EMP-ID  TO WS-CAND-KEY.
           MOVE NH-NAME    TO WS-CAND-NAME.
           MOVE 'P'        TO AC-FUNCTION.
           MOVE NH-ADDR    TO AC-FREE-FORM.
           CALL 'ADDRCHK' USING ADDRCHK-PARMS.
           MOVE AC-CITY    TO WS-CAND-CITY.
           MOVE NH-STATE   TO WS-CAND-STATE.
           PERFORM 420-SCREEN-CANDIDATE.
           PERFORM 345-READ-NEW-HIRE.
      * Contracted artists and the payee each one is paid through
       360-SCREEN-ROYALTY-RATES.
           MOVE SPACE TO SRC-LASTREC.
           OPEN INPUT ROYALTY-RATE-FILE.
           IF  RR-OPEN-OK
               PERFORM 362-READ-RATE
               PERFORM 365-SCREEN-ONE-RATE UNTIL SRC-LASTREC = 'Y'
               CLOSE ROYALTY-RATE-FILE
           ELSE
               DISPLAY 'ROYRATE FILE STATUS: ' RR-F-STATUS
               DISPLAY 'ROYALTY PAYEES NOT SCREENED THIS RUN'
           END-IF.
       362-READ-RATE.
           READ ROYALTY-RATE-FILE
               AT END MOVE 'Y' TO SRC-LASTREC
           END-READ.
       365-SCREEN-ONE-RATE.
           MOVE SPACES         TO WS-CAND-CITY WS-CAND-STATE.
           MOVE 'ROYALTY '     TO WS-CAND-SOURCE.
           MOVE RR-ARTIST-NAME TO WS-CAND-KEY.
           MOVE RR-ARTIST-NAME TO WS-CAND-NAME.
           PERFORM 420-SCREEN-CANDIDATE.
           IF  RR-PAYEE NOT = SPACES
               MOVE 'ROYPAYEE'     TO WS-CAND-SOURCE
               MOVE RR-ARTIST-NAME TO WS-CAND-KEY
               MOVE RR-PAYEE       TO WS-CAND-NAME
               PERFORM 420-SCREEN-CANDIDATE
           END-IF.
           PERFORM 362-READ-RATE.
      * Artists accruing with no contract row yet
       370-SCREEN-ROYALTY-LEDGER.
           MOVE SPACE TO SRC-LASTREC.
           OPEN INPUT ROYALTY-LEDGER.
           IF  RL-OPEN-OK
               PERFORM 372-READ-LEDGER
               PERFORM 375-SCREEN-ONE-ARTIST UNTIL SRC-LASTREC = 'Y'
               CLOSE ROYALTY-LEDGER
           ELSE
               DISPLAY 'ROYLEDG FILE STATUS: ' RL-F-STATUS
               DISPLAY 'ROYALTY LEDGER NOT SCREENED THIS RUN'
           END-IF.
       372-READ-LEDGER.
           READ ROYALTY-LEDGER
               AT END MOVE 'Y' TO SRC-LASTREC
           END-READ.
       375-SCREEN-ONE-ARTIST.
           MOVE SPACES         TO WS-CAND-CITY WS-CAND-STATE.
           MOVE 'ROYALTY '     TO WS-CAND-SOURCE.
           MOVE RL-ARTIST-NAME TO WS-CAND-KEY.
           MOVE RL-ARTIST-NAME TO WS-CAND-NAME.
           PERFORM 420-SCREEN-CANDIDATE.
           PERFORM 372-READ-LEDGER.
      * FAVS clients - the bill-to name on each project
       380-SCREEN-CLIENTS.
           MOVE SPACE TO SRC-LASTREC.
           OPEN INPUT BUDGET-MASTER.
           IF  PB-OPEN-OK
               PERFORM 382-READ-PROJECT
               PERFORM 385-SCREEN-ONE-CLIENT UNTIL SRC-LASTREC = 'Y'
               CLOSE BUDGET-MASTER
           ELSE
               DISPLAY 'PROJBUDG FILE STATUS: ' PB-F-STATUS
               DISPLAY 'FAVS CLIENTS NOT SCREENED THIS RUN'
           END-IF.
       382-READ-PROJECT.
           READ BUDGET-MASTER
               AT END MOVE 'Y' TO SRC-LASTREC
           END-READ.
       385-SCREEN-ONE-CLIENT.
           IF  PB-CLIENT-NAME NOT = SPACES
               MOVE SPACES         TO WS-CAND-CITY WS-CAND-STATE
               MOVE 'FAVSCLNT'     TO WS-CAND-SOURCE
               MOVE PB-PROJECT     TO WS-CAND-KEY
               MOVE PB-CLIENT-NAME TO WS-CAND-NAME
               PERFORM 420-SCREEN-CANDIDATE
           END-IF.
           PERFORM 382-READ-PROJECT.
      * Upper-case, punctuation to blanks, split on blanks, and
      * keep the words of two letters or more
       400-SPLIT-NAME.
           INSPECT WS-SPLIT-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,''-/&()'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ        '.
           MOVE 0 TO WS-RAW-COUNT.
           MOVE SPACES TO WS-RAW-WORD(1) WS-RAW-WORD(2)
                          WS-RAW-WORD(3) WS-RAW-WORD(4)
                          WS-RAW-WORD(5) WS-RAW-WORD(6)
                          WS-RAW-WORD(7) WS-RAW-WORD(8).
           UNSTRING WS-SPLIT-NAME DELIMITED BY ALL ' '
               INTO WS-RAW-WORD(1) WS-RAW-WORD(2) WS-RAW-WORD(3)
                    WS-RAW-WORD(4) WS-RAW-WORD(5) WS-RAW-WORD(6)
                    WS-RAW-WORD(7) WS-RAW-WORD(8)
               TALLYING IN WS-RAW-COUNT.
           MOVE SPACES TO WS-SPLIT-WORD-SET.
           MOVE 0 TO WS-SPLIT-WORD-COUNT.
           PERFORM 410-KEEP-ONE-WORD
               VARYING WS-RAW-SUB FROM 1 BY 1
               UNTIL WS-RAW-SUB > WS-RAW-COUNT.
       410-KEEP-ONE-WORD.
           MOVE 0 TO WS-RAW-LEN.
           INSPECT WS-RAW-WORD(WS-RAW-SUB) TALLYING WS-RAW-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  WS-RAW-LEN > 1
           AND WS-SPLIT-WORD-COUNT < 6
               ADD 1 TO WS-SPLIT-WORD-COUNT
               MOVE WS-RAW-WORD(WS-RAW-SUB)
                   TO WS-SPLIT-WORD-TEXT(WS-SPLIT-WORD-COUNT)
               MOVE WS-RAW-LEN
                   TO WS-SPLIT-WORD-LEN(WS-SPLIT-WORD-COUNT)
           END-IF.
      * One name from one source against the whole list
       420-SCREEN-CANDIDATE.
           ADD 1 TO CTR-SCREENED.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE WS-CAND-NAME TO WS-SPLIT-NAME.
           PERFORM 400-SPLIT-NAME.
           MOVE WS-SPLIT-WORD-SET TO WS-CAND-WORD-SET.
           INSPECT WS-CAND-CITY CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CAND-STATE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF  WS-CAND-WORD-COUNT > 0
               PERFORM 430-SCORE-ONE-ENTRY
                   VARYING WT-SUB FROM 1 BY 1
                   UNTIL WT-SUB > WT-COUNT
           END-IF.
       430-SCORE-ONE-ENTRY.
           IF  WT-WORD-COUNT(WT-SUB) > 0
               MOVE 0 TO WS-POINTS
               PERFORM 440-SCORE-ONE-WORD
                   VARYING CW-SUB FROM 1 BY 1
                   UNTIL CW-SUB > WS-CAND-WORD-COUNT
               IF  WS-CAND-WORD-COUNT > WT-WORD-COUNT(WT-SUB)
                   MOVE WS-CAND-WORD-COUNT TO WS-WORD-DIVISOR
               ELSE
                   MOVE WT-WORD-COUNT(WT-SUB) TO WS-WORD-DIVISOR
               END-IF
               COMPUTE WS-SCORE = (WS-POINTS * 50) / WS-WORD-DIVISOR
               IF  WS-SCORE > 100
                   MOVE 100 TO WS-SCORE
               END-IF
               IF  WS-SCORE NOT < WS-BONUS-FLOOR
                   EVALUATE TRUE
                       WHEN WS-CAND-CITY NOT = SPACES
                        AND WS-CAND-CITY = WT-CITY(WT-SUB)
                           ADD WS-CITY-BONUS TO WS-SCORE
                       WHEN WS-CAND-STATE NOT = SPACES
                        AND WS-CAND-STATE = WT-STATE(WT-SUB)
                           ADD WS-STATE-BONUS TO WS-SCORE
                   END-EVALUATE
                   IF  WS-SCORE > 100
                       MOVE 100 TO WS-SCORE
                   END-IF
               END-IF
               IF  WS-SCORE NOT < WS-THRESHOLD
                   PERFORM 480-RECORD-HIT
               END-IF
           END-IF.
      * The best credit any list word gives this candidate word
       440-SCORE-ONE-WORD.
           MOVE 0 TO WS-BEST-CREDIT.
           MOVE WS-CAND-WORD-TEXT(CW-SUB) TO WS-WORD-A.
           MOVE WS-CAND-WORD-LEN(CW-SUB)  TO WS-LEN-A.
           PERFORM 450-COMPARE-WORDS
               VARYING WW-SUB FROM 1 BY 1
               UNTIL WW-SUB > WT-WORD-COUNT(WT-SUB)
                  OR WS-BEST-CREDIT = 2.
           ADD WS-BEST-CREDIT TO WS-POINTS.
       450-COMPARE-WORDS.
           MOVE WT-WORD-TEXT(WT-SUB, WW-SUB) TO WS-WORD-B.
           MOVE WT-WORD-LEN(WT-SUB, WW-SUB)  TO WS-LEN-B.
           IF  WS-WORD-A = WS-WORD-B
               MOVE 2 TO WS-BEST-CREDIT
           ELSE
               IF  WS-BEST-CREDIT = 0
                   PERFORM 460-CHECK-NEAR
                   IF  WORDS-ARE-NEAR
                       MOVE 1 TO WS-BEST-CREDIT
                   END-IF
               END-IF
           END-IF.
      * Near means both words are three letters or more and either
      * one is the start of the other, or they are one letter off -
      * one changed, dropped or added
       460-CHECK-NEAR.
           MOVE 'N' TO WS-NEAR-SW.
           MOVE 0   TO WS-EDITS.
           IF  WS-LEN-A > 2 AND WS-LEN-B > 2
               EVALUATE TRUE
                   WHEN WS-LEN-A < WS-LEN-B
                    AND WS-WORD-A(1:WS-LEN-A) = WS-WORD-B(1:WS-LEN-A)
                       MOVE 'Y' TO WS-NEAR-SW
                   WHEN WS-LEN-B < WS-LEN-A
                    AND WS-WORD-B(1:WS-LEN-B) = WS-WORD-A(1:WS-LEN-B)
                       MOVE 'Y' TO WS-NEAR-SW
                   WHEN WS-LEN-A = WS-LEN-B
                       PERFORM 465-COUNT-CHANGED
                           VARYING CH-SUB FROM 1 BY 1
                           UNTIL CH-SUB > WS-LEN-A OR WS-EDITS > 1
                       IF  WS-EDITS NOT > 1
                           MOVE 'Y' TO WS-NEAR-SW
                       END-IF
                   WHEN WS-LEN-A = WS-LEN-B + 1
                       MOVE WS-WORD-A TO WS-LONG-WORD
                       MOVE WS-WORD-B TO WS-SHORT-WORD
                       MOVE WS-LEN-B  TO WS-SHORT-LEN
                       PERFORM 470-CHECK-ONE-GAP
                   WHEN WS-LEN-B = WS-LEN-A + 1
                       MOVE WS-WORD-B TO WS-LONG-WORD
                       MOVE WS-WORD-A TO WS-SHORT-WORD
                       MOVE WS-LEN-A  TO WS-SHORT-LEN
                       PERFORM 470-CHECK-ONE-GAP
               END-EVALUATE
           END-IF.
       465-COUNT-CHANGED.
           IF  WS-WORD-A(CH-SUB:1) NOT = WS-WORD-B(CH-SUB:1)
               ADD 1 TO WS-EDITS
           END-IF.
      * Walk the shorter word along the longer, allowing the longer
      * one a single extra letter
       470-CHECK-ONE-GAP.
           MOVE 1 TO CH-SUB.
           MOVE 1 TO WS-LONG-SUB.
           PERFORM 475-GAP-STEP
               UNTIL CH-SUB > WS-SHORT-LEN OR WS-EDITS > 1.
           IF  WS-EDITS NOT > 1
               MOVE 'Y' TO WS-NEAR-SW
           END-IF.
       475-GAP-STEP.
           IF  WS-SHORT-WORD(CH-SUB:1) = WS-LONG-WORD(WS-LONG-SUB:1)
               ADD 1 TO CH-SUB
               ADD 1 TO WS-LONG-SUB
           ELSE
               ADD 1 TO WS-EDITS
               ADD 1 TO WS-LONG-SUB
           END-IF.
      * A hit already on file under the same name keeps whatever
      * compliance decided; a changed name is held again
       480-RECORD-HIT.
           PERFORM 510-FIND-SCREEN-HIT.
           MOVE 'SANCSCR1' TO WS-AUDIT-OFFICER.
           MOVE SPACES     TO WS-AUDIT-NOTE.
           IF  MASTER-ENTRY-FOUND
               IF  MT-NAME(MT-SUB) NOT = WS-CAND-NAME
                   PERFORM 490-FILL-HIT
                   MOVE 'RESCREEN' TO WS-AUDIT-ACTION
                   MOVE 'NAME CHANGED'  TO WS-AUDIT-NOTE
                   ADD 1 TO CTR-RESCREENED
                   PERFORM 540-WRITE-AUDIT
                   PERFORM 560-PRINT-HIT
               END-IF
           ELSE
               IF  MT-COUNT < 2000
                   ADD 1 TO MT-COUNT
                   MOVE MT-COUNT TO MT-SUB
                   MOVE SPACES   TO MT-RECORD(MT-SUB)
                   PERFORM 490-FILL-HIT
                   MOVE 'HOLD    ' TO WS-AUDIT-ACTION
                   ADD 1 TO CTR-NEW-HITS
                   PERFORM 540-WRITE-AUDIT
                   PERFORM 560-PRINT-HIT
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
                   DISPLAY 'REVIEW TABLE FULL - HIT NOT HELD - '
                           WS-CAND-SOURCE ' ' WS-CAND-KEY
               END-IF
           END-IF.
       490-FILL-HIT.
           MOVE WS-CAND-SOURCE        TO MT-SOURCE(MT-SUB).
           MOVE WS-CAND-KEY           TO MT-KEY(MT-SUB).
           MOVE WS-CAND-NAME          TO MT-NAME(MT-SUB).
           MOVE WT-ENTRY-ID(WT-SUB)   TO MT-LIST-ID(MT-SUB).
           MOVE WT-PROGRAM(WT-SUB)    TO MT-PROGRAM(MT-SUB).
           MOVE WT-NAME(WT-SUB)       TO MT-LIST-NAME(MT-SUB).
           MOVE WS-SCORE              TO MT-SCORE(MT-SUB).
           MOVE 'H'                   TO MT-STATUS(MT-SUB).
           MOVE WS-RUN-DATE           TO MT-HIT-DATE(MT-SUB).
           MOVE SPACES                TO MT-DECIDED-DATE(MT-SUB).
           MOVE SPACES                TO MT-OFFICER(MT-SUB).
      * A decision names the hit by source, key and list entry
       500-FIND-DECISION-HIT.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE 1   TO MT-SUB.
           PERFORM 505-MATCH-DECISION-HIT
               UNTIL MT-SUB > MT-COUNT OR MASTER-ENTRY-FOUND.
       505-MATCH-DECISION-HIT.
           IF  MT-SOURCE(MT-SUB)  = SD-SOURCE
           AND MT-KEY(MT-SUB)     = SD-KEY
           AND MT-LIST-ID(MT-SUB) = SD-LIST-ID
               MOVE 'Y' TO MASTER-FOUND-SW
           ELSE
               ADD 1 TO MT-SUB
           END-IF.
       510-FIND-SCREEN-HIT.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE 1   TO MT-SUB.
           PERFORM 515-MATCH-SCREEN-HIT
               UNTIL MT-SUB > MT-COUNT OR MASTER-ENTRY-FOUND.
       515-MATCH-SCREEN-HIT.
           IF  MT-SOURCE(MT-SUB)  = WS-CAND-SOURCE
           AND MT-KEY(MT-SUB)     = WS-CAND-KEY
           AND MT-LIST-ID(MT-SUB) = WT-ENTRY-ID(WT-SUB)
               MOVE 'Y' TO MASTER-FOUND-SW
           ELSE
               ADD 1 TO MT-SUB
           END-IF.
       540-WRITE-AUDIT.
           MOVE SPACES                TO SANC-AUDIT-REC.
           MOVE FUNCTION CURRENT-DATE(1:15) TO SA-STAMP.
           MOVE WS-AUDIT-ACTION       TO SA-ACTION.
           MOVE MT-SOURCE(MT-SUB)     TO SA-SOURCE.
           MOVE MT-KEY(MT-SUB)        TO SA-KEY.
           MOVE MT-LIST-ID(MT-SUB)    TO SA-LIST-ID.
           MOVE MT-SCORE(MT-SUB)      TO SA-SCORE.
           MOVE MT-STATUS(MT-SUB)     TO SA-STATUS.
           MOVE WS-AUDIT-OFFICER      TO SA-OFFICER.
           MOVE WS-AUDIT-NOTE         TO SA-NOTE.
           WRITE SANC-AUDIT-REC.
       560-PRINT-HIT.
           MOVE WS-AUDIT-ACTION       TO SDL-ACTION.
           PERFORM 580-FILL-DETAIL.
           WRITE REPORT-LINE-OUT FROM SCREEN-DETAIL-LINE
               AFTER ADVANCING 1.
           MOVE MT-LIST-NAME(MT-SUB)  TO SLL-LIST-NAME.
           MOVE MT-PROGRAM(MT-SUB)    TO SLL-PROGRAM.
           WRITE REPORT-LINE-OUT FROM SCREEN-LISTED-LINE
               AFTER ADVANCING 1.
       580-FILL-DETAIL.
           MOVE MT-SOURCE(MT-SUB)     TO SDL-SOURCE.
           MOVE MT-KEY(MT-SUB)        TO SDL-KEY.
           MOVE MT-NAME(MT-SUB)       TO SDL-NAME.
           MOVE MT-LIST-ID(MT-SUB)    TO SDL-LIST-ID.
           MOVE MT-SCORE(MT-SUB)      TO SDL-SCORE.
           EVALUATE TRUE
               WHEN MT-HELD(MT-SUB)
                   MOVE 'HELD'        TO SDL-STATUS
               WHEN MT-CLEARED(MT-SUB)
                   MOVE 'CLEARED'     TO SDL-STATUS
               WHEN OTHER
                   MOVE 'CONFIRMED'   TO SDL-STATUS
           END-EVALUATE.
      * A full table means rows past the limit never made it into
      * core - the old master stands and the run fails loudly, as
      * in ACCTPOST.
       600-WRITE-NEW-MASTER.
           IF  SANC-TABLE-IS-FULL
               DISPLAY 'SANCSCR1 - REVIEW TABLE FULL - NEW MASTER '
                       'NOT WRITTEN - RAISE THE TABLE LIMIT'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SANC-NEW
               PERFORM 650-WRITE-ONE-HIT
                   VARYING MT-SUB FROM 1 BY 1
                   UNTIL MT-SUB > MT-COUNT
               CLOSE SANC-NEW
           END-IF.
           IF  WATCH-TABLE-IS-FULL
               DISPLAY 'SANCSCR1 - WATCH LIST TABLE FULL - ENTRIES '
                       'PAST 2000 NOT SCREENED'
               MOVE 8 TO RETURN-CODE
           END-IF.
       650-WRITE-ONE-HIT.
           WRITE SANC-NEW-REC FROM MT-RECORD(MT-SUB).
      * The open queue - everything still held for review, then
      * the confirmed matches every downstream job is blocking
       700-WRITE-QUEUE.
           MOVE 'REVIEW QUEUE - HELD AND CONFIRMED' TO SSL-TITLE.
           WRITE REPORT-LINE-OUT FROM SCREEN-SECTION-LINE
               AFTER ADVANCING 2.
           PERFORM 720-PRINT-ONE-QUEUED
               VARYING MT-SUB FROM 1 BY 1
               UNTIL MT-SUB > MT-COUNT.
           MOVE CTR-SCREENED     TO ST1-SCREENED.
           MOVE CTR-NEW-HITS     TO ST1-NEW-HITS.
           MOVE CTR-RESCREENED   TO ST1-RESCREENED.
           WRITE REPORT-LINE-OUT FROM SCREEN-TOTAL-LINE-1
               AFTER ADVANCING 2.
           MOVE CTR-CLEARED      TO ST2-CLEARED.
           MOVE CTR-CONFIRMED    TO ST2-CONFIRMED.
           MOVE CTR-DEC-REJECTED TO ST2-REJECTED.
           WRITE REPORT-LINE-OUT FROM SCREEN-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE CTR-QUEUE-HELD    TO ST3-HELD.
           MOVE CTR-QUEUE-BLOCKED TO ST3-BLOCKED.
           WRITE REPORT-LINE-OUT FROM SCREEN-TOTAL-LINE-3
               AFTER ADVANCING 1.
           IF  CTR-QUEUE-HELD > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       720-PRINT-ONE-QUEUED.
           IF  MT-HELD(MT-SUB) OR MT-CONFIRMED(MT-SUB)
               IF  MT-HELD(MT-SUB)
                   ADD 1 TO CTR-QUEUE-HELD
                   MOVE 'REVIEW  ' TO SDL-ACTION
               ELSE
                   ADD 1 TO CTR-QUEUE-BLOCKED
                   MOVE 'BLOCKED ' TO SDL-ACTION
               END-IF
               PERFORM 580-FILL-DETAIL
               WRITE REPORT-LINE-OUT FROM SCREEN-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
       900-CLOSE-FILES.
           IF SM-OPEN-OK OR SM-F-STATUS = '10'
               CLOSE SANC-MASTER
           END-IF.
           IF WL-OPEN-OK OR WL-F-STATUS = '10'
               CLOSE WATCH-LIST
           END-IF.
           CLOSE SANC-AUDIT.
           CLOSE SCREEN-REPORT.
           PERFORM 950-WRITE-JOB-AUDIT-RECORD.
       950-WRITE-JOB-AUDIT-RECORD.
           MOVE 'SANCSCR1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
