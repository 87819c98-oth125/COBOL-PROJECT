       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST1.
      ***** Report distribution.  Splits the cycle's reports on
      ***** their control breaks and routes each piece to the people
      ***** on the DISTMAST distribution master, so nobody is handed
      ***** another department's pages off the printer:
      *****     PAYREG   PAYREG01 register      by pay category
      *****     PHONEOUT TABLES00 directory     by department
      *****     STMTOUT  CSTMT001 statements    by cycle day
      *****     FAVSRPT  FAVS invoices          by project
      *****     W2RPT    PAYROLYE W-2 register  whole report only
      *****     OFFRPT   OFFBOARD report        whole report only
      ***** A piece runs from the heading line that carries its key
      ***** to the next key or the report's closing totals.  Lines
      ***** ahead of the first key (report and column headings) are
      ***** repeated at the top of every piece; the closing totals
      ***** go only to whole-report recipients.
      ***** A master row names the report, the burst key, the
      ***** recipient, P (print - DISTPRT, behind a banner page
      ***** naming the recipient and destination) or E (electronic
      ***** - DISTMAIL, one record per line for the mail gateway),
      ***** and a sensitivity.  Key *ALL receives the whole report
      ***** unsplit; key *OTHER receives any piece whose key has no
      ***** row of its own.  A piece with no recipient at all is
      ***** listed as unrouted.
      ***** Sensitivity P (payroll confidential) or S (restricted)
      ***** holds the piece on DISTHOLD instead of delivering it.  A
      ***** release run delivers held pieces for a user AUTHCHK
      ***** grants RPTPAY (for P) or RPTSEC (for S); pieces the
      ***** user may not release stay held, and the DISTHLDN new
      ***** generation replaces DISTHOLD.
      ***** Every piece delivered, held, released, refused or left
      ***** unrouted is written to the DISTLOG distribution log and
      ***** listed on DISTRPT.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     MODE=RELEASE USER=JSMITH REPORT=W2RPT
      ***** MODE=BURST (the default) splits and routes the reports;
      ***** MODE=RELEASE releases held pieces, for the USER keyed
      ***** (required), of the REPORT keyed or of every report.
      ***** A bad option or, on a burst run, no distribution master
      ***** or a table too small ends the run with CC 8; an
      ***** unrouted piece, a master row set aside or a held piece
      ***** the user may not release ends it CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-MASTER ASSIGN TO DISTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DM-F-STATUS.
           SELECT PAYREG-REPORT ASSIGN TO PAYREG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RF-F-STATUS.
           SELECT PHONES-REPORT ASSIGN TO PHONEOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RF-F-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO STMTOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RF-F-STATUS.
           SELECT INVOICE-REPORT ASSIGN TO FAVSRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RF-F-STATUS.
           SELECT W2-REPORT ASSIGN TO W2RPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RF-F-STATUS.
           SELECT OFFBOARD-REPORT ASSIGN TO OFFRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RF-F-STATUS.
           SELECT HOLD-FILE ASSIGN TO DISTHOLD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS HD-F-STATUS.
           SELECT HOLD-NEW ASSIGN TO DISTHLDN.
           SELECT PRINT-SPOOL ASSIGN TO DISTPRT.
           SELECT MAIL-SPOOL ASSIGN TO DISTMAIL.
           SELECT DIST-LOG ASSIGN TO DISTLOG.
           SELECT DIST-REPORT ASSIGN TO DISTRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
      * Distribution master - one row per report, key and recipient
       FD  DIST-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIST-MASTER-REC.
       01  DIST-MASTER-REC.
           05  DM-REPORT-ID       PIC X(8).
           05  DM-BURST-KEY       PIC X(8).
           05  DM-RECIPIENT       PIC X(8).
           05  DM-RECIPIENT-NAME  PIC X(20).
           05  DM-METHOD          PIC X(1).
           05  DM-DESTINATION     PIC X(30).
           05  DM-SENSITIVITY     PIC X(1).
           05  FILLER             PIC X(4).
      * The reports distributed - all 80-byte print lines
       FD  PAYREG-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYREG-LINE-IN.
       01  PAYREG-LINE-IN         PIC X(80).
       FD  PHONES-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PHONES-LINE-IN.
       01  PHONES-LINE-IN         PIC X(80).
       FD  STATEMENT-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATEMENT-LINE-IN.
       01  STATEMENT-LINE-IN      PIC X(80).
       FD  INVOICE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-LINE-IN.
       01  INVOICE-LINE-IN        PIC X(80).
       FD  W2-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS W2-LINE-IN.
       01  W2-LINE-IN             PIC X(80).
       FD  OFFBOARD-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OFFBOARD-LINE-IN.
       01  OFFBOARD-LINE-IN       PIC X(80).
      * Held pieces, one record per line, carrying the delivery
      * they are waiting for.  DISTHLDN and DISTMAIL share the
      * layout.
       FD  HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-REC.
       01  HOLD-REC.
           05  HD-RUN-DATE        PIC X(8).
           05  HD-PIECE-NO        PIC 9(5).
           05  HD-REPORT-ID       PIC X(8).
           05  HD-BURST-KEY       PIC X(8).
           05  HD-RECIPIENT       PIC X(8).
           05  HD-RECIPIENT-NAME  PIC X(20).
           05  HD-METHOD          PIC X(1).
           05  HD-DESTINATION     PIC X(30).
           05  HD-SENSITIVITY     PIC X(1).
           05  HD-LINE            PIC X(80).
           05  FILLER             PIC X(1).
       FD  HOLD-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLD-NEW-REC.
       01  HOLD-NEW-REC           PIC X(170).
       FD  MAIL-SPOOL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 170 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MAIL-REC.
       01  MAIL-REC.
           05  ML-RUN-DATE        PIC X(8).
           05  ML-PIECE-NO        PIC 9(5).
           05  ML-REPORT-ID       PIC X(8).
           05  ML-BURST-KEY       PIC X(8).
           05  ML-RECIPIENT       PIC X(8).
           05  ML-RECIPIENT-NAME  PIC X(20).
           05  ML-METHOD          PIC X(1).
           05  ML-DESTINATION     PIC X(30).
           05  ML-SENSITIVITY     PIC X(1).
           05  ML-LINE            PIC X(80).
           05  FILLER             PIC X(1).
       FD  PRINT-SPOOL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRINT-LINE-OUT.
       01  PRINT-LINE-OUT         PIC X(80).
      * Distribution log - who received what, and when
       FD  DIST-LOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIST-LOG-REC.
       01  DIST-LOG-REC.
           05  DG-LOGGED          PIC X(15).
           05  DG-RUN-DATE        PIC X(8).
           05  DG-PIECE-NO        PIC 9(5).
           05  DG-REPORT-ID       PIC X(8).
           05  DG-BURST-KEY       PIC X(8).
           05  DG-RECIPIENT       PIC X(8).
           05  DG-METHOD          PIC X(1).
           05  DG-LINES           PIC 9(7).
           05  DG-STATUS          PIC X(10).
           05  DG-BY-USER         PIC X(10).
       FD  DIST-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE-OUT.
       01  REPORT-LINE-OUT  PIC X(132).
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
       77 DM-F-STATUS               PIC X(02) VALUE SPACES.
           88 DM-OK                           VALUE '00'.
       77 RF-F-STATUS               PIC X(02) VALUE SPACES.
           88 RF-OK                           VALUE '00'.
       77 HD-F-STATUS               PIC X(02) VALUE SPACES.
           88 HD-OK                           VALUE '00'.
       77 DM-EOF                    PIC X(01) VALUE 'N'.
           88 DM-AT-EOF                       VALUE 'Y'.
       77 RF-EOF                    PIC X(01) VALUE 'N'.
           88 RF-AT-EOF                       VALUE 'Y'.
       77 HD-EOF                    PIC X(01) VALUE 'N'.
           88 HD-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 DISTRIBUTION-WARNING            VALUE 'Y'.
       77 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
       77 WS-SPOOLS-OPEN-SW         PIC X(01) VALUE 'N'.
           88 SPOOLS-ARE-OPEN                 VALUE 'Y'.
       77 WS-RUN-MODE               PIC X(01) VALUE 'B'.
           88 BURST-RUN                       VALUE 'B'.
           88 RELEASE-RUN                     VALUE 'R'.
      *    LABELED RUN-OPTIONS CARD - E.G. MODE=RELEASE USER=JSMITH
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RELEASE-USER           PIC X(10) VALUE SPACES.
       01 WS-RELEASE-REPORT         PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE               PIC X(08) VALUE SPACES.
      * Role-based gate - see AUTHCHK
       01 AUTHCHK-PARMS.
           05 AC-USER               PIC X(10) VALUE SPACES.
           05 AC-PERMISSION         PIC X(08) VALUE SPACES.
           05 AC-AUTHORIZED         PIC X(01) VALUE 'N'.
      * What AUTHCHK answered for the releasing user, asked once
      * per permission - blank until asked
       01 WS-RPTPAY-GRANT           PIC X(01) VALUE SPACE.
       01 WS-RPTSEC-GRANT           PIC X(01) VALUE SPACE.
       01 WS-GRANT-SW               PIC X(01) VALUE 'N'.
           88 USER-MAY-RELEASE                VALUE 'Y'.
      * Where each report breaks.  A break length of zero means the
      * report goes out whole; the trailer starts its closing
      * totals.
       01 RULE-TABLE-AREA.
           05 RR-COUNT              PIC 9(4) COMP VALUE 6.
           05 RR-SUB                PIC 9(4) COMP VALUE 0.
           05 RULE-TABLE OCCURS 6 TIMES.
               10 RR-REPORT-ID      PIC X(08).
               10 RR-BREAK-LIT      PIC X(30).
               10 RR-BREAK-COL      PIC 9(02).
               10 RR-BREAK-LEN      PIC 9(02).
               10 RR-KEY-COL        PIC 9(02).
               10 RR-KEY-LEN        PIC 9(02).
               10 RR-TRAILER-LIT    PIC X(30).
               10 RR-TRAILER-COL    PIC 9(02).
               10 RR-TRAILER-LEN    PIC 9(02).
       01 RR-FOUND-SW               PIC X(01) VALUE 'N'.
           88 REPORT-KNOWN                    VALUE 'Y'.
      * DISTMAST in core
       01 DIST-TABLE-AREA.
           05 DT-COUNT              PIC 9(4) COMP VALUE 0.
           05 DT-SUB                PIC 9(4) COMP VALUE 0.
           05 DIST-TABLE OCCURS 500 TIMES.
               10 DT-REPORT-ID      PIC X(08).
               10 DT-BURST-KEY      PIC X(08).
               10 DT-RECIPIENT      PIC X(08).
               10 DT-RECIPIENT-NAME PIC X(20).
               10 DT-METHOD         PIC X(01).
               10 DT-DESTINATION    PIC X(30).
               10 DT-SENSITIVITY    PIC X(01).
       01 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
      * The report being split.  A line is prologue ahead of the
      * first key, body within a piece, trailer in the closing
      * totals, or whole when the report does not split.
       01 WS-REPORT-LINE            PIC X(80) VALUE SPACES.
       01 WS-BREAK-LINE             PIC X(80) VALUE SPACES.
       01 WS-LINE-KEY               PIC X(08) VALUE SPACES.
       01 WS-CURRENT-KEY            PIC X(08) VALUE SPACES.
       01 WS-PHASE                  PIC X(01) VALUE SPACE.
           88 IN-PROLOGUE                     VALUE 'P'.
           88 IN-PIECE                        VALUE 'B'.
           88 IN-TRAILER                      VALUE 'T'.
           88 WHOLE-REPORT                    VALUE 'W'.
       01 WS-REPORT-LINES           PIC 9(7)  VALUE 0.
       01 WS-UNROUTED-LINES         PIC 9(7)  VALUE 0.
       01 WS-PIECE-NO               PIC 9(5)  VALUE 0.
       01 PROLOGUE-TABLE-AREA.
           05 PG-COUNT              PIC 9(4) COMP VALUE 0.
           05 PG-SUB                PIC 9(4) COMP VALUE 0.
           05 PG-LINE               PIC X(80) OCCURS 30 TIMES.
      * Recipients of the whole report and of the current piece,
      * each with its own piece number and line count
       01 ALL-LIST-AREA.
           05 RA-COUNT              PIC 9(4) COMP VALUE 0.
           05 RA-SUB                PIC 9(4) COMP VALUE 0.
           05 ALL-LIST OCCURS 50 TIMES.
               10 RA-DT-SUB         PIC 9(4) COMP.
               10 RA-PIECE-NO       PIC 9(5).
               10 RA-LINES          PIC 9(7).
       01 PIECE-LIST-AREA.
           05 RP-COUNT              PIC 9(4) COMP VALUE 0.
           05 RP-SUB                PIC 9(4) COMP VALUE 0.
           05 PIECE-LIST OCCURS 50 TIMES.
               10 RP-DT-SUB         PIC 9(4) COMP.
               10 RP-PIECE-NO       PIC 9(5).
               10 RP-LINES          PIC 9(7).
       01 WS-LIST-KEY               PIC X(08) VALUE SPACES.
      * The delivery a line is going to
       01 WS-DELIVERY.
           05 DV-RUN-DATE           PIC X(08).
           05 DV-PIECE-NO           PIC 9(05).
           05 DV-REPORT-ID          PIC X(08).
           05 DV-BURST-KEY          PIC X(08).
           05 DV-RECIPIENT          PIC X(08).
           05 DV-RECIPIENT-NAME     PIC X(20).
           05 DV-METHOD             PIC X(01).
               88 DV-BY-PRINT                 VALUE 'P'.
               88 DV-BY-MAIL                  VALUE 'E'.
           05 DV-DESTINATION        PIC X(30).
           05 DV-SENSITIVITY        PIC X(01).
               88 DV-NOT-SENSITIVE            VALUE SPACE.
           05 DV-LINES              PIC 9(07).
           05 DV-STATUS             PIC X(10).
           05 DV-BY-USER            PIC X(10).
      * Held pieces found on DISTHOLD by a release run and what the
      * run does with each: R release, N refused, K left alone
       01 HELD-TABLE-AREA.
           05 HP-COUNT              PIC 9(4) COMP VALUE 0.
           05 HP-SUB                PIC 9(4) COMP VALUE 0.
           05 HELD-TABLE OCCURS 500 TIMES.
               10 HP-RUN-DATE       PIC X(08).
               10 HP-PIECE-NO       PIC 9(05).
               10 HP-REPORT-ID      PIC X(08).
               10 HP-BURST-KEY      PIC X(08).
               10 HP-RECIPIENT      PIC X(08).
               10 HP-RECIPIENT-NAME PIC X(20).
               10 HP-METHOD         PIC X(01).
               10 HP-DESTINATION    PIC X(30).
               10 HP-SENSITIVITY    PIC X(01).
               10 HP-LINES          PIC 9(07).
               10 HP-ACTION         PIC X(01).
                   88 HP-TO-RELEASE           VALUE 'R'.
                   88 HP-REFUSED              VALUE 'N'.
       01 HP-FOUND-SW               PIC X(01) VALUE 'N'.
           88 HELD-PIECE-FOUND                VALUE 'Y'.
       01 DISTRIBUTION-COUNTERS.
           05 CTR-EXCEPTIONS        PIC 9(5)  VALUE 0.
           05 CTR-REPORTS-READ      PIC 9(5)  VALUE 0.
           05 CTR-DELIVERED         PIC 9(5)  VALUE 0.
           05 CTR-HELD              PIC 9(5)  VALUE 0.
           05 CTR-RELEASED          PIC 9(5)  VALUE 0.
           05 CTR-REFUSED           PIC 9(5)  VALUE 0.
           05 CTR-UNROUTED          PIC 9(5)  VALUE 0.
      *    PRINT SPOOL BANNER LINES
       01 BANNER-LINE-1.
           05 FILLER  PIC X(16) VALUE '*** DELIVER TO: '.
           05 BL1-RECIPIENT-NAME    PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(01) VALUE '('.
           05 BL1-RECIPIENT         PIC X(08).
           05 FILLER                PIC X(01) VALUE ')'.
       01 BANNER-LINE-2.
           05 FILLER  PIC X(16) VALUE '    LOCATION:   '.
           05 BL2-DESTINATION       PIC X(30).
       01 BANNER-LINE-3.
           05 FILLER  PIC X(16) VALUE '    REPORT:     '.
           05 BL3-REPORT-ID         PIC X(08).
           05 FILLER  PIC X(08) VALUE '  KEY:  '.
           05 BL3-BURST-KEY         PIC X(08).
           05 FILLER  PIC X(08) VALUE '  RUN:  '.
           05 BL3-RUN-DATE          PIC X(08).
           05 FILLER  PIC X(09) VALUE '  PIECE: '.
           05 BL3-PIECE-NO          PIC ZZZZ9.
       01 BANNER-LINE-4.
           05 FILLER  PIC X(40) VALUE ALL '*'.
      *    DISTRIBUTION REPORT PRINT LINES
       01 REPORT-HEADING-LINE.
           05 FILLER  PIC X(40) VALUE
                  'REPORT DISTRIBUTION'.
           05 RH-RUN-TIME           PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RH-MODE               PIC X(40).
       01 REPORT-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'REPORT'.
           05 FILLER  PIC X(10) VALUE 'KEY'.
           05 FILLER  PIC X(08) VALUE 'PIECE'.
           05 FILLER  PIC X(10) VALUE 'RECIPIENT'.
           05 FILLER  PIC X(22) VALUE 'NAME'.
           05 FILLER  PIC X(04) VALUE 'BY'.
           05 FILLER  PIC X(32) VALUE 'DESTINATION'.
           05 FILLER  PIC X(10) VALUE '    LINES'.
           05 FILLER  PIC X(12) VALUE 'STATUS'.
       01 REPORT-DETAIL-LINE.
           05 RDL-REPORT-ID         PIC X(08).
           05 FILLER                PIC X(02).
           05 RDL-BURST-KEY         PIC X(08).
           05 FILLER                PIC X(02).
           05 RDL-PIECE-NO          PIC ZZZZ9.
           05 FILLER                PIC X(03).
           05 RDL-RECIPIENT         PIC X(08).
           05 FILLER                PIC X(02).
           05 RDL-RECIPIENT-NAME    PIC X(20).
           05 FILLER                PIC X(02).
           05 RDL-METHOD            PIC X(01).
           05 FILLER                PIC X(03).
           05 RDL-DESTINATION       PIC X(30).
           05 FILLER                PIC X(02).
           05 RDL-LINES             PIC Z(6)9.
           05 FILLER                PIC X(03).
           05 RDL-STATUS            PIC X(10).
           05 FILLER                PIC X(02).
           05 RDL-BY-USER           PIC X(10).
       01 EXCEPTION-LINE.
           05 FILLER  PIC X(18) VALUE 'MASTER EXCEPTION: '.
           05 EXL-REPORT-ID         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EXL-BURST-KEY         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 EXL-RECIPIENT         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EXL-REASON            PIC X(40).
       01 REPORT-NOTE-LINE.
           05 RNL-REPORT-ID         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RNL-NOTE              PIC X(60).
       01 REPORT-TOTAL-LINE-1.
           05 FILLER  PIC X(22) VALUE 'REPORTS READ:         '.
           05 RTL-REPORTS           PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   MASTER EXCEPTIONS: '.
           05 RTL-EXCEPTIONS        PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-2.
           05 FILLER  PIC X(22) VALUE 'PIECES DELIVERED:     '.
           05 RTL-DELIVERED         PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   PIECES HELD:       '.
           05 RTL-HELD              PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-3.
           05 FILLER  PIC X(22) VALUE 'PIECES RELEASED:      '.
           05 RTL-RELEASED          PIC ZZZZ9.
           05 FILLER  PIC X(22) VALUE '   NOT AUTHORIZED:    '.
           05 RTL-REFUSED           PIC ZZZZ9.
       01 REPORT-TOTAL-LINE-4.
           05 FILLER  PIC X(22) VALUE 'PIECES UNROUTED:      '.
           05 RTL-UNROUTED          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  RELEASE-RUN
                   PERFORM 400-Release-Held-Pieces
               ELSE
                   PERFORM 200-Burst-One-Report
                       VARYING RR-SUB FROM 1 BY 1
                       UNTIL RR-SUB > RR-COUNT
               END-IF
               PERFORM 590-Write-Report-Totals
           END-IF.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  DISTRIBUTION-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 600-Close-Files.
           GOBACK.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           PERFORM 050-Set-Burst-Rules.
           IF  NOT RUN-REFUSED
               PERFORM 020-Write-Report-Heading
               IF  BURST-RUN
                   PERFORM 100-Load-Distribution-Master
               END-IF
           END-IF.
           IF  A-TABLE-IS-FULL
               DISPLAY 'RPTDIST1 - TABLE FULL - NOTHING DISTRIBUTED - '
                       'RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 310-Open-Delivery-Files
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING DISTRIBUTED.
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
           IF  RELEASE-RUN AND WS-RELEASE-USER = SPACES
               DISPLAY 'RPTDIST1 - A RELEASE RUN NEEDS USER='
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'MODE'
                       EVALUATE WS-OPT-VALUE
                           WHEN 'BURST'
                               MOVE 'B' TO WS-RUN-MODE
                           WHEN 'RELEASE'
                               MOVE 'R' TO WS-RUN-MODE
                           WHEN OTHER
                               PERFORM 019-Bad-Option
                       END-EVALUATE
                   WHEN 'USER'
                       IF  WS-OPT-VALUE = SPACES
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-VALUE TO WS-RELEASE-USER
                       END-IF
                   WHEN 'REPORT'
                       IF  WS-OPT-VALUE(9:2) NOT = SPACES
                           PERFORM 019-Bad-Option
                       ELSE
                           MOVE WS-OPT-VALUE TO WS-RELEASE-REPORT
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'RPTDIST1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       020-Write-Report-Heading.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           MOVE SPACES TO RH-MODE.
           IF  RELEASE-RUN
               STRING 'RELEASE OF HELD REPORTS BY ' WS-RELEASE-USER
                      DELIMITED BY SIZE INTO RH-MODE
           ELSE
               MOVE 'BURST AND ROUTE' TO RH-MODE
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM REPORT-COLUMN-LINE
               AFTER ADVANCING 2.
      * The break and closing-totals lines each report's program
      * writes, with where the key sits on the break line.
       050-Set-Burst-Rules.
           MOVE 'PAYREG  '                 TO RR-REPORT-ID(1).
           MOVE 'WEEKLY PAYROLL REGISTER'  TO RR-BREAK-LIT(1).
           MOVE 21 TO RR-BREAK-COL(1).
           MOVE 23 TO RR-BREAK-LEN(1).
           MOVE 79 TO RR-KEY-COL(1).
           MOVE 1  TO RR-KEY-LEN(1).
           MOVE 'RUN GRAND TOTAL'          TO RR-TRAILER-LIT(1).
           MOVE 1  TO RR-TRAILER-COL(1).
           MOVE 15 TO RR-TRAILER-LEN(1).
           MOVE 'PHONEOUT'                 TO RR-REPORT-ID(2).
           MOVE 'DEPARTMENT:'              TO RR-BREAK-LIT(2).
           MOVE 1  TO RR-BREAK-COL(2).
           MOVE 11 TO RR-BREAK-LEN(2).
           MOVE 14 TO RR-KEY-COL(2).
           MOVE 4  TO RR-KEY-LEN(2).
           MOVE ' TOTAL BAD PHONE NUMBERS IS:' TO RR-TRAILER-LIT(2).
           MOVE 1  TO RR-TRAILER-COL(2).
           MOVE 28 TO RR-TRAILER-LEN(2).
           MOVE 'STMTOUT '                 TO RR-REPORT-ID(3).
           MOVE 'ACME MANUFACTURING COMPANY' TO RR-BREAK-LIT(3).
           MOVE 26 TO RR-BREAK-COL(3).
           MOVE 26 TO RR-BREAK-LEN(3).
           MOVE 63 TO RR-KEY-COL(3).
           MOVE 2  TO RR-KEY-LEN(3).
           MOVE 'CYCLE CONTROL TOTALS'     TO RR-TRAILER-LIT(3).
           MOVE 1  TO RR-TRAILER-COL(3).
           MOVE 20 TO RR-TRAILER-LEN(3).
           MOVE 'FAVSRPT '                 TO RR-REPORT-ID(4).
           MOVE 'INVOICE  '                TO RR-BREAK-LIT(4).
           MOVE 1  TO RR-BREAK-COL(4).
           MOVE 9  TO RR-BREAK-LEN(4).
           MOVE 28 TO RR-KEY-COL(4).
           MOVE 8  TO RR-KEY-LEN(4).
           MOVE 'RUN TOTAL SUM-1:'         TO RR-TRAILER-LIT(4).
           MOVE 1  TO RR-TRAILER-COL(4).
           MOVE 16 TO RR-TRAILER-LEN(4).
           MOVE 'W2RPT   '                 TO RR-REPORT-ID(5).
           MOVE 'OFFRPT  '                 TO RR-REPORT-ID(6).
           PERFORM 055-Clear-Whole-Rule
               VARYING RR-SUB FROM 5 BY 1 UNTIL RR-SUB > 6.
       055-Clear-Whole-Rule.
           MOVE SPACES TO RR-BREAK-LIT(RR-SUB) RR-TRAILER-LIT(RR-SUB).
           MOVE ZEROS  TO RR-BREAK-COL(RR-SUB) RR-BREAK-LEN(RR-SUB)
                          RR-KEY-COL(RR-SUB) RR-KEY-LEN(RR-SUB)
                          RR-TRAILER-COL(RR-SUB)
                          RR-TRAILER-LEN(RR-SUB).
      * No distribution master means nothing can be routed.
       100-Load-Distribution-Master.
           OPEN INPUT DIST-MASTER.
           IF  DM-OK
               PERFORM 105-Read-Master
               PERFORM 110-Store-Master-Row UNTIL DM-AT-EOF
               CLOSE DIST-MASTER
           ELSE
               DISPLAY 'DISTMAST FILE STATUS: ' DM-F-STATUS
               DISPLAY 'NO DISTRIBUTION MASTER - NOTHING DISTRIBUTED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Master.
           READ DIST-MASTER
               AT END MOVE 'Y' TO DM-EOF
           END-READ.
      * A row for a report this program does not split, or with a
      * bad method or sensitivity, is set aside and listed.
       110-Store-Master-Row.
           PERFORM 112-Validate-Master-Row.
           IF  WS-REJECT-REASON = SPACES
               IF  DT-COUNT < 500
                   ADD 1 TO DT-COUNT
                   MOVE DM-REPORT-ID      TO DT-REPORT-ID(DT-COUNT)
                   MOVE DM-BURST-KEY      TO DT-BURST-KEY(DT-COUNT)
                   MOVE DM-RECIPIENT      TO DT-RECIPIENT(DT-COUNT)
                   MOVE DM-RECIPIENT-NAME
                       TO DT-RECIPIENT-NAME(DT-COUNT)
                   MOVE DM-METHOD         TO DT-METHOD(DT-COUNT)
                   MOVE DM-DESTINATION    TO DT-DESTINATION(DT-COUNT)
                   MOVE DM-SENSITIVITY    TO DT-SENSITIVITY(DT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           ELSE
               MOVE DM-REPORT-ID     TO EXL-REPORT-ID
               MOVE DM-BURST-KEY     TO EXL-BURST-KEY
               MOVE DM-RECIPIENT     TO EXL-RECIPIENT
               MOVE WS-REJECT-REASON TO EXL-REASON
               WRITE REPORT-LINE-OUT FROM EXCEPTION-LINE
                   AFTER ADVANCING 1
               ADD 1 TO CTR-EXCEPTIONS
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
           PERFORM 105-Read-Master.
       112-Validate-Master-Row.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 'N' TO RR-FOUND-SW.
           MOVE 1   TO RR-SUB.
           PERFORM 115-Match-Report
               UNTIL RR-SUB > RR-COUNT OR REPORT-KNOWN.
           EVALUATE TRUE
               WHEN NOT REPORT-KNOWN
                   MOVE 'REPORT IS NOT DISTRIBUTED'
                       TO WS-REJECT-REASON
               WHEN DM-BURST-KEY = SPACES
                   MOVE 'NO BURST KEY' TO WS-REJECT-REASON
               WHEN RR-BREAK-LEN(RR-SUB) = ZERO
                AND DM-BURST-KEY NOT = '*ALL'
                   MOVE 'REPORT GOES OUT WHOLE - KEY MUST BE *ALL'
                       TO WS-REJECT-REASON
               WHEN DM-RECIPIENT = SPACES
                   MOVE 'NO RECIPIENT' TO WS-REJECT-REASON
               WHEN DM-METHOD NOT = 'P' AND DM-METHOD NOT = 'E'
                   MOVE 'DELIVERY METHOD MUST BE P OR E'
                       TO WS-REJECT-REASON
               WHEN DM-SENSITIVITY NOT = SPACE
                AND DM-SENSITIVITY NOT = 'P'
                AND DM-SENSITIVITY NOT = 'S'
                   MOVE 'SENSITIVITY MUST BE P, S OR BLANK'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       115-Match-Report.
           IF  RR-REPORT-ID(RR-SUB) = DM-REPORT-ID
               MOVE 'Y' TO RR-FOUND-SW
           ELSE
               ADD 1 TO RR-SUB
           END-IF.
      * One report.  A report this cycle did not produce is noted
      * and skipped.
       200-Burst-One-Report.
           MOVE 'N' TO RF-EOF.
           PERFORM 202-Open-Report.
           IF  RF-OK
               ADD 1 TO CTR-REPORTS-READ
               MOVE ZERO   TO WS-REPORT-LINES PG-COUNT RP-COUNT
                              WS-UNROUTED-LINES
               MOVE SPACES TO WS-CURRENT-KEY
               IF  RR-BREAK-LEN(RR-SUB) = ZERO
                   MOVE 'W' TO WS-PHASE
               ELSE
                   MOVE 'P' TO WS-PHASE
               END-IF
               PERFORM 215-Start-Whole-Report
               PERFORM 205-Read-Report-Line
               PERFORM 210-Route-One-Line UNTIL RF-AT-EOF
               IF  IN-PIECE
                   PERFORM 240-Finish-Piece
               END-IF
               PERFORM 245-Finish-Whole-Report
               PERFORM 208-Close-Report
           ELSE
               MOVE RR-REPORT-ID(RR-SUB) TO RNL-REPORT-ID
               MOVE 'NOT PRODUCED THIS CYCLE' TO RNL-NOTE
               WRITE REPORT-LINE-OUT FROM REPORT-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       202-Open-Report.
           EVALUATE RR-SUB
               WHEN 1 OPEN INPUT PAYREG-REPORT
               WHEN 2 OPEN INPUT PHONES-REPORT
               WHEN 3 OPEN INPUT STATEMENT-REPORT
               WHEN 4 OPEN INPUT INVOICE-REPORT
               WHEN 5 OPEN INPUT W2-REPORT
               WHEN 6 OPEN INPUT OFFBOARD-REPORT
           END-EVALUATE.
       205-Read-Report-Line.
           EVALUATE RR-SUB
               WHEN 1
                   READ PAYREG-REPORT INTO WS-REPORT-LINE
                       AT END MOVE 'Y' TO RF-EOF
                   END-READ
               WHEN 2
                   READ PHONES-REPORT INTO WS-REPORT-LINE
                       AT END MOVE 'Y' TO RF-EOF
                   END-READ
               WHEN 3
                   READ STATEMENT-REPORT INTO WS-REPORT-LINE
                       AT END MOVE 'Y' TO RF-EOF
                   END-READ
               WHEN 4
                   READ INVOICE-REPORT INTO WS-REPORT-LINE
                       AT END MOVE 'Y' TO RF-EOF
                   END-READ
               WHEN 5
                   READ W2-REPORT INTO WS-REPORT-LINE
                       AT END MOVE 'Y' TO RF-EOF
                   END-READ
               WHEN 6
                   READ OFFBOARD-REPORT INTO WS-REPORT-LINE
                       AT END MOVE 'Y' TO RF-EOF
                   END-READ
           END-EVALUATE.
       208-Close-Report.
           EVALUATE RR-SUB
               WHEN 1 CLOSE PAYREG-REPORT
               WHEN 2 CLOSE PHONES-REPORT
               WHEN 3 CLOSE STATEMENT-REPORT
               WHEN 4 CLOSE INVOICE-REPORT
               WHEN 5 CLOSE W2-REPORT
               WHEN 6 CLOSE OFFBOARD-REPORT
           END-EVALUATE.
      * A break line with a new key ends the piece before it and
      * starts the next; the trailer ends the last piece.  Every
      * line goes to the whole-report recipients.
       210-Route-One-Line.
           ADD 1 TO WS-REPORT-LINES.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  NOT WHOLE-REPORT AND NOT IN-TRAILER
               IF  WS-REPORT-LINE(RR-BREAK-COL(RR-SUB):
                                  RR-BREAK-LEN(RR-SUB))
                 = RR-BREAK-LIT(RR-SUB)(1:RR-BREAK-LEN(RR-SUB))
                   MOVE SPACES TO WS-LINE-KEY
                   MOVE WS-REPORT-LINE(RR-KEY-COL(RR-SUB):
                                       RR-KEY-LEN(RR-SUB))
                       TO WS-LINE-KEY
                   IF  NOT IN-PIECE OR WS-LINE-KEY NOT = WS-CURRENT-KEY
                       IF  IN-PIECE
                           PERFORM 240-Finish-Piece
                       END-IF
                       MOVE WS-LINE-KEY TO WS-CURRENT-KEY
                       MOVE 'B' TO WS-PHASE
                       PERFORM 220-Start-Piece
                   END-IF
               ELSE
                   IF  WS-REPORT-LINE(RR-TRAILER-COL(RR-SUB):
                                      RR-TRAILER-LEN(RR-SUB))
                     = RR-TRAILER-LIT(RR-SUB)(1:RR-TRAILER-LEN(RR-SUB))
                       IF  IN-PIECE
                           PERFORM 240-Finish-Piece
                       END-IF
                       MOVE 'T' TO WS-PHASE
                   END-IF
               END-IF
           END-IF.
           PERFORM 212-Deliver-To-All
               VARYING RA-SUB FROM 1 BY 1 UNTIL RA-SUB > RA-COUNT.
           EVALUATE TRUE
               WHEN IN-PROLOGUE
                   IF  PG-COUNT < 30
                       ADD 1 TO PG-COUNT
                       MOVE WS-REPORT-LINE TO PG-LINE(PG-COUNT)
                   END-IF
               WHEN IN-PIECE
                   IF  RP-COUNT = ZERO
                       ADD 1 TO WS-UNROUTED-LINES
                   ELSE
                       PERFORM 214-Deliver-To-Piece
                           VARYING RP-SUB FROM 1 BY 1
                           UNTIL RP-SUB > RP-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 205-Read-Report-Line.
       212-Deliver-To-All.
           MOVE RA-DT-SUB(RA-SUB)   TO DT-SUB.
           MOVE RA-PIECE-NO(RA-SUB) TO DV-PIECE-NO.
           MOVE '*ALL'              TO DV-BURST-KEY.
           PERFORM 255-Load-Delivery-From-Master.
           PERFORM 250-Deliver-One-Line.
           ADD 1 TO RA-LINES(RA-SUB).
       214-Deliver-To-Piece.
           MOVE RP-DT-SUB(RP-SUB)   TO DT-SUB.
           MOVE RP-PIECE-NO(RP-SUB) TO DV-PIECE-NO.
           MOVE WS-CURRENT-KEY      TO DV-BURST-KEY.
           PERFORM 255-Load-Delivery-From-Master.
           PERFORM 250-Deliver-One-Line.
           ADD 1 TO RP-LINES(RP-SUB).
      * Whole-report recipients get their banner before line one.
       215-Start-Whole-Report.
           MOVE ZERO   TO RA-COUNT.
           MOVE '*ALL' TO WS-LIST-KEY.
           PERFORM 217-Add-All-Recipient
               VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT.
       217-Add-All-Recipient.
           IF  DT-REPORT-ID(DT-SUB) = RR-REPORT-ID(RR-SUB)
           AND DT-BURST-KEY(DT-SUB) = WS-LIST-KEY
               IF  RA-COUNT < 50
                   ADD 1 TO RA-COUNT
                   ADD 1 TO WS-PIECE-NO
                   MOVE DT-SUB      TO RA-DT-SUB(RA-COUNT)
                   MOVE WS-PIECE-NO TO RA-PIECE-NO(RA-COUNT)
                   MOVE ZERO        TO RA-LINES(RA-COUNT)
                   MOVE WS-PIECE-NO TO DV-PIECE-NO
                   MOVE '*ALL'      TO DV-BURST-KEY
                   PERFORM 255-Load-Delivery-From-Master
                   PERFORM 260-Write-Banner
               ELSE
                   DISPLAY 'MORE THAN 50 RECIPIENTS - '
                           DT-RECIPIENT(DT-SUB) ' SKIPPED FOR '
                           RR-REPORT-ID(RR-SUB)
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
      * A piece goes to the rows for its key, or to the *OTHER rows
      * when the key has none.  Each recipient's copy opens with
      * the report's headings.
       220-Start-Piece.
           MOVE ZERO TO RP-COUNT.
           MOVE ZERO TO WS-UNROUTED-LINES.
           MOVE WS-CURRENT-KEY TO WS-LIST-KEY.
           MOVE WS-REPORT-LINE TO WS-BREAK-LINE.
           PERFORM 222-Add-Piece-Recipient
               VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT.
           IF  RP-COUNT = ZERO
               MOVE '*OTHER' TO WS-LIST-KEY
               PERFORM 222-Add-Piece-Recipient
                   VARYING DT-SUB FROM 1 BY 1 UNTIL DT-SUB > DT-COUNT
           END-IF.
           MOVE WS-BREAK-LINE TO WS-REPORT-LINE.
       222-Add-Piece-Recipient.
           IF  DT-REPORT-ID(DT-SUB) = RR-REPORT-ID(RR-SUB)
           AND DT-BURST-KEY(DT-SUB) = WS-LIST-KEY
               IF  RP-COUNT < 50
                   ADD 1 TO RP-COUNT
                   ADD 1 TO WS-PIECE-NO
                   MOVE DT-SUB      TO RP-DT-SUB(RP-COUNT)
                   MOVE WS-PIECE-NO TO RP-PIECE-NO(RP-COUNT)
                   MOVE ZERO        TO RP-LINES(RP-COUNT)
                   MOVE WS-PIECE-NO TO DV-PIECE-NO
                   MOVE WS-CURRENT-KEY TO DV-BURST-KEY
                   PERFORM 255-Load-Delivery-From-Master
                   PERFORM 260-Write-Banner
                   PERFORM 224-Deliver-Prologue
                       VARYING PG-SUB FROM 1 BY 1
                       UNTIL PG-SUB > PG-COUNT
                   MOVE PG-COUNT    TO RP-LINES(RP-COUNT)
               ELSE
                   DISPLAY 'MORE THAN 50 RECIPIENTS - '
                           DT-RECIPIENT(DT-SUB) ' SKIPPED FOR '
                           RR-REPORT-ID(RR-SUB) ' ' WS-CURRENT-KEY
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
       224-Deliver-Prologue.
           MOVE PG-LINE(PG-SUB) TO WS-REPORT-LINE.
           PERFORM 250-Deliver-One-Line.
      * Logs the piece for each recipient - or, with none, as
      * unrouted.
       240-Finish-Piece.
           IF  RP-COUNT = ZERO
               ADD 1 TO CTR-UNROUTED
               MOVE 'Y' TO WS-WARNING-SW
               MOVE SPACES               TO WS-DELIVERY
               MOVE WS-RUN-DATE          TO DV-RUN-DATE
               MOVE ZERO                 TO DV-PIECE-NO
               MOVE RR-REPORT-ID(RR-SUB) TO DV-REPORT-ID
               MOVE WS-CURRENT-KEY       TO DV-BURST-KEY
               MOVE WS-UNROUTED-LINES    TO DV-LINES
               MOVE 'UNROUTED'           TO DV-STATUS
               PERFORM 270-Log-Piece
           ELSE
               PERFORM 242-Log-Piece-Recipient
                   VARYING RP-SUB FROM 1 BY 1 UNTIL RP-SUB > RP-COUNT
           END-IF.
           MOVE ZERO TO RP-COUNT.
           MOVE 'T'  TO WS-PHASE.
       242-Log-Piece-Recipient.
           MOVE RP-DT-SUB(RP-SUB)   TO DT-SUB.
           MOVE RP-PIECE-NO(RP-SUB) TO DV-PIECE-NO.
           MOVE WS-CURRENT-KEY      TO DV-BURST-KEY.
           PERFORM 255-Load-Delivery-From-Master.
           MOVE RP-LINES(RP-SUB)    TO DV-LINES.
           PERFORM 265-Set-Delivery-Status.
           PERFORM 270-Log-Piece.
       245-Finish-Whole-Report.
           PERFORM 247-Log-Whole-Recipient
               VARYING RA-SUB FROM 1 BY 1 UNTIL RA-SUB > RA-COUNT.
           MOVE ZERO TO RA-COUNT.
       247-Log-Whole-Recipient.
           MOVE RA-DT-SUB(RA-SUB)   TO DT-SUB.
           MOVE RA-PIECE-NO(RA-SUB) TO DV-PIECE-NO.
           MOVE '*ALL'              TO DV-BURST-KEY.
           PERFORM 255-Load-Delivery-From-Master.
           MOVE RA-LINES(RA-SUB)    TO DV-LINES.
           PERFORM 265-Set-Delivery-Status.
           PERFORM 270-Log-Piece.
      * A sensitive delivery is held; the rest go to the print
      * spool or the mail gateway.
       250-Deliver-One-Line.
           EVALUATE TRUE
               WHEN NOT DV-NOT-SENSITIVE
                   MOVE SPACES            TO HOLD-REC
                   MOVE DV-RUN-DATE       TO HD-RUN-DATE
                   MOVE DV-PIECE-NO       TO HD-PIECE-NO
                   MOVE DV-REPORT-ID      TO HD-REPORT-ID
                   MOVE DV-BURST-KEY      TO HD-BURST-KEY
                   MOVE DV-RECIPIENT      TO HD-RECIPIENT
                   MOVE DV-RECIPIENT-NAME TO HD-RECIPIENT-NAME
                   MOVE DV-METHOD         TO HD-METHOD
                   MOVE DV-DESTINATION    TO HD-DESTINATION
                   MOVE DV-SENSITIVITY    TO HD-SENSITIVITY
                   MOVE WS-REPORT-LINE    TO HD-LINE
                   WRITE HOLD-REC
               WHEN DV-BY-PRINT
                   WRITE PRINT-LINE-OUT FROM WS-REPORT-LINE
                       AFTER ADVANCING 1
               WHEN OTHER
                   MOVE SPACES            TO MAIL-REC
                   MOVE DV-RUN-DATE       TO ML-RUN-DATE
                   MOVE DV-PIECE-NO       TO ML-PIECE-NO
                   MOVE DV-REPORT-ID      TO ML-REPORT-ID
                   MOVE DV-BURST-KEY      TO ML-BURST-KEY
                   MOVE DV-RECIPIENT      TO ML-RECIPIENT
                   MOVE DV-RECIPIENT-NAME TO ML-RECIPIENT-NAME
                   MOVE DV-METHOD         TO ML-METHOD
                   MOVE DV-DESTINATION    TO ML-DESTINATION
                   MOVE DV-SENSITIVITY    TO ML-SENSITIVITY
                   MOVE WS-REPORT-LINE    TO ML-LINE
                   WRITE MAIL-REC
           END-EVALUATE.
      * DT-SUB names the master row; the caller has set the piece
      * number and key.
       255-Load-Delivery-From-Master.
           MOVE WS-RUN-DATE               TO DV-RUN-DATE.
           MOVE DT-REPORT-ID(DT-SUB)      TO DV-REPORT-ID.
           MOVE DT-RECIPIENT(DT-SUB)      TO DV-RECIPIENT.
           MOVE DT-RECIPIENT-NAME(DT-SUB) TO DV-RECIPIENT-NAME.
           MOVE DT-METHOD(DT-SUB)         TO DV-METHOD.
           MOVE DT-DESTINATION(DT-SUB)    TO DV-DESTINATION.
           MOVE DT-SENSITIVITY(DT-SUB)    TO DV-SENSITIVITY.
           MOVE SPACES                    TO DV-BY-USER.
      * A printed piece starts on a new page behind a banner; held
      * pieces get theirs when they are released.
       260-Write-Banner.
           IF  DV-NOT-SENSITIVE AND DV-BY-PRINT
               MOVE DV-RECIPIENT-NAME TO BL1-RECIPIENT-NAME
               MOVE DV-RECIPIENT      TO BL1-RECIPIENT
               WRITE PRINT-LINE-OUT FROM BANNER-LINE-1
                   AFTER ADVANCING PAGE
               MOVE DV-DESTINATION    TO BL2-DESTINATION
               WRITE PRINT-LINE-OUT FROM BANNER-LINE-2
                   AFTER ADVANCING 1
               MOVE DV-REPORT-ID      TO BL3-REPORT-ID
               MOVE DV-BURST-KEY      TO BL3-BURST-KEY
               MOVE DV-RUN-DATE       TO BL3-RUN-DATE
               MOVE DV-PIECE-NO       TO BL3-PIECE-NO
               WRITE PRINT-LINE-OUT FROM BANNER-LINE-3
                   AFTER ADVANCING 1
               WRITE PRINT-LINE-OUT FROM BANNER-LINE-4
                   AFTER ADVANCING 1
           END-IF.
       265-Set-Delivery-Status.
           IF  DV-NOT-SENSITIVE
               MOVE 'DELIVERED' TO DV-STATUS
               ADD 1 TO CTR-DELIVERED
           ELSE
               MOVE 'HELD'      TO DV-STATUS
               ADD 1 TO CTR-HELD
           END-IF.
      * One line on DISTLOG and on the report for each piece.
       270-Log-Piece.
           MOVE SPACES            TO DIST-LOG-REC.
           MOVE WS-JOB-START-TIME TO DG-LOGGED.
           MOVE DV-RUN-DATE       TO DG-RUN-DATE.
           MOVE DV-PIECE-NO       TO DG-PIECE-NO.
           MOVE DV-REPORT-ID      TO DG-REPORT-ID.
           MOVE DV-BURST-KEY      TO DG-BURST-KEY.
           MOVE DV-RECIPIENT      TO DG-RECIPIENT.
           MOVE DV-METHOD         TO DG-METHOD.
           MOVE DV-LINES          TO DG-LINES.
           MOVE DV-STATUS         TO DG-STATUS.
           MOVE DV-BY-USER        TO DG-BY-USER.
           WRITE DIST-LOG-REC.
           MOVE SPACES            TO REPORT-DETAIL-LINE.
           MOVE DV-REPORT-ID      TO RDL-REPORT-ID.
           MOVE DV-BURST-KEY      TO RDL-BURST-KEY.
           MOVE DV-PIECE-NO       TO RDL-PIECE-NO.
           MOVE DV-RECIPIENT      TO RDL-RECIPIENT.
           MOVE DV-RECIPIENT-NAME TO RDL-RECIPIENT-NAME.
           MOVE DV-METHOD         TO RDL-METHOD.
           MOVE DV-DESTINATION    TO RDL-DESTINATION.
           MOVE DV-LINES          TO RDL-LINES.
           MOVE DV-STATUS         TO RDL-STATUS.
           MOVE DV-BY-USER        TO RDL-BY-USER.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
      * A release run.  The first pass finds the held pieces and
      * decides each; the second writes the new DISTHOLD generation
      * without the released ones; then each released piece is
      * read back off DISTHOLD and delivered.
       400-Release-Held-Pieces.
           MOVE 'N' TO HD-EOF.
           OPEN INPUT HOLD-FILE.
           IF  HD-OK
               PERFORM 405-Read-Held-Line
               PERFORM 410-Note-Held-Line UNTIL HD-AT-EOF
               CLOSE HOLD-FILE
           ELSE
               DISPLAY 'DISTHOLD FILE STATUS: ' HD-F-STATUS
           END-IF.
           IF  A-TABLE-IS-FULL
               DISPLAY 'RPTDIST1 - HELD PIECE TABLE FULL - NOTHING '
                       'RELEASED - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               PERFORM 430-Copy-Held-File
           ELSE
               IF  HP-COUNT = ZERO
                   MOVE SPACES TO RNL-REPORT-ID
                   MOVE 'NOTHING HELD' TO RNL-NOTE
                   WRITE REPORT-LINE-OUT FROM REPORT-NOTE-LINE
                       AFTER ADVANCING 1
               END-IF
               PERFORM 420-Decide-Held-Piece
                   VARYING HP-SUB FROM 1 BY 1 UNTIL HP-SUB > HP-COUNT
               PERFORM 430-Copy-Held-File
               PERFORM 440-Deliver-Held-Piece
                   VARYING HP-SUB FROM 1 BY 1 UNTIL HP-SUB > HP-COUNT
           END-IF.
       405-Read-Held-Line.
           READ HOLD-FILE
               AT END MOVE 'Y' TO HD-EOF
           END-READ.
       410-Note-Held-Line.
           PERFORM 415-Find-Held-Piece.
           IF  NOT HELD-PIECE-FOUND
               IF  HP-COUNT < 500
                   ADD 1 TO HP-COUNT
                   MOVE HP-COUNT          TO HP-SUB
                   MOVE HD-RUN-DATE       TO HP-RUN-DATE(HP-SUB)
                   MOVE HD-PIECE-NO       TO HP-PIECE-NO(HP-SUB)
                   MOVE HD-REPORT-ID      TO HP-REPORT-ID(HP-SUB)
                   MOVE HD-BURST-KEY      TO HP-BURST-KEY(HP-SUB)
                   MOVE HD-RECIPIENT      TO HP-RECIPIENT(HP-SUB)
                   MOVE HD-RECIPIENT-NAME
                       TO HP-RECIPIENT-NAME(HP-SUB)
                   MOVE HD-METHOD         TO HP-METHOD(HP-SUB)
                   MOVE HD-DESTINATION    TO HP-DESTINATION(HP-SUB)
                   MOVE HD-SENSITIVITY    TO HP-SENSITIVITY(HP-SUB)
                   MOVE ZERO              TO HP-LINES(HP-SUB)
                   MOVE 'K'               TO HP-ACTION(HP-SUB)
                   MOVE 'Y' TO HP-FOUND-SW
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF.
           IF  HELD-PIECE-FOUND
               ADD 1 TO HP-LINES(HP-SUB)
           END-IF.
           PERFORM 405-Read-Held-Line.
      * A piece is its run date and piece number.
       415-Find-Held-Piece.
           MOVE 'N' TO HP-FOUND-SW.
           MOVE 1   TO HP-SUB.
           PERFORM 417-Match-Held-Piece
               UNTIL HP-SUB > HP-COUNT OR HELD-PIECE-FOUND.
       417-Match-Held-Piece.
           IF  HP-RUN-DATE(HP-SUB) = HD-RUN-DATE
           AND HP-PIECE-NO(HP-SUB) = HD-PIECE-NO
               MOVE 'Y' TO HP-FOUND-SW
           ELSE
               ADD 1 TO HP-SUB
           END-IF.
      * Pieces of another report than the one keyed are left
      * alone; the rest are released if the user holds the
      * permission their sensitivity needs.
       420-Decide-Held-Piece.
           IF  WS-RELEASE-REPORT = SPACES
           OR  HP-REPORT-ID(HP-SUB) = WS-RELEASE-REPORT
               PERFORM 425-Check-Release-Grant
               IF  USER-MAY-RELEASE
                   MOVE 'R' TO HP-ACTION(HP-SUB)
               ELSE
                   MOVE 'N' TO HP-ACTION(HP-SUB)
                   ADD 1 TO CTR-REFUSED
                   MOVE 'Y' TO WS-WARNING-SW
                   PERFORM 455-Load-Delivery-From-Held
                   MOVE 'REFUSED' TO DV-STATUS
                   PERFORM 270-Log-Piece
               END-IF
           END-IF.
       425-Check-Release-Grant.
           IF  HP-SENSITIVITY(HP-SUB) = 'P'
               IF  WS-RPTPAY-GRANT = SPACE
                   MOVE 'RPTPAY  ' TO AC-PERMISSION
                   PERFORM 427-Ask-Authchk
                   MOVE AC-AUTHORIZED TO WS-RPTPAY-GRANT
               END-IF
               MOVE WS-RPTPAY-GRANT TO WS-GRANT-SW
           ELSE
               IF  WS-RPTSEC-GRANT = SPACE
                   MOVE 'RPTSEC  ' TO AC-PERMISSION
                   PERFORM 427-Ask-Authchk
                   MOVE AC-AUTHORIZED TO WS-RPTSEC-GRANT
               END-IF
               MOVE WS-RPTSEC-GRANT TO WS-GRANT-SW
           END-IF.
       427-Ask-Authchk.
           MOVE WS-RELEASE-USER TO AC-USER.
           MOVE 'N'             TO AC-AUTHORIZED.
           CALL 'AUTHCHK' USING AUTHCHK-PARMS.
      * Everything not being released goes to the new generation.
       430-Copy-Held-File.
           OPEN OUTPUT HOLD-NEW.
           MOVE 'N' TO HD-EOF.
           OPEN INPUT HOLD-FILE.
           IF  HD-OK
               PERFORM 405-Read-Held-Line
               PERFORM 435-Copy-One-Held-Line UNTIL HD-AT-EOF
               CLOSE HOLD-FILE
           END-IF.
           CLOSE HOLD-NEW.
       435-Copy-One-Held-Line.
           PERFORM 415-Find-Held-Piece.
           IF  NOT HELD-PIECE-FOUND OR NOT HP-TO-RELEASE(HP-SUB)
               WRITE HOLD-NEW-REC FROM HOLD-REC
           END-IF.
           PERFORM 405-Read-Held-Line.
       440-Deliver-Held-Piece.
           IF  HP-TO-RELEASE(HP-SUB)
               PERFORM 455-Load-Delivery-From-Held
               MOVE SPACE TO DV-SENSITIVITY
               PERFORM 260-Write-Banner
               MOVE 'N' TO HD-EOF
               OPEN INPUT HOLD-FILE
               PERFORM 405-Read-Held-Line
               PERFORM 445-Deliver-Held-Line UNTIL HD-AT-EOF
               CLOSE HOLD-FILE
               MOVE HP-SENSITIVITY(HP-SUB) TO DV-SENSITIVITY
               MOVE HP-LINES(HP-SUB)       TO DV-LINES
               MOVE 'RELEASED'             TO DV-STATUS
               MOVE WS-RELEASE-USER        TO DV-BY-USER
               ADD 1 TO CTR-RELEASED
               PERFORM 270-Log-Piece
           END-IF.
       445-Deliver-Held-Line.
           IF  HD-RUN-DATE = HP-RUN-DATE(HP-SUB)
           AND HD-PIECE-NO = HP-PIECE-NO(HP-SUB)
               MOVE HD-LINE TO WS-REPORT-LINE
               ADD 1 TO WS-JOB-RECORD-COUNT
               PERFORM 250-Deliver-One-Line
           END-IF.
           PERFORM 405-Read-Held-Line.
       455-Load-Delivery-From-Held.
           MOVE SPACES                    TO WS-DELIVERY.
           MOVE HP-RUN-DATE(HP-SUB)       TO DV-RUN-DATE.
           MOVE HP-PIECE-NO(HP-SUB)       TO DV-PIECE-NO.
           MOVE HP-REPORT-ID(HP-SUB)      TO DV-REPORT-ID.
           MOVE HP-BURST-KEY(HP-SUB)      TO DV-BURST-KEY.
           MOVE HP-RECIPIENT(HP-SUB)      TO DV-RECIPIENT.
           MOVE HP-RECIPIENT-NAME(HP-SUB) TO DV-RECIPIENT-NAME.
           MOVE HP-METHOD(HP-SUB)         TO DV-METHOD.
           MOVE HP-DESTINATION(HP-SUB)    TO DV-DESTINATION.
           MOVE HP-SENSITIVITY(HP-SUB)    TO DV-SENSITIVITY.
           MOVE HP-LINES(HP-SUB)          TO DV-LINES.
       590-Write-Report-Totals.
           MOVE CTR-REPORTS-READ  TO RTL-REPORTS.
           MOVE CTR-EXCEPTIONS    TO RTL-EXCEPTIONS.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-1
               AFTER ADVANCING 3.
           MOVE CTR-DELIVERED     TO RTL-DELIVERED.
           MOVE CTR-HELD          TO RTL-HELD.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-2
               AFTER ADVANCING 1.
           MOVE CTR-RELEASED      TO RTL-RELEASED.
           MOVE CTR-REFUSED       TO RTL-REFUSED.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-3
               AFTER ADVANCING 1.
           MOVE CTR-UNROUTED      TO RTL-UNROUTED.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE-4
               AFTER ADVANCING 1.
       300-Open-Files.
           OPEN OUTPUT DIST-REPORT.
           OPEN EXTEND DIST-LOG.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
      * The print and mail spools are new each run.  A burst run
      * adds its held pieces to DISTHOLD; a release run opens it
      * itself.
       310-Open-Delivery-Files.
           OPEN OUTPUT PRINT-SPOOL.
           OPEN OUTPUT MAIL-SPOOL.
           IF  BURST-RUN
               OPEN EXTEND HOLD-FILE
           END-IF.
           MOVE 'Y' TO WS-SPOOLS-OPEN-SW.
       600-Close-Files.
           IF  SPOOLS-ARE-OPEN
               CLOSE PRINT-SPOOL
               CLOSE MAIL-SPOOL
               IF  BURST-RUN
                   CLOSE HOLD-FILE
               END-IF
           END-IF.
           CLOSE DIST-LOG.
           CLOSE DIST-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'RPTDIST1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
