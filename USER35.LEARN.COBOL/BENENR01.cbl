       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENENR01.
      ***** Weekly benefits carrier enrollment feed (834-style).
      ***** Compares the current ELECMAST election master with
      ***** ELECSENT - the copy of every election as last sent to
      ***** the carriers - and cuts the differences as member
      ***** maintenance: 021 add for a new election, 001 change when
      ***** an election's rates or effective date moved, and 024
      ***** termination.  Terminations come from the offboarding
      ***** feed (TERMFILE, the same termination file OFFBOARD reads
      ***** - concatenate the week's files) with the employee's
      ***** term date, and from any election dropped off ELECMAST
      ***** since the last send, termed as of this run.  A termed
      ***** election stays on ELECSENT with its term date, so an
      ***** election nobody deleted from ELECMAST is not re-added
      ***** the following week; a new effective date after the term
      ***** date is a re-enrollment and goes out as an add.
      *****
      ***** CARRMAP maps each plan code to the carrier that insures
      ***** it.  ENR834 carries one ISA/INS.../IEA envelope per
      ***** carrier, and each envelope is registered on XMITMANF
      ***** under the carrier's transmission name so XMITACK1 chases
      ***** the carriers that never acknowledge.  An election on an
      ***** unmapped plan is not sent and is listed on BENRPT.
      *****
      ***** Nothing is written unless every table held the whole
      ***** file - a full table ends the step with CC 8 and ELECSENT
      ***** untouched, so the next run picks the changes up again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELECTION-MASTER ASSIGN TO ELECMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EM-F-STATUS.
           SELECT SENT-ELECTIONS ASSIGN TO ELECSENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ES-F-STATUS.
           SELECT TERMINATION-FILE ASSIGN TO TERMFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TF-F-STATUS.
           SELECT CARRIER-MAP ASSIGN TO CARRMAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CM-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EF-F-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO ENR834.
           SELECT XMIT-MANIFEST ASSIGN TO XMITMANF.
           SELECT ENROLLMENT-REPORT ASSIGN TO BENRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  ELECTION-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ELECTION-REC.
      * ELECDED's election master layout
       01  ELECTION-REC.
           05  EM-ELECTION-DATA.
               10  EM-EMP-ID          PIC X(08).
               10  EM-PLAN-CODE       PIC X(04).
               10  EM-EE-RATE         PIC V999.
               10  EM-EE-FLAT         PIC 9(4)V99.
               10  EM-ER-MATCH-RATE   PIC V999.
               10  EM-EFFECTIVE       PIC X(08).
           05  FILLER                 PIC X(48).
       FD  SENT-ELECTIONS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SENT-ELECTION-REC.
      * The election as the carrier last heard it, the carrier it
      * went to, and the term date once a termination was sent.
       01  SENT-ELECTION-REC.
           05  ES-ELECTION-DATA.
               10  ES-EMP-ID          PIC X(08).
               10  ES-PLAN-CODE       PIC X(04).
               10  FILLER             PIC X(20).
           05  ES-CARRIER             PIC X(08).
           05  ES-TERM-DATE           PIC X(08).
           05  FILLER                 PIC X(32).
       FD  TERMINATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMINATION-REC.
      * OFFBOARD's termination layout
       01  TERMINATION-REC.
           05  TF-EMP-ID          PIC X(08).
           05  TF-NAME            PIC X(20).
           05  TF-TERM-DATE       PIC X(10).
      * Reason code - first byte V voluntary, I involuntary
           05  TF-REASON-CODE.
               10  TF-REASON-CLASS    PIC X(01).
                   88  TF-VOLUNTARY           VALUE 'V'.
                   88  TF-INVOLUNTARY         VALUE 'I'.
               10  TF-REASON-DETAIL   PIC X(01).
           05  FILLER             PIC X(40).
       FD  CARRIER-MAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRIER-MAP-REC.
      * Plan code to carrier - the carrier code is also the name the
      * carrier's envelope is registered under on XMITMANF.
       01  CARRIER-MAP-REC.
           05  CM-PLAN-CODE       PIC X(04).
           05  CM-CARRIER         PIC X(08).
           05  CM-CARRIER-NAME    PIC X(20).
           05  FILLER             PIC X(48).
       FD  EMPLOYEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-NAME           PIC X(20).
           05  EMPLOYEE-PHONE-TAB OCCURS 3 TIMES.
                   10  PHONE           PIC X(13).
           05  EMP-ID                  PIC X(08).
           05  EMP-DEPT                PIC X(04).
           05  EMP-HIRE-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
       FD  ENROLLMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ENROLLMENT-REC.
       01  ENROLLMENT-REC  PIC X(80).
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
       FD  ENROLLMENT-REPORT
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
       01 WS-RUN-DATE               PIC X(08) VALUE SPACES.
       77 EM-F-STATUS               PIC X(02) VALUE SPACES.
           88 EM-OK                           VALUE '00'.
       77 ES-F-STATUS               PIC X(02) VALUE SPACES.
           88 ES-OK                           VALUE '00'.
       77 TF-F-STATUS               PIC X(02) VALUE SPACES.
           88 TF-OK                           VALUE '00'.
       77 CM-F-STATUS               PIC X(02) VALUE SPACES.
           88 CM-OK                           VALUE '00'.
       77 EF-F-STATUS               PIC X(02) VALUE SPACES.
           88 EF-OK                           VALUE '00'.
       77 EM-EOF                    PIC X(01) VALUE 'N'.
           88 EM-AT-EOF                       VALUE 'Y'.
       77 ES-EOF                    PIC X(01) VALUE 'N'.
           88 ES-AT-EOF                       VALUE 'Y'.
       77 TF-EOF                    PIC X(01) VALUE 'N'.
           88 TF-AT-EOF                       VALUE 'Y'.
       77 CM-EOF                    PIC X(01) VALUE 'N'.
           88 CM-AT-EOF                       VALUE 'Y'.
       77 EF-EOF                    PIC X(01) VALUE 'N'.
           88 EF-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-UNMAPPED-SW            PIC X(01) VALUE 'N'.
           88 UNMAPPED-PLANS                  VALUE 'Y'.
      * Plan to carrier, and the distinct carriers in map order
       01 CARRIER-TABLE-AREA.
           05 CM-COUNT              PIC 9(3) COMP VALUE 0.
           05 CM-SUB                PIC 9(3) COMP VALUE 0.
           05 CARRIER-MAP-TABLE OCCURS 100 TIMES.
               10 CMT-PLAN-CODE     PIC X(04).
               10 CMT-CARRIER       PIC X(08).
           05 CR-COUNT              PIC 9(3) COMP VALUE 0.
           05 CR-SUB                PIC 9(3) COMP VALUE 0.
           05 CARRIER-TABLE OCCURS 100 TIMES.
               10 CR-CARRIER        PIC X(08).
               10 CR-CARRIER-NAME   PIC X(20).
               10 CR-MEMBER-COUNT   PIC 9(07).
       01 CM-FOUND-SW               PIC X(01) VALUE 'N'.
           88 CM-ENTRY-FOUND                  VALUE 'Y'.
       01 CR-FOUND-SW               PIC X(01) VALUE 'N'.
           88 CR-ENTRY-FOUND                  VALUE 'Y'.
       01 WS-LOOKUP-CARRIER         PIC X(08) VALUE SPACES.
      * The week's terminations
       01 TERM-TABLE-AREA.
           05 TT-COUNT              PIC 9(4) COMP VALUE 0.
           05 TT-SUB                PIC 9(4) COMP VALUE 0.
           05 TERM-TABLE OCCURS 500 TIMES.
               10 TT-EMP-ID         PIC X(08).
               10 TT-TERM-DATE      PIC X(08).
       01 TT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 TT-ENTRY-FOUND                  VALUE 'Y'.
      * Employee names for the member records
       01 NAME-TABLE-AREA.
           05 NT-COUNT              PIC 9(4) COMP VALUE 0.
           05 NT-SUB                PIC 9(4) COMP VALUE 0.
           05 NAME-TABLE OCCURS 1000 TIMES.
               10 NT-EMP-ID         PIC X(08).
               10 NT-NAME           PIC X(20).
       01 WS-MEMBER-NAME            PIC X(20) VALUE SPACES.
      * ELECSENT as read, then the copy that replaces it
       01 SENT-TABLE-AREA.
           05 ST-COUNT              PIC 9(4) COMP VALUE 0.
           05 ST-SUB                PIC 9(4) COMP VALUE 0.
           05 SENT-TABLE OCCURS 1000 TIMES.
               10 ST-RECORD         PIC X(80).
               10 ST-RECORD-RDF REDEFINES ST-RECORD.
                   15 ST-ELECTION-DATA.
                       20 ST-EMP-ID     PIC X(08).
                       20 ST-PLAN-CODE  PIC X(04).
                       20 FILLER        PIC X(12).
                       20 ST-EFFECTIVE  PIC X(08).
                   15 ST-CARRIER        PIC X(08).
                   15 ST-TERM-DATE      PIC X(08).
                   15 FILLER            PIC X(32).
               10 ST-MATCHED        PIC X(01).
       01 ST-FOUND-SW               PIC X(01) VALUE 'N'.
           88 ST-ENTRY-FOUND                  VALUE 'Y'.
       01 NEW-SENT-TABLE-AREA.
           05 NS-COUNT              PIC 9(4) COMP VALUE 0.
           05 NS-SUB                PIC 9(4) COMP VALUE 0.
           05 NEW-SENT-TABLE OCCURS 1000 TIMES.
               10 NS-RECORD         PIC X(80).
       01 WS-NEW-SENT-REC.
           05 WN-ELECTION-DATA      PIC X(32).
           05 WN-CARRIER            PIC X(08).
           05 WN-TERM-DATE          PIC X(08).
           05 FILLER                PIC X(32).
      * Member maintenance waiting to be written, by carrier
       01 MAINT-TABLE-AREA.
           05 MT-COUNT              PIC 9(4) COMP VALUE 0.
           05 MT-SUB                PIC 9(4) COMP VALUE 0.
           05 MAINT-TABLE OCCURS 1000 TIMES.
               10 MT-CARRIER        PIC X(08).
               10 MT-MAINT-CODE     PIC X(03).
               10 MT-EMP-ID         PIC X(08).
               10 MT-PLAN-CODE      PIC X(04).
               10 MT-EFFECTIVE      PIC X(08).
               10 MT-TERM-DATE      PIC X(08).
               10 MT-REASON         PIC X(20).
       01 WS-MAINT-ENTRY.
           05 WM-MAINT-CODE         PIC X(03).
               88 WM-ADD                       VALUE '021'.
               88 WM-CHANGE                    VALUE '001'.
               88 WM-TERM                      VALUE '024'.
           05 WM-EFFECTIVE          PIC X(08).
           05 WM-TERM-DATE          PIC X(08).
           05 WM-REASON             PIC X(20).
       01 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 A-TABLE-IS-FULL                 VALUE 'Y'.
       01 WS-TERM-YMD               PIC X(08) VALUE SPACES.
      *    834-style member records.  Each carrier's members go out
      *    inside their own envelope; the trailer carries the member
      *    count so the carrier can prove the envelope arrived whole.
       01 ENR-ENVELOPE-HEADER.
           05 FILLER                PIC X(03) VALUE 'ISA'.
           05 EEH-CARRIER           PIC X(08).
           05 EEH-CARRIER-NAME      PIC X(20).
           05 EEH-CREATED           PIC X(15).
           05 FILLER                PIC X(34) VALUE SPACES.
       01 ENR-MEMBER-REC.
           05 FILLER                PIC X(03) VALUE 'INS'.
           05 EMR-CARRIER           PIC X(08).
           05 EMR-MAINT-CODE        PIC X(03).
           05 EMR-EMP-ID            PIC X(08).
           05 EMR-NAME              PIC X(20).
           05 EMR-PLAN-CODE         PIC X(04).
           05 EMR-EFFECTIVE         PIC X(08).
           05 EMR-TERM-DATE         PIC X(08).
           05 FILLER                PIC X(18) VALUE SPACES.
       01 ENR-ENVELOPE-TRAILER.
           05 FILLER                PIC X(03) VALUE 'IEA'.
           05 EET-CARRIER           PIC X(08).
           05 EET-MEMBER-COUNT      PIC 9(07).
           05 FILLER                PIC X(62) VALUE SPACES.
       01 ENR-COUNTERS.
           05 CTR-ADDS              PIC 9(5) VALUE 0.
           05 CTR-CHANGES           PIC 9(5) VALUE 0.
           05 CTR-TERMS             PIC 9(5) VALUE 0.
           05 CTR-UNMAPPED          PIC 9(5) VALUE 0.
      *    REPORT PRINT LINES
       01 RPT-HEADING-LINE.
           05 FILLER  PIC X(36) VALUE
                  'CARRIER ENROLLMENT FEED'.
           05 RH-RUN-TIME           PIC X(15).
       01 RPT-COLUMN-LINE.
           05 FILLER  PIC X(10) VALUE 'CARRIER'.
           05 FILLER  PIC X(06) VALUE 'MAINT'.
           05 FILLER  PIC X(10) VALUE 'EMP ID'.
           05 FILLER  PIC X(06) VALUE 'PLAN'.
           05 FILLER  PIC X(10) VALUE 'EFFECTIVE'.
           05 FILLER  PIC X(10) VALUE 'TERM DATE'.
           05 FILLER  PIC X(20) VALUE 'REASON'.
       01 RPT-DETAIL-LINE.
           05 RDL-CARRIER           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-MAINT-CODE        PIC X(03).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RDL-EMP-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-PLAN-CODE         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-EFFECTIVE         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-TERM-DATE         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-REASON            PIC X(20).
       01 RPT-CARRIER-LINE.
           05 FILLER  PIC X(10) VALUE 'ENVELOPE '.
           05 RCL-CARRIER           PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RCL-CARRIER-NAME      PIC X(20).
           05 FILLER  PIC X(10) VALUE ' MEMBERS: '.
           05 RCL-MEMBER-COUNT      PIC ZZZZZZ9.
       01 RPT-TOTAL-LINE.
           05 FILLER  PIC X(06) VALUE 'ADDS: '.
           05 RTL-ADDS              PIC ZZZZ9.
           05 FILLER  PIC X(11) VALUE '  CHANGES: '.
           05 RTL-CHANGES           PIC ZZZZ9.
           05 FILLER  PIC X(09) VALUE '  TERMS: '.
           05 RTL-TERMS             PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE '  UNMAPPED: '.
           05 RTL-UNMAPPED          PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Compare-Elections
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 300-Sweep-Dropped-Elections
                   VARYING ST-SUB FROM 1 BY 1 UNTIL ST-SUB > ST-COUNT
           END-IF.
           IF  A-TABLE-IS-FULL
               DISPLAY 'BENENR01 - TABLE FULL - NOTHING SENT AND '
                       'ELECSENT NOT REWRITTEN - RAISE THE TABLE LIMIT'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 400-Write-Carrier-Envelopes
               PERFORM 880-Save-Sent-Elections
           END-IF.
           PERFORM 600-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  UNMAPPED-PLANS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           MOVE WS-JOB-START-TIME(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT ENROLLMENT-REPORT.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM RPT-HEADING-LINE.
           WRITE REPORT-LINE-OUT FROM RPT-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 100-Load-Carrier-Map.
           PERFORM 120-Load-Terminations.
           PERFORM 140-Load-Employee-Names.
           PERFORM 160-Load-Sent-Elections.
      * Without the map nothing can be routed, so the run stops.
       100-Load-Carrier-Map.
           OPEN INPUT CARRIER-MAP.
           IF  CM-OK
               PERFORM 105-Read-Carrier-Map
               PERFORM 110-Store-Carrier-Map UNTIL CM-AT-EOF
               CLOSE CARRIER-MAP
           ELSE
               DISPLAY 'CARRIER MAP STATUS: ' CM-F-STATUS
               DISPLAY 'BENENR01 - NO CARRIER MAP - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Carrier-Map.
           READ CARRIER-MAP
               AT END MOVE 'Y' TO CM-EOF
           END-READ.
       110-Store-Carrier-Map.
           IF  CM-COUNT < 100
               ADD 1 TO CM-COUNT
               MOVE CM-PLAN-CODE TO CMT-PLAN-CODE(CM-COUNT)
               MOVE CM-CARRIER   TO CMT-CARRIER(CM-COUNT)
               MOVE CM-CARRIER   TO WS-LOOKUP-CARRIER
               PERFORM 115-Find-Carrier
               IF  NOT CR-ENTRY-FOUND
                   ADD 1 TO CR-COUNT
                   MOVE CM-CARRIER      TO CR-CARRIER(CR-COUNT)
                   MOVE CM-CARRIER-NAME TO CR-CARRIER-NAME(CR-COUNT)
                   MOVE ZEROS           TO CR-MEMBER-COUNT(CR-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 105-Read-Carrier-Map.
       115-Find-Carrier.
           MOVE 'N' TO CR-FOUND-SW.
           MOVE 1   TO CR-SUB.
           PERFORM 117-Match-Carrier
               UNTIL CR-SUB > CR-COUNT OR CR-ENTRY-FOUND.
       117-Match-Carrier.
           IF  CR-CARRIER(CR-SUB) = WS-LOOKUP-CARRIER
               MOVE 'Y' TO CR-FOUND-SW
           ELSE
               ADD 1 TO CR-SUB
           END-IF.
      * No termination file this week just means nobody left.
       120-Load-Terminations.
           OPEN INPUT TERMINATION-FILE.
           IF  TF-OK
               PERFORM 125-Read-Termination
               PERFORM 130-Store-Termination UNTIL TF-AT-EOF
               CLOSE TERMINATION-FILE
           ELSE
               DISPLAY 'TERMINATION FILE STATUS: ' TF-F-STATUS
               DISPLAY 'NO TERMINATIONS THIS RUN'
           END-IF.
       125-Read-Termination.
           READ TERMINATION-FILE
               AT END MOVE 'Y' TO TF-EOF
           END-READ.
       130-Store-Termination.
           IF  TT-COUNT < 500
               ADD 1 TO TT-COUNT
               MOVE TF-EMP-ID TO TT-EMP-ID(TT-COUNT)
               MOVE SPACES    TO TT-TERM-DATE(TT-COUNT)
               STRING TF-TERM-DATE(1:4) TF-TERM-DATE(6:2)
                      TF-TERM-DATE(9:2) DELIMITED BY SIZE
                      INTO TT-TERM-DATE(TT-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 125-Read-Termination.
       140-Load-Employee-Names.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EF-OK
               PERFORM 145-Read-Employee
               PERFORM 150-Store-Employee UNTIL EF-AT-EOF
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY 'EMPLOYEE FILE STATUS: ' EF-F-STATUS
               DISPLAY 'MEMBER NAMES LEFT BLANK'
           END-IF.
       145-Read-Employee.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO EF-EOF
           END-READ.
       150-Store-Employee.
           IF  NT-COUNT < 1000
               ADD 1 TO NT-COUNT
               MOVE EMP-ID        TO NT-EMP-ID(NT-COUNT)
               MOVE EMPLOYEE-NAME TO NT-NAME(NT-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 145-Read-Employee.
      * No ELECSENT yet is the first run - every election is an add.
       160-Load-Sent-Elections.
           OPEN INPUT SENT-ELECTIONS.
           IF  ES-OK
               PERFORM 165-Read-Sent-Election
               PERFORM 170-Store-Sent-Election UNTIL ES-AT-EOF
               CLOSE SENT-ELECTIONS
           ELSE
               DISPLAY 'SENT ELECTIONS STATUS: ' ES-F-STATUS
               DISPLAY 'NO ELECSENT - EVERY ELECTION GOES AS AN ADD'
           END-IF.
       165-Read-Sent-Election.
           READ SENT-ELECTIONS
               AT END MOVE 'Y' TO ES-EOF
           END-READ.
       170-Store-Sent-Election.
           IF  ST-COUNT < 1000
               ADD 1 TO ST-COUNT
               MOVE SENT-ELECTION-REC TO ST-RECORD(ST-COUNT)
               MOVE 'N' TO ST-MATCHED(ST-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
           PERFORM 165-Read-Sent-Election.
       200-Compare-Elections.
           OPEN INPUT ELECTION-MASTER.
           IF  EM-OK
               PERFORM 205-Read-Election
               PERFORM 210-Compare-One-Election UNTIL EM-AT-EOF
               CLOSE ELECTION-MASTER
           ELSE
               DISPLAY 'ELECTION MASTER STATUS: ' EM-F-STATUS
               DISPLAY 'BENENR01 - NO ELECTION MASTER - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       205-Read-Election.
           READ ELECTION-MASTER
               AT END MOVE 'Y' TO EM-EOF
           END-READ.
      * One current election against what the carrier last heard.
       210-Compare-One-Election.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           PERFORM 220-Find-Plan-Carrier.
           IF  NOT CM-ENTRY-FOUND
               MOVE 'Y' TO WS-UNMAPPED-SW
               ADD 1 TO CTR-UNMAPPED
               MOVE SPACES        TO RDL-CARRIER
               MOVE SPACES        TO RDL-MAINT-CODE
               MOVE EM-EMP-ID     TO RDL-EMP-ID
               MOVE EM-PLAN-CODE  TO RDL-PLAN-CODE
               MOVE EM-EFFECTIVE  TO RDL-EFFECTIVE
               MOVE SPACES        TO RDL-TERM-DATE
               MOVE 'NO CARRIER FOR PLAN' TO RDL-REASON
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
                   AFTER ADVANCING 1
           ELSE
               PERFORM 230-Find-Sent-Election
               PERFORM 240-Find-Termination
               MOVE SPACES TO WS-MAINT-ENTRY
               MOVE EM-EFFECTIVE TO WM-EFFECTIVE
               MOVE EM-ELECTION-DATA TO WN-ELECTION-DATA
               MOVE CMT-CARRIER(CM-SUB) TO WN-CARRIER
               MOVE SPACES TO WN-TERM-DATE
               IF  ST-ENTRY-FOUND
                   MOVE 'Y' TO ST-MATCHED(ST-SUB)
                   MOVE ST-TERM-DATE(ST-SUB) TO WN-TERM-DATE
               END-IF
               EVALUATE TRUE
                   WHEN TT-ENTRY-FOUND
                       PERFORM 250-Termed-Employee
                   WHEN NOT ST-ENTRY-FOUND
                       MOVE '021' TO WM-MAINT-CODE
                       MOVE 'NEW ELECTION' TO WM-REASON
                   WHEN ST-TERM-DATE(ST-SUB) NOT = SPACES
                       IF  EM-EFFECTIVE > ST-TERM-DATE(ST-SUB)
                           MOVE '021' TO WM-MAINT-CODE
                           MOVE 'RE-ENROLLMENT' TO WM-REASON
                           MOVE SPACES TO WN-TERM-DATE
                       END-IF
                   WHEN ST-ELECTION-DATA(ST-SUB) NOT = EM-ELECTION-DATA
                     OR ST-CARRIER(ST-SUB) NOT = CMT-CARRIER(CM-SUB)
                       MOVE '001' TO WM-MAINT-CODE
                       MOVE 'ELECTION CHANGED' TO WM-REASON
               END-EVALUATE
               IF  WM-MAINT-CODE NOT = SPACES
                   MOVE CMT-CARRIER(CM-SUB) TO WS-LOOKUP-CARRIER
                   PERFORM 260-Queue-Maintenance
               END-IF
               PERFORM 270-Keep-New-Sent
           END-IF.
           PERFORM 205-Read-Election.
       220-Find-Plan-Carrier.
           MOVE 'N' TO CM-FOUND-SW.
           MOVE 1   TO CM-SUB.
           PERFORM 225-Match-Plan-Carrier
               UNTIL CM-SUB > CM-COUNT OR CM-ENTRY-FOUND.
       225-Match-Plan-Carrier.
           IF  CMT-PLAN-CODE(CM-SUB) = EM-PLAN-CODE
               MOVE 'Y' TO CM-FOUND-SW
           ELSE
               ADD 1 TO CM-SUB
           END-IF.
       230-Find-Sent-Election.
           MOVE 'N' TO ST-FOUND-SW.
           MOVE 1   TO ST-SUB.
           PERFORM 235-Match-Sent-Election
               UNTIL ST-SUB > ST-COUNT OR ST-ENTRY-FOUND.
       235-Match-Sent-Election.
           IF  ST-EMP-ID(ST-SUB)    = EM-EMP-ID
           AND ST-PLAN-CODE(ST-SUB) = EM-PLAN-CODE
               MOVE 'Y' TO ST-FOUND-SW
           ELSE
               ADD 1 TO ST-SUB
           END-IF.
       240-Find-Termination.
           MOVE 'N' TO TT-FOUND-SW.
           MOVE 1   TO TT-SUB.
           PERFORM 245-Match-Termination
               UNTIL TT-SUB > TT-COUNT OR TT-ENTRY-FOUND.
       245-Match-Termination.
           IF  TT-EMP-ID(TT-SUB) = EM-EMP-ID
               MOVE 'Y' TO TT-FOUND-SW
           ELSE
               ADD 1 TO TT-SUB
           END-IF.
      * Left this week.  Only coverage the carrier knows about needs
      * a termination; an election never sent is recorded as termed
      * so it is never added later.
       250-Termed-Employee.
           IF  ST-ENTRY-FOUND
               IF  ST-TERM-DATE(ST-SUB) = SPACES
                   MOVE '024' TO WM-MAINT-CODE
                   MOVE TT-TERM-DATE(TT-SUB) TO WM-TERM-DATE
                   MOVE 'EMPLOYEE TERMINATED' TO WM-REASON
               END-IF
           END-IF.
           IF  WN-TERM-DATE = SPACES
               MOVE TT-TERM-DATE(TT-SUB) TO WN-TERM-DATE
           END-IF.
       260-Queue-Maintenance.
           IF  MT-COUNT < 1000
               ADD 1 TO MT-COUNT
               MOVE WS-LOOKUP-CARRIER TO MT-CARRIER(MT-COUNT)
               MOVE WM-MAINT-CODE     TO MT-MAINT-CODE(MT-COUNT)
               MOVE WN-ELECTION-DATA(1:8) TO MT-EMP-ID(MT-COUNT)
               MOVE WN-ELECTION-DATA(9:4) TO MT-PLAN-CODE(MT-COUNT)
               MOVE WM-EFFECTIVE      TO MT-EFFECTIVE(MT-COUNT)
               MOVE WM-TERM-DATE      TO MT-TERM-DATE(MT-COUNT)
               MOVE WM-REASON         TO MT-REASON(MT-COUNT)
               EVALUATE TRUE
                   WHEN WM-ADD    ADD 1 TO CTR-ADDS
                   WHEN WM-CHANGE ADD 1 TO CTR-CHANGES
                   WHEN WM-TERM   ADD 1 TO CTR-TERMS
               END-EVALUATE
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
       270-Keep-New-Sent.
           IF  NS-COUNT < 1000
               ADD 1 TO NS-COUNT
               MOVE WS-NEW-SENT-REC TO NS-RECORD(NS-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
      * A sent election no longer on ELECMAST was dropped - the
      * carrier gets a termination as of today.  One already termed
      * has nothing left to say and falls off ELECSENT.
       300-Sweep-Dropped-Elections.
           IF  ST-MATCHED(ST-SUB) = 'N'
           AND ST-TERM-DATE(ST-SUB) = SPACES
               MOVE SPACES TO WS-MAINT-ENTRY
               MOVE '024'  TO WM-MAINT-CODE
               MOVE ST-EFFECTIVE(ST-SUB) TO WM-EFFECTIVE
               MOVE WS-RUN-DATE TO WM-TERM-DATE
               MOVE 'ELECTION DROPPED' TO WM-REASON
               MOVE ST-ELECTION-DATA(ST-SUB) TO WN-ELECTION-DATA
               MOVE ST-CARRIER(ST-SUB) TO WS-LOOKUP-CARRIER
               PERFORM 260-Queue-Maintenance
           END-IF.
      * One envelope per carrier with anything to say, registered
      * on the manifest as it closes.
       400-Write-Carrier-Envelopes.
           OPEN OUTPUT ENROLLMENT-FILE.
           OPEN EXTEND XMIT-MANIFEST.
           PERFORM 410-Write-One-Envelope
               VARYING CR-SUB FROM 1 BY 1 UNTIL CR-SUB > CR-COUNT.
           CLOSE ENROLLMENT-FILE.
           CLOSE XMIT-MANIFEST.
       410-Write-One-Envelope.
           MOVE ZEROS TO CR-MEMBER-COUNT(CR-SUB).
           PERFORM 415-Count-Carrier-Member
               VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > MT-COUNT.
           IF  CR-MEMBER-COUNT(CR-SUB) > ZERO
               MOVE CR-CARRIER(CR-SUB)      TO EEH-CARRIER
               MOVE CR-CARRIER-NAME(CR-SUB) TO EEH-CARRIER-NAME
               MOVE WS-JOB-START-TIME       TO EEH-CREATED
               WRITE ENROLLMENT-REC FROM ENR-ENVELOPE-HEADER
               PERFORM 420-Write-Member-Record
                   VARYING MT-SUB FROM 1 BY 1 UNTIL MT-SUB > MT-COUNT
               MOVE CR-CARRIER(CR-SUB)      TO EET-CARRIER
               MOVE CR-MEMBER-COUNT(CR-SUB) TO EET-MEMBER-COUNT
               WRITE ENROLLMENT-REC FROM ENR-ENVELOPE-TRAILER
               MOVE CR-CARRIER(CR-SUB)      TO XM-FILE-NAME
               MOVE WS-JOB-START-TIME       TO XM-CREATED
               MOVE CR-MEMBER-COUNT(CR-SUB) TO XM-RECORD-COUNT
               MOVE ZEROS                   TO XM-AMOUNT-HASH
               WRITE XMIT-MANIFEST-REC
               MOVE CR-CARRIER(CR-SUB)      TO RCL-CARRIER
               MOVE CR-CARRIER-NAME(CR-SUB) TO RCL-CARRIER-NAME
               MOVE CR-MEMBER-COUNT(CR-SUB) TO RCL-MEMBER-COUNT
               WRITE REPORT-LINE-OUT FROM RPT-CARRIER-LINE
                   AFTER ADVANCING 2
           END-IF.
       415-Count-Carrier-Member.
           IF  MT-CARRIER(MT-SUB) = CR-CARRIER(CR-SUB)
               ADD 1 TO CR-MEMBER-COUNT(CR-SUB)
           END-IF.
       420-Write-Member-Record.
           IF  MT-CARRIER(MT-SUB) = CR-CARRIER(CR-SUB)
               PERFORM 430-Find-Member-Name
               MOVE MT-CARRIER(MT-SUB)    TO EMR-CARRIER
               MOVE MT-MAINT-CODE(MT-SUB) TO EMR-MAINT-CODE
               MOVE MT-EMP-ID(MT-SUB)     TO EMR-EMP-ID
               MOVE WS-MEMBER-NAME        TO EMR-NAME
               MOVE MT-PLAN-CODE(MT-SUB)  TO EMR-PLAN-CODE
               MOVE MT-EFFECTIVE(MT-SUB)  TO EMR-EFFECTIVE
               MOVE MT-TERM-DATE(MT-SUB)  TO EMR-TERM-DATE
               WRITE ENROLLMENT-REC FROM ENR-MEMBER-REC
               MOVE MT-CARRIER(MT-SUB)    TO RDL-CARRIER
               MOVE MT-MAINT-CODE(MT-SUB) TO RDL-MAINT-CODE
               MOVE MT-EMP-ID(MT-SUB)     TO RDL-EMP-ID
               MOVE MT-PLAN-CODE(MT-SUB)  TO RDL-PLAN-CODE
               MOVE MT-EFFECTIVE(MT-SUB)  TO RDL-EFFECTIVE
               MOVE MT-TERM-DATE(MT-SUB)  TO RDL-TERM-DATE
               MOVE MT-REASON(MT-SUB)     TO RDL-REASON
               WRITE REPORT-LINE-OUT FROM RPT-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF.
       430-Find-Member-Name.
           MOVE SPACES TO WS-MEMBER-NAME.
           PERFORM 435-Match-Member-Name
               VARYING NT-SUB FROM 1 BY 1 UNTIL NT-SUB > NT-COUNT.
       435-Match-Member-Name.
           IF  NT-EMP-ID(NT-SUB) = MT-EMP-ID(MT-SUB)
               MOVE NT-NAME(NT-SUB) TO WS-MEMBER-NAME
           END-IF.
       880-Save-Sent-Elections.
           OPEN OUTPUT SENT-ELECTIONS.
           PERFORM 885-Write-One-Sent
               VARYING NS-SUB FROM 1 BY 1 UNTIL NS-SUB > NS-COUNT.
           CLOSE SENT-ELECTIONS.
       885-Write-One-Sent.
           WRITE SENT-ELECTION-REC FROM NS-RECORD(NS-SUB).
       600-Close-Files.
           MOVE CTR-ADDS     TO RTL-ADDS.
           MOVE CTR-CHANGES  TO RTL-CHANGES.
           MOVE CTR-TERMS    TO RTL-TERMS.
           MOVE CTR-UNMAPPED TO RTL-UNMAPPED.
           WRITE REPORT-LINE-OUT FROM RPT-TOTAL-LINE
               AFTER ADVANCING 2.
           CLOSE ENROLLMENT-REPORT.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'BENENR01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
