       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRCERT1.
      ***** Quarterly user access recertification.  ONBOARD1 puts a
      ***** new hire on the PASSFILE and OFFBOARD takes a leaver off,
      ***** but nothing in between looks at who still holds what - a
      ***** transfer keeps the old PFILE-ROLE.  Each quarter every
      ***** PASSFILE user is put in front of a reviewer who must
      ***** certify or revoke the access:
      *****   - the reviewer is the manager of the user's department
      *****     on DEPTMAST (the user's EMPFILE department - the user
      *****     ID is the employee ID, as ONBOARD1 sets it up);
      *****   - a manager is reviewed by the manager of the parent
      *****     department, never by themself;
      *****   - a user not on EMPFILE, or whose department has no
      *****     manager to send it to, is reviewed by security
      *****     administration (*SECADM) - any active
      *****     security-admin other than the user.
      *****
      ***** MODE=ISSUE opens a campaign.  Every user goes on the
      ***** CERTCAMP campaign master (old generation in, new
      ***** generation out under CERTCAMN) with role, status, last
      ***** login (the last 'Welcome to COBOL' on AUDITLOG) and last
      ***** password change, and CERTRPT prints one page per
      ***** reviewer listing their users - payroll-admin and
      ***** security-admin access marked ELEVATED.  A campaign is
      ***** not issued while the last one still has a user
      ***** outstanding.
      *****
      ***** MODE=APPLY takes the reviewers' CERTDEC decision file -
      ***** C certify, R revoke - against the open campaign.  A
      ***** revoke becomes a PASSADM1 remove ('R') transaction on
      ***** SECTRANS under admin ID USRCERT1.  A decision for a user
      ***** not in the campaign, from anyone but the user's
      ***** reviewer, for a user already decided, or for another
      ***** campaign is printed as an exception and not taken (CC 4).
      ***** Once the run date is past the deadline every user still
      ***** outstanding is disabled on the PASSFILE (the status byte
      ***** USERPASS refuses at login, as PASSINA1 sets it, under
      ***** the FILELOCK) and marked disabled at deadline (CC 4).
      ***** CERTRPT is then the completion report kept as the audit
      ***** evidence: every user with the decision, who made it and
      ***** when, per-reviewer and campaign totals, and CAMPAIGN
      ***** COMPLETE once nobody is outstanding.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     MODE=ISSUE CAMPAIGN=2026Q4 DEADLINE=2026-10-29
      *****     MODE=APPLY
      ***** MODE is required.  CAMPAIGN defaults to the quarter of
      ***** the run date; DEADLINE defaults to ten business days on
      ***** (see DATEVAL).  DATE=YYYY-MM-DD runs as of another day.
      ***** A bad option, an open campaign at ISSUE, no campaign at
      ***** APPLY or a PASSFILE held by another job ends the run
      ***** CC 8 with the campaign master carried forward as it was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASS-REC ASSIGN TO PASSFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PASSFILE-F-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO UT-S-EMPFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EM-F-STATUS.
           SELECT DEPT-MASTER ASSIGN TO DEPTMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DP-F-STATUS.
           SELECT AUDIT-REC ASSIGN TO AUDITLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-F-STATUS.
           SELECT CAMPAIGN-FILE ASSIGN TO CERTCAMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CC-F-STATUS.
           SELECT CAMPAIGN-FILE-NEW ASSIGN TO CERTCAMN.
           SELECT DECISION-FILE ASSIGN TO CERTDEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CD-F-STATUS.
           SELECT SEC-TRANS-FILE ASSIGN TO SECTRANS.
           SELECT CERT-REPORT ASSIGN TO CERTRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  PASS-REC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PASSFILE-REC.
       01 PASSFILE-REC.
          05 PFILE-USER                PIC X(10).
          05 PFILE-PASS                PIC X(10).
          05 PFILE-FAIL-COUNT          PIC 9(1).
          05 PFILE-LAST-CHANGED        PIC X(8).
          05 PFILE-ROLE                PIC X(1).
             88 ROLE-PAYROLL-ADMIN           VALUE 'P'.
             88 ROLE-SECURITY-ADMIN          VALUE 'S'.
          05 PFILE-STATUS              PIC X(1).
             88 ACCOUNT-DISABLED             VALUE 'D'.
          05 FILLER                    PIC X(49).
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
       FD  DEPT-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEPT-MASTER-REC.
       01  DEPT-MASTER-REC.
           05  DP-DEPT-CODE       PIC X(04).
           05  DP-DEPT-NAME       PIC X(20).
           05  DP-MANAGER-EMP-ID  PIC X(08).
           05  DP-PARENT-DEPT     PIC X(04).
           05  FILLER             PIC X(44).
       FD  AUDIT-REC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-LOG-REC.
       01 AUDIT-LOG-REC.
          05 AUDIT-TIMESTAMP.
             10 AUDIT-DATE     PIC X(8).
             10 FILLER         PIC X(7).
          05 FILLER            PIC X(1).
          05 AUDIT-USER        PIC X(10).
          05 FILLER            PIC X(1).
          05 AUDIT-RESULT      PIC X(30).
          05 FILLER            PIC X(23).
      * Campaign master - one row per PASSFILE user reviewed
       FD  CAMPAIGN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAMPAIGN-REC.
       01  CAMPAIGN-REC.
           05  CC-CAMPAIGN        PIC X(06).
           05  CC-DEADLINE        PIC X(08).
           05  CC-USER            PIC X(10).
           05  CC-DEPT            PIC X(04).
           05  CC-REVIEWER        PIC X(10).
           05  CC-ROLE            PIC X(01).
           05  CC-STATUS          PIC X(01).
           05  CC-LAST-LOGIN      PIC X(08).
           05  CC-LAST-CHANGED    PIC X(08).
           05  CC-DECISION        PIC X(01).
           05  CC-DECIDED-BY      PIC X(10).
           05  CC-DECIDED-ON      PIC X(08).
           05  FILLER             PIC X(05).
       FD  CAMPAIGN-FILE-NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAMPAIGN-NEW-REC.
       01  CAMPAIGN-NEW-REC       PIC X(80).
      * Reviewer decisions - C certify, R revoke
       FD  DECISION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DECISION-REC.
       01  DECISION-REC.
           05  CD-CAMPAIGN        PIC X(06).
           05  CD-USER            PIC X(10).
           05  CD-DECISION        PIC X(01).
               88  CD-CERTIFY             VALUE 'C'.
               88  CD-REVOKE              VALUE 'R'.
           05  CD-REVIEWER        PIC X(10).
           05  FILLER             PIC X(53).
       FD  SEC-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SEC-TRANS-REC.
      * PASSADM1's transaction layout - an 'R' removes the user
       01  SEC-TRANS-REC.
           05  ST-ACTION          PIC X(1).
           05  ST-TARGET-USER     PIC X(10).
           05  ST-NEW-PASSWORD    PIC X(10).
           05  ST-ADMIN-ID        PIC X(10).
           05  FILLER             PIC X(49).
       FD  CERT-REPORT
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
       77 PASSFILE-F-STATUS         PIC X(02) VALUE SPACES.
           88 PASSFILE-OK                     VALUE '00'.
       77 EM-F-STATUS               PIC X(02) VALUE SPACES.
           88 EM-OK                           VALUE '00'.
       77 DP-F-STATUS               PIC X(02) VALUE SPACES.
           88 DP-OK                           VALUE '00'.
       77 AUDIT-F-STATUS            PIC X(02) VALUE SPACES.
           88 AUDIT-OK                        VALUE '00'.
       77 CC-F-STATUS               PIC X(02) VALUE SPACES.
           88 CC-OK                           VALUE '00'.
       77 CD-F-STATUS               PIC X(02) VALUE SPACES.
           88 CD-OK                           VALUE '00'.
       77 PASS-EOF                  PIC X(01) VALUE 'N'.
           88 PASS-AT-EOF                     VALUE 'Y'.
       77 EM-EOF                    PIC X(01) VALUE 'N'.
           88 EM-AT-EOF                       VALUE 'Y'.
       77 DP-EOF                    PIC X(01) VALUE 'N'.
           88 DP-AT-EOF                       VALUE 'Y'.
       77 AUDIT-EOF                 PIC X(01) VALUE 'N'.
           88 AUDIT-AT-EOF                    VALUE 'Y'.
       77 CC-EOF                    PIC X(01) VALUE 'N'.
           88 CC-AT-EOF                       VALUE 'Y'.
       77 CD-EOF                    PIC X(01) VALUE 'N'.
           88 CD-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
       77 WS-LOCK-HELD-SW           PIC X(01) VALUE 'N'.
           88 PASSFILE-LOCKED                 VALUE 'Y'.
       77 WS-TRANS-OPEN-SW          PIC X(01) VALUE 'N'.
           88 SEC-TRANS-OPEN                  VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. MODE=ISSUE CAMPAIGN=2026Q4
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-MODE               PIC X(05) VALUE SPACES.
           88 ISSUE-RUN                       VALUE 'ISSUE'.
           88 APPLY-RUN                       VALUE 'APPLY'.
       01 WS-RUN-DATE               PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE-KEYED         PIC X(08) VALUE SPACES.
       01 WS-DEADLINE-KEYED         PIC X(08) VALUE SPACES.
       01 WS-CAMPAIGN               PIC X(06) VALUE SPACES.
       01 WS-DEADLINE               PIC X(08) VALUE SPACES.
       01 WS-QUARTER-WORK.
          05 WS-RUN-MONTH           PIC 9(02) VALUE 0.
          05 WS-QUARTER             PIC 9(01) VALUE 0.
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
      * In-use lock on the PASSFILE - see FILELOCK.  Taken only
      * when an APPLY run is past the deadline.
       01 FILELOCK-PARMS.
          05 FL-FUNCTION     PIC X(1)  VALUE SPACE.
          05 FL-RESOURCE     PIC X(8)  VALUE 'PASSFILE'.
          05 FL-HOLDER       PIC X(8)  VALUE 'USRCERT1'.
          05 FL-RESULT       PIC X(1)  VALUE 'N'.
          05 FL-HOLDER-OUT   PIC X(8)  VALUE SPACES.
      * Employees - department and name by employee ID
       01 EMP-TABLE-AREA.
          05 EM-COUNT               PIC 9(4) COMP VALUE 0.
          05 EM-SUB                 PIC 9(4) COMP VALUE 0.
          05 EMP-TABLE OCCURS 500 TIMES.
             10 EM-EMP-ID           PIC X(08).
             10 EM-NAME             PIC X(20).
             10 EM-DEPT             PIC X(04).
       01 EM-FOUND-SW               PIC X(01) VALUE 'N'.
           88 EMP-FOUND                       VALUE 'Y'.
       01 WS-LOOKUP-EMP             PIC X(10) VALUE SPACES.
      * Departments - manager and parent for the reviewer
       01 DEPT-TABLE-AREA.
          05 DT-COUNT               PIC 9(4) COMP VALUE 0.
          05 DT-SUB                 PIC 9(4) COMP VALUE 0.
          05 DEPT-TABLE OCCURS 100 TIMES.
             10 DT-DEPT-CODE        PIC X(04).
             10 DT-MANAGER          PIC X(08).
             10 DT-PARENT-DEPT      PIC X(04).
       01 DEPT-FOUND-SW             PIC X(01) VALUE 'N'.
           88 DEPT-FOUND                      VALUE 'Y'.
       01 WS-LOOKUP-DEPT            PIC X(04) VALUE SPACES.
      * Last successful login per user, from the audit log
       01 LOGIN-TABLE-AREA.
          05 LG-COUNT               PIC 9(3) COMP VALUE 0.
          05 LG-SUB                 PIC 9(3) COMP VALUE 0.
          05 LOGIN-TABLE OCCURS 200 TIMES.
             10 LG-USER             PIC X(10).
             10 LG-LAST-LOGIN       PIC X(8).
       01 LOGIN-FOUND-SW            PIC X(01) VALUE 'N'.
           88 LOGIN-ENTRY-FOUND               VALUE 'Y'.
      * Active security-admins - who may decide for *SECADM
       01 SECADM-TABLE-AREA.
          05 SA-COUNT               PIC 9(3) COMP VALUE 0.
          05 SA-SUB                 PIC 9(3) COMP VALUE 0.
          05 SECADM-TABLE OCCURS 50 TIMES.
             10 SA-USER             PIC X(10).
       01 SA-FOUND-SW               PIC X(01) VALUE 'N'.
           88 SECADM-FOUND                    VALUE 'Y'.
      * The campaign as it stands - the CERTCAMP rows in, changed
      * in place and written back out to CERTCAMN
       01 CERT-TABLE-AREA.
          05 CT-COUNT               PIC 9(4) COMP VALUE 0.
          05 CT-SUB                 PIC 9(4) COMP VALUE 0.
          05 CERT-TABLE OCCURS 500 TIMES.
             10 CT-ROW              PIC X(80).
             10 CT-ROW-FIELDS REDEFINES CT-ROW.
                15 CT-CAMPAIGN      PIC X(06).
                15 CT-DEADLINE      PIC X(08).
                15 CT-USER          PIC X(10).
                15 CT-DEPT          PIC X(04).
                15 CT-REVIEWER      PIC X(10).
                15 CT-ROLE          PIC X(01).
                15 CT-STATUS        PIC X(01).
                15 CT-LAST-LOGIN    PIC X(08).
                15 CT-LAST-CHANGED  PIC X(08).
                15 CT-DECISION      PIC X(01).
                   88 CT-OUTSTANDING          VALUE SPACE.
                   88 CT-CERTIFIED            VALUE 'C'.
                   88 CT-REVOKED              VALUE 'R'.
                   88 CT-DISABLED             VALUE 'D'.
                15 CT-DECIDED-BY    PIC X(10).
                15 CT-DECIDED-ON    PIC X(08).
                15 FILLER           PIC X(05).
       01 CT-FOUND-SW               PIC X(01) VALUE 'N'.
           88 CERT-ROW-FOUND                  VALUE 'Y'.
       01 WS-OPEN-ROWS              PIC 9(5)  VALUE 0.
      * Reviewers in the order first met
       01 REVIEWER-TABLE-AREA.
          05 RV-COUNT               PIC 9(4) COMP VALUE 0.
          05 RV-SUB                 PIC 9(4) COMP VALUE 0.
          05 REVIEWER-TABLE OCCURS 200 TIMES.
             10 RV-REVIEWER         PIC X(10).
       01 RV-FOUND-SW               PIC X(01) VALUE 'N'.
           88 REVIEWER-FOUND                  VALUE 'Y'.
       01 WS-REVIEWER               PIC X(10) VALUE SPACES.
       01 WS-USER                   PIC X(10) VALUE SPACES.
       01 WS-REJECT-REASON          PIC X(30) VALUE SPACES.
       01 WS-DATE-WORK.
          05 WS-DATE-YMD            PIC X(08) VALUE SPACES.
          05 WS-DATE-ISO            PIC X(10) VALUE SPACES.
       01 CERT-COUNTERS.
          05 CTR-USERS              PIC 9(5) VALUE 0.
          05 CTR-ELEVATED           PIC 9(5) VALUE 0.
          05 CTR-CERTIFIED          PIC 9(5) VALUE 0.
          05 CTR-REVOKED            PIC 9(5) VALUE 0.
          05 CTR-DISABLED           PIC 9(5) VALUE 0.
          05 CTR-OUTSTANDING        PIC 9(5) VALUE 0.
          05 CTR-DECISIONS-TAKEN    PIC 9(5) VALUE 0.
          05 CTR-DECISIONS-REJECTED PIC 9(5) VALUE 0.
          05 CTR-REVOKE-TRANS       PIC 9(5) VALUE 0.
          05 CTR-DEADLINE-DISABLED  PIC 9(5) VALUE 0.
       01 REVIEWER-COUNTERS.
          05 RCT-USERS              PIC 9(5) VALUE 0.
          05 RCT-CERTIFIED          PIC 9(5) VALUE 0.
          05 RCT-REVOKED            PIC 9(5) VALUE 0.
          05 RCT-DISABLED           PIC 9(5) VALUE 0.
          05 RCT-OUTSTANDING        PIC 9(5) VALUE 0.
      *    RECERTIFICATION REPORT PRINT LINES
       01 REPORT-HEADING-LINE.
           05 RH-TITLE              PIC X(44).
           05 FILLER  PIC X(10) VALUE 'CAMPAIGN: '.
           05 RH-CAMPAIGN           PIC X(06).
           05 FILLER  PIC X(12) VALUE '  DEADLINE: '.
           05 RH-DEADLINE           PIC X(10).
           05 FILLER  PIC X(07) VALUE '  RUN: '.
           05 RH-RUN-TIME           PIC X(15).
       01 REPORT-REVIEWER-LINE.
           05 FILLER  PIC X(10) VALUE 'REVIEWER: '.
           05 RRV-REVIEWER          PIC X(10).
           05 FILLER  PIC X(02) VALUE SPACES.
           05 RRV-NAME              PIC X(24).
           05 RRV-TEXT              PIC X(60).
       01 REPORT-COLUMN-LINE.
           05 FILLER  PIC X(44) VALUE
                  'USER        NAME                  DEPT  ROLE'.
           05 FILLER  PIC X(44) VALUE
                  '            STATUS    LAST LOGIN  PW CHANGED'.
           05 FILLER  PIC X(40) VALUE
                  '  NOTE                   DECISION'.
       01 REPORT-DETAIL-LINE.
           05 RDL-USER              PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-NAME              PIC X(20).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-DEPT              PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-ROLE              PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-STATUS            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-LAST-LOGIN        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-LAST-CHANGED      PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-NOTE              PIC X(22).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RDL-DECISION          PIC X(17).
       01 REPORT-REVIEWER-TOTAL-LINE.
           05 FILLER  PIC X(08) VALUE 'USERS:  '.
           05 RRT-USERS             PIC ZZZZ9.
           05 FILLER  PIC X(15) VALUE '   CERTIFIED:  '.
           05 RRT-CERTIFIED         PIC ZZZZ9.
           05 FILLER  PIC X(13) VALUE '   REVOKED:  '.
           05 RRT-REVOKED           PIC ZZZZ9.
           05 FILLER  PIC X(14) VALUE '   DISABLED:  '.
           05 RRT-DISABLED          PIC ZZZZ9.
           05 FILLER  PIC X(17) VALUE '   OUTSTANDING:  '.
           05 RRT-OUTSTANDING       PIC ZZZZ9.
       01 REPORT-EXCEPTION-LINE.
           05 FILLER  PIC X(11) VALUE 'EXCEPTION: '.
           05 REX-CAMPAIGN          PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REX-USER              PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REX-DECISION          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REX-REVIEWER          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 REX-REASON            PIC X(30).
       01 REPORT-TOTAL-LINE.
           05 RTL-TEXT              PIC X(40).
           05 RTL-COUNT             PIC ZZZZ9.
       01 REPORT-VERDICT-LINE.
           05 RVL-TEXT              PIC X(60).
           05 RVL-COUNT             PIC ZZZZ9.
           05 RVL-TEXT-2            PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               IF  ISSUE-RUN
                   PERFORM 200-Issue-Campaign
               ELSE
                   PERFORM 400-Apply-Decisions
                   IF  WS-RUN-DATE > WS-DEADLINE
                       PERFORM 450-Close-At-Deadline
                   END-IF
               END-IF
           END-IF.
           PERFORM 500-Write-Campaign.
           IF  NOT RUN-REFUSED
               PERFORM 520-Print-Reviewer-Lists
               PERFORM 580-Print-Summary
           END-IF.
           PERFORM 600-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  RUN-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      * The campaign master is loaded before anything can refuse
      * the run, so that a refused run still carries it forward.
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           PERFORM 140-Load-Campaign.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Employees
           END-IF.
           IF  NOT RUN-REFUSED
               IF  ISSUE-RUN
                   PERFORM 050-Default-Campaign-Dates
                   PERFORM 150-Check-Campaign-Closed
               ELSE
                   PERFORM 160-Check-Campaign-Open
               END-IF
           END-IF.
           IF  NOT RUN-REFUSED
               IF  ISSUE-RUN
                   PERFORM 120-Load-Departments
                   PERFORM 130-Load-Last-Logins
               ELSE
                   PERFORM 170-Load-Security-Admins
               END-IF
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING CHANGED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-RUN-MODE = SPACES
               DISPLAY 'USRCERT1 - MODE=ISSUE OR MODE=APPLY IS '
                       'REQUIRED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  APPLY-RUN
           AND (WS-CAMPAIGN NOT = SPACES
                OR WS-DEADLINE-KEYED NOT = SPACES)
               DISPLAY 'USRCERT1 - CAMPAIGN= AND DEADLINE= ARE '
                       'FOR MODE=ISSUE'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  WS-RUN-DATE-KEYED NOT = SPACES
               MOVE WS-RUN-DATE-KEYED TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'MODE'
                       IF  WS-OPT-VALUE = 'ISSUE' OR 'APPLY'
                           MOVE WS-OPT-VALUE TO WS-RUN-MODE
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'CAMPAIGN'
                       PERFORM 016-Campaign-Option
                   WHEN 'DEADLINE'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-DEADLINE-KEYED
                   WHEN 'DATE'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-RUN-DATE-KEYED
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       015-Date-Option.
           MOVE WS-OPT-VALUE TO DV-DATE-IN.
           MOVE 'I'          TO DV-FORMAT.
           MOVE SPACE        TO DV-FUNCTION.
           CALL 'DATEVAL' USING DATEVAL-PARMS.
           IF  DV-VALID NOT = 'Y'
               PERFORM 019-Bad-Option
           END-IF.
      *    A CAMPAIGN IS NAMED FOR ITS QUARTER - YYYYQN
       016-Campaign-Option.
           IF  WS-OPT-VALUE(1:4) IS NUMERIC
           AND WS-OPT-VALUE(5:1) = 'Q'
           AND WS-OPT-VALUE(6:1) >= '1' AND WS-OPT-VALUE(6:1) <= '4'
           AND WS-OPT-VALUE(7:4) = SPACES
               MOVE WS-OPT-VALUE TO WS-CAMPAIGN
           ELSE
               PERFORM 019-Bad-Option
           END-IF.
       019-Bad-Option.
           DISPLAY 'USRCERT1 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * The campaign is named for the quarter of the run date and
      * given ten business days unless the card says otherwise.
       050-Default-Campaign-Dates.
           IF  WS-CAMPAIGN = SPACES
               MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
               COMPUTE WS-QUARTER = (WS-RUN-MONTH + 2) / 3
               STRING WS-RUN-DATE(1:4) 'Q' WS-QUARTER
                      DELIMITED BY SIZE INTO WS-CAMPAIGN
           END-IF.
           IF  WS-DEADLINE-KEYED NOT = SPACES
               MOVE WS-DEADLINE-KEYED TO WS-DEADLINE
           ELSE
               MOVE SPACES      TO DV-DATE-IN
               MOVE WS-RUN-DATE TO DV-DATE-IN(1:8)
               MOVE 'Y'         TO DV-FORMAT
               MOVE 'A'         TO DV-FUNCTION
               MOVE 10          TO DV-DAY-COUNT
               CALL 'DATEVAL' USING DATEVAL-PARMS
               MOVE DV-DATE-OUT TO WS-DEADLINE
           END-IF.
           IF  WS-DEADLINE NOT > WS-RUN-DATE
               DISPLAY 'USRCERT1 - DEADLINE ' WS-DEADLINE
                       ' IS NOT AFTER THE RUN DATE ' WS-RUN-DATE
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       100-Load-Employees.
           MOVE 'N' TO EM-EOF.
           OPEN INPUT EMPLOYEE-FILE.
           IF  EM-OK
               PERFORM 105-Read-Employee
               PERFORM 110-Take-One-Employee UNTIL EM-AT-EOF
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY 'EMPFILE NOT AVAILABLE - STATUS: ' EM-F-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Employee.
           READ EMPLOYEE-FILE
               AT END MOVE 'Y' TO EM-EOF
           END-READ.
       110-Take-One-Employee.
           IF  EM-COUNT < 500
               ADD 1 TO EM-COUNT
               MOVE EMP-ID        TO EM-EMP-ID(EM-COUNT)
               MOVE EMPLOYEE-NAME TO EM-NAME(EM-COUNT)
               MOVE EMP-DEPT      TO EM-DEPT(EM-COUNT)
           ELSE
               DISPLAY 'EMPLOYEE TABLE FULL - SKIPPED ' EMP-ID
           END-IF.
           PERFORM 105-Read-Employee.
       120-Load-Departments.
           MOVE 'N' TO DP-EOF.
           OPEN INPUT DEPT-MASTER.
           IF  DP-OK
               PERFORM 125-Read-Department
               PERFORM 127-Take-One-Department UNTIL DP-AT-EOF
               CLOSE DEPT-MASTER
           ELSE
               DISPLAY 'DEPTMAST NOT AVAILABLE - STATUS: ' DP-F-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Department.
           READ DEPT-MASTER
               AT END MOVE 'Y' TO DP-EOF
           END-READ.
       127-Take-One-Department.
           IF  DT-COUNT < 100
               ADD 1 TO DT-COUNT
               MOVE DP-DEPT-CODE      TO DT-DEPT-CODE(DT-COUNT)
               MOVE DP-MANAGER-EMP-ID TO DT-MANAGER(DT-COUNT)
               MOVE DP-PARENT-DEPT    TO DT-PARENT-DEPT(DT-COUNT)
           ELSE
               DISPLAY 'DEPARTMENT TABLE FULL - SKIPPED '
                       DP-DEPT-CODE
           END-IF.
           PERFORM 125-Read-Department.
      * No audit log leaves every last login blank (NEVER).
       130-Load-Last-Logins.
           MOVE 'N' TO AUDIT-EOF.
           OPEN INPUT AUDIT-REC.
           IF  AUDIT-OK
               PERFORM 135-Read-Audit-Record
               PERFORM 137-Note-One-Audit-Record UNTIL AUDIT-AT-EOF
               CLOSE AUDIT-REC
           ELSE
               DISPLAY 'AUDITLOG NOT AVAILABLE - STATUS: '
                       AUDIT-F-STATUS
           END-IF.
       135-Read-Audit-Record.
           READ AUDIT-REC
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.
       137-Note-One-Audit-Record.
           IF  AUDIT-RESULT(1:16) = 'Welcome to COBOL'
               PERFORM 138-Post-One-Login
           END-IF.
           PERFORM 135-Read-Audit-Record.
       138-Post-One-Login.
           MOVE 'N' TO LOGIN-FOUND-SW.
           MOVE 1   TO LG-SUB.
           PERFORM 139-Match-Login-Entry
               UNTIL LG-SUB > LG-COUNT OR LOGIN-ENTRY-FOUND.
           IF  NOT LOGIN-ENTRY-FOUND
               IF  LG-COUNT < 200
                   ADD 1 TO LG-COUNT
                   MOVE LG-COUNT    TO LG-SUB
                   MOVE AUDIT-USER  TO LG-USER(LG-SUB)
                   MOVE SPACES      TO LG-LAST-LOGIN(LG-SUB)
                   MOVE 'Y'         TO LOGIN-FOUND-SW
               END-IF
           END-IF.
           IF  LOGIN-ENTRY-FOUND
           AND AUDIT-DATE > LG-LAST-LOGIN(LG-SUB)
               MOVE AUDIT-DATE TO LG-LAST-LOGIN(LG-SUB)
           END-IF.
       139-Match-Login-Entry.
           IF  LG-USER(LG-SUB) = AUDIT-USER
               MOVE 'Y' TO LOGIN-FOUND-SW
           ELSE
               ADD 1 TO LG-SUB
           END-IF.
      * The last campaign, if there is one.  No CERTCAMP yet is the
      * first campaign.
       140-Load-Campaign.
           MOVE 'N' TO CC-EOF.
           OPEN INPUT CAMPAIGN-FILE.
           IF  CC-OK
               PERFORM 145-Read-Campaign
               PERFORM 147-Take-One-Campaign-Row UNTIL CC-AT-EOF
               CLOSE CAMPAIGN-FILE
           ELSE
               DISPLAY 'CERTCAMP FILE STATUS: ' CC-F-STATUS
                       ' - NO CAMPAIGN ON FILE'
           END-IF.
       145-Read-Campaign.
           READ CAMPAIGN-FILE
               AT END MOVE 'Y' TO CC-EOF
           END-READ.
       147-Take-One-Campaign-Row.
           IF  CT-COUNT < 500
               ADD 1 TO CT-COUNT
               MOVE CAMPAIGN-REC TO CT-ROW(CT-COUNT)
               IF  CT-OUTSTANDING(CT-COUNT)
                   ADD 1 TO WS-OPEN-ROWS
               END-IF
           ELSE
               DISPLAY 'USRCERT1 - CAMPAIGN TABLE FULL'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           PERFORM 145-Read-Campaign.
       150-Check-Campaign-Closed.
           IF  WS-OPEN-ROWS > ZERO
               DISPLAY 'USRCERT1 - CAMPAIGN ' CT-CAMPAIGN(1)
                       ' STILL HAS ' WS-OPEN-ROWS
                       ' USERS OUTSTANDING - NOT ISSUED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  CT-COUNT > ZERO
           AND CT-CAMPAIGN(1) = WS-CAMPAIGN
               DISPLAY 'USRCERT1 - CAMPAIGN ' WS-CAMPAIGN
                       ' WAS ALREADY ISSUED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       160-Check-Campaign-Open.
           IF  CT-COUNT = ZERO
               DISPLAY 'USRCERT1 - NO CAMPAIGN ON CERTCAMP TO APPLY '
                       'DECISIONS TO'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE CT-CAMPAIGN(1) TO WS-CAMPAIGN
               MOVE CT-DEADLINE(1) TO WS-DEADLINE
               IF  WS-RUN-DATE > WS-DEADLINE
                   PERFORM 165-Lock-Passfile
               END-IF
           END-IF.
      * Past the deadline the run will rewrite the PASSFILE, so the
      * lock is taken before anything is applied.
       165-Lock-Passfile.
           MOVE 'A' TO FL-FUNCTION.
           CALL 'FILELOCK' USING FILELOCK-PARMS.
           IF  FL-RESULT NOT = 'Y'
               DISPLAY 'USRCERT1 - PASSFILE IN USE BY '
                       FL-HOLDER-OUT ' - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               MOVE 'Y' TO WS-LOCK-HELD-SW
           END-IF.
      * Who may decide for a user routed to security administration.
       170-Load-Security-Admins.
           MOVE 'N' TO PASS-EOF.
           OPEN INPUT PASS-REC.
           IF  PASSFILE-OK
               PERFORM 175-Read-Pass-Record
               PERFORM 177-Note-One-Admin UNTIL PASS-AT-EOF
               CLOSE PASS-REC
           ELSE
               DISPLAY 'PASSFILE NOT AVAILABLE - STATUS: '
                       PASSFILE-F-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       175-Read-Pass-Record.
           READ PASS-REC
               AT END MOVE 'Y' TO PASS-EOF
           END-READ.
       177-Note-One-Admin.
           IF  ROLE-SECURITY-ADMIN AND NOT ACCOUNT-DISABLED
           AND SA-COUNT < 50
               ADD 1 TO SA-COUNT
               MOVE PFILE-USER TO SA-USER(SA-COUNT)
           END-IF.
           PERFORM 175-Read-Pass-Record.
      * A new campaign replaces the closed one: every PASSFILE user
      * as they stand today, routed to a reviewer.
       200-Issue-Campaign.
           MOVE 'N' TO PASS-EOF.
           OPEN INPUT PASS-REC.
           IF  PASSFILE-OK
               MOVE ZERO TO CT-COUNT
               PERFORM 175-Read-Pass-Record
               PERFORM 210-Enrol-One-User UNTIL PASS-AT-EOF
               CLOSE PASS-REC
           ELSE
               DISPLAY 'PASSFILE NOT AVAILABLE - STATUS: '
                       PASSFILE-F-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       210-Enrol-One-User.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  CT-COUNT < 500
               ADD 1 TO CT-COUNT
               MOVE CT-COUNT TO CT-SUB
               MOVE SPACES TO CT-ROW(CT-SUB)
               MOVE WS-CAMPAIGN        TO CT-CAMPAIGN(CT-SUB)
               MOVE WS-DEADLINE        TO CT-DEADLINE(CT-SUB)
               MOVE PFILE-USER         TO CT-USER(CT-SUB)
               MOVE PFILE-ROLE         TO CT-ROLE(CT-SUB)
               MOVE PFILE-STATUS       TO CT-STATUS(CT-SUB)
               MOVE PFILE-LAST-CHANGED TO CT-LAST-CHANGED(CT-SUB)
               PERFORM 220-Find-Reviewer
               PERFORM 230-Find-Last-Login
           ELSE
               DISPLAY 'USRCERT1 - CAMPAIGN TABLE FULL AT '
                       PFILE-USER
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           PERFORM 175-Read-Pass-Record.
      * The department manager; for the manager, the parent's
      * manager; failing both, security administration.
       220-Find-Reviewer.
           MOVE SPACES TO WS-REVIEWER.
           MOVE PFILE-USER TO WS-LOOKUP-EMP.
           PERFORM 240-Find-Employee.
           IF  EMP-FOUND
               MOVE EM-DEPT(EM-SUB) TO CT-DEPT(CT-SUB)
               MOVE EM-DEPT(EM-SUB) TO WS-LOOKUP-DEPT
               PERFORM 225-Find-Department
               IF  DEPT-FOUND
                   MOVE DT-MANAGER(DT-SUB) TO WS-REVIEWER
                   IF  WS-REVIEWER = PFILE-USER
                       MOVE SPACES TO WS-REVIEWER
                       MOVE DT-PARENT-DEPT(DT-SUB) TO WS-LOOKUP-DEPT
                       IF  WS-LOOKUP-DEPT NOT = SPACES
                           PERFORM 225-Find-Department
                           IF  DEPT-FOUND
                           AND DT-MANAGER(DT-SUB) NOT = PFILE-USER
                               MOVE DT-MANAGER(DT-SUB) TO WS-REVIEWER
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF  WS-REVIEWER = SPACES
               MOVE '*SECADM' TO WS-REVIEWER
           END-IF.
           MOVE WS-REVIEWER TO CT-REVIEWER(CT-SUB).
       225-Find-Department.
           MOVE 'N' TO DEPT-FOUND-SW.
           MOVE 1   TO DT-SUB.
           PERFORM 227-Match-Department
               UNTIL DT-SUB > DT-COUNT OR DEPT-FOUND.
       227-Match-Department.
           IF  DT-DEPT-CODE(DT-SUB) = WS-LOOKUP-DEPT
               MOVE 'Y' TO DEPT-FOUND-SW
           ELSE
               ADD 1 TO DT-SUB
           END-IF.
       230-Find-Last-Login.
           PERFORM 235-Scan-One-Login
               VARYING LG-SUB FROM 1 BY 1 UNTIL LG-SUB > LG-COUNT.
       235-Scan-One-Login.
           IF  LG-USER(LG-SUB) = PFILE-USER
               MOVE LG-LAST-LOGIN(LG-SUB) TO CT-LAST-LOGIN(CT-SUB)
           END-IF.
       240-Find-Employee.
           MOVE 'N' TO EM-FOUND-SW.
           MOVE 1   TO EM-SUB.
           PERFORM 245-Match-Employee
               UNTIL EM-SUB > EM-COUNT OR EMP-FOUND.
       245-Match-Employee.
           IF  EM-EMP-ID(EM-SUB) = WS-LOOKUP-EMP
               MOVE 'Y' TO EM-FOUND-SW
           ELSE
               ADD 1 TO EM-SUB
           END-IF.
      * Each decision is taken only from the user's own reviewer and
      * only once; a revoke is handed to PASSADM1 to remove.
       400-Apply-Decisions.
           MOVE 'N' TO CD-EOF.
           OPEN INPUT DECISION-FILE.
           IF  CD-OK
               PERFORM 405-Read-Decision
               PERFORM 410-Apply-One-Decision UNTIL CD-AT-EOF
               CLOSE DECISION-FILE
           ELSE
               DISPLAY 'CERTDEC FILE STATUS: ' CD-F-STATUS
                       ' - NO DECISIONS RETURNED'
           END-IF.
           MOVE 'DECISIONS TAKEN:' TO RTL-TEXT.
           MOVE CTR-DECISIONS-TAKEN TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE 'DECISIONS REJECTED:' TO RTL-TEXT.
           MOVE CTR-DECISIONS-REJECTED TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'REVOKES PASSED TO PASSADM1 (SECTRANS):' TO RTL-TEXT.
           MOVE CTR-REVOKE-TRANS TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
       405-Read-Decision.
           READ DECISION-FILE
               AT END MOVE 'Y' TO CD-EOF
           END-READ.
       410-Apply-One-Decision.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CD-USER TO WS-USER.
           PERFORM 420-Find-Cert-Row.
           EVALUATE TRUE
               WHEN CD-CAMPAIGN NOT = WS-CAMPAIGN
                   MOVE 'NOT THE OPEN CAMPAIGN' TO WS-REJECT-REASON
               WHEN NOT CD-CERTIFY AND NOT CD-REVOKE
                   MOVE 'DECISION IS NOT C OR R' TO WS-REJECT-REASON
               WHEN NOT CERT-ROW-FOUND
                   MOVE 'USER NOT IN THE CAMPAIGN'
                       TO WS-REJECT-REASON
               WHEN NOT CT-OUTSTANDING(CT-SUB)
                   MOVE 'USER ALREADY DECIDED' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 430-Check-Reviewer
           END-EVALUATE.
           IF  WS-REJECT-REASON = SPACES
               PERFORM 440-Record-Decision
           ELSE
               PERFORM 480-Report-Exception
           END-IF.
           PERFORM 405-Read-Decision.
       420-Find-Cert-Row.
           MOVE 'N' TO CT-FOUND-SW.
           MOVE 1   TO CT-SUB.
           PERFORM 425-Match-Cert-Row
               UNTIL CT-SUB > CT-COUNT OR CERT-ROW-FOUND.
       425-Match-Cert-Row.
           IF  CT-USER(CT-SUB) = WS-USER
               MOVE 'Y' TO CT-FOUND-SW
           ELSE
               ADD 1 TO CT-SUB
           END-IF.
      * Nobody certifies their own access, whoever they are.
       430-Check-Reviewer.
           IF  CD-REVIEWER = CT-USER(CT-SUB)
               MOVE 'CANNOT DECIDE OWN ACCESS' TO WS-REJECT-REASON
           ELSE
               IF  CT-REVIEWER(CT-SUB) = '*SECADM'
                   PERFORM 435-Find-Security-Admin
                   IF  NOT SECADM-FOUND
                       MOVE 'NOT AN ACTIVE SECURITY-ADMIN'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF  CD-REVIEWER NOT = CT-REVIEWER(CT-SUB)
                       MOVE 'NOT THE USER''S REVIEWER'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       435-Find-Security-Admin.
           MOVE 'N' TO SA-FOUND-SW.
           PERFORM 437-Match-Security-Admin
               VARYING SA-SUB FROM 1 BY 1 UNTIL SA-SUB > SA-COUNT.
       437-Match-Security-Admin.
           IF  SA-USER(SA-SUB) = CD-REVIEWER
               MOVE 'Y' TO SA-FOUND-SW
           END-IF.
       440-Record-Decision.
           MOVE CD-DECISION TO CT-DECISION(CT-SUB).
           MOVE CD-REVIEWER TO CT-DECIDED-BY(CT-SUB).
           MOVE WS-RUN-DATE TO CT-DECIDED-ON(CT-SUB).
           ADD 1 TO CTR-DECISIONS-TAKEN.
           IF  CD-REVOKE
               PERFORM 445-Write-Remove-Transaction
           END-IF.
       445-Write-Remove-Transaction.
           IF  NOT SEC-TRANS-OPEN
               OPEN OUTPUT SEC-TRANS-FILE
               MOVE 'Y' TO WS-TRANS-OPEN-SW
           END-IF.
           MOVE SPACES          TO SEC-TRANS-REC.
           MOVE 'R'             TO ST-ACTION.
           MOVE CT-USER(CT-SUB) TO ST-TARGET-USER.
           MOVE 'USRCERT1'      TO ST-ADMIN-ID.
           WRITE SEC-TRANS-REC.
           ADD 1 TO CTR-REVOKE-TRANS.
      * The deadline has passed: whoever is still outstanding loses
      * the account.
       450-Close-At-Deadline.
           MOVE ZERO TO WS-OPEN-ROWS.
           PERFORM 455-Count-Outstanding
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
           IF  WS-OPEN-ROWS > ZERO
               PERFORM 460-Disable-Outstanding
           END-IF.
       455-Count-Outstanding.
           IF  CT-OUTSTANDING(CT-SUB)
               ADD 1 TO WS-OPEN-ROWS
           END-IF.
       460-Disable-Outstanding.
           MOVE 'N' TO PASS-EOF.
           OPEN I-O PASS-REC.
           IF  PASSFILE-OK
               PERFORM 175-Read-Pass-Record
               PERFORM 465-Check-One-Account UNTIL PASS-AT-EOF
               CLOSE PASS-REC
               PERFORM 470-Mark-Disabled
                   VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT
           ELSE
               DISPLAY 'PASSFILE NOT AVAILABLE - STATUS: '
                       PASSFILE-F-STATUS ' - NOBODY DISABLED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       465-Check-One-Account.
           MOVE PFILE-USER TO WS-USER.
           PERFORM 420-Find-Cert-Row.
           IF  CERT-ROW-FOUND
               IF  CT-OUTSTANDING(CT-SUB) AND NOT ACCOUNT-DISABLED
                   MOVE 'D' TO PFILE-STATUS
                   REWRITE PASSFILE-REC
                   ADD 1 TO CTR-DEADLINE-DISABLED
               END-IF
           END-IF.
           PERFORM 175-Read-Pass-Record.
      * A user already gone from the PASSFILE is marked with the
      * rest - there is nothing left to disable.
       470-Mark-Disabled.
           IF  CT-OUTSTANDING(CT-SUB)
               MOVE 'D'         TO CT-DECISION(CT-SUB)
               MOVE 'DEADLINE'  TO CT-DECIDED-BY(CT-SUB)
               MOVE WS-RUN-DATE TO CT-DECIDED-ON(CT-SUB)
               MOVE 'Y'         TO WS-WARNING-SW
           END-IF.
       480-Report-Exception.
           IF  CTR-DECISIONS-REJECTED = ZERO
               MOVE 'DECISIONS NOT TAKEN' TO REPORT-LINE-OUT
               WRITE REPORT-LINE-OUT AFTER ADVANCING 2
           END-IF.
           ADD 1 TO CTR-DECISIONS-REJECTED.
           MOVE 'Y' TO WS-WARNING-SW.
           MOVE CD-CAMPAIGN      TO REX-CAMPAIGN.
           MOVE CD-USER          TO REX-USER.
           MOVE CD-DECISION      TO REX-DECISION.
           MOVE CD-REVIEWER      TO REX-REVIEWER.
           MOVE WS-REJECT-REASON TO REX-REASON.
           WRITE REPORT-LINE-OUT FROM REPORT-EXCEPTION-LINE
               AFTER ADVANCING 1.
      * The campaign master goes forward whatever happened - as it
      * came in when the run was refused.
       500-Write-Campaign.
           OPEN OUTPUT CAMPAIGN-FILE-NEW.
           PERFORM 505-Write-One-Campaign-Row
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
           CLOSE CAMPAIGN-FILE-NEW.
       505-Write-One-Campaign-Row.
           WRITE CAMPAIGN-NEW-REC FROM CT-ROW(CT-SUB).
      * One page per reviewer, in the order the reviewers were met.
       520-Print-Reviewer-Lists.
           PERFORM 525-Note-Reviewer
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
           PERFORM 530-Print-One-Reviewer
               VARYING RV-SUB FROM 1 BY 1 UNTIL RV-SUB > RV-COUNT.
       525-Note-Reviewer.
           MOVE 'N' TO RV-FOUND-SW.
           MOVE 1   TO RV-SUB.
           PERFORM 527-Match-Reviewer
               UNTIL RV-SUB > RV-COUNT OR REVIEWER-FOUND.
           IF  NOT REVIEWER-FOUND AND RV-COUNT < 200
               ADD 1 TO RV-COUNT
               MOVE CT-REVIEWER(CT-SUB) TO RV-REVIEWER(RV-COUNT)
           END-IF.
       527-Match-Reviewer.
           IF  RV-REVIEWER(RV-SUB) = CT-REVIEWER(CT-SUB)
               MOVE 'Y' TO RV-FOUND-SW
           ELSE
               ADD 1 TO RV-SUB
           END-IF.
       530-Print-One-Reviewer.
           INITIALIZE REVIEWER-COUNTERS.
           PERFORM 535-Write-Page-Heading.
           MOVE RV-REVIEWER(RV-SUB) TO RRV-REVIEWER.
           IF  RV-REVIEWER(RV-SUB) = '*SECADM'
               MOVE 'SECURITY ADMINISTRATION' TO RRV-NAME
           ELSE
               MOVE RV-REVIEWER(RV-SUB) TO WS-LOOKUP-EMP
               PERFORM 240-Find-Employee
               IF  EMP-FOUND
                   MOVE EM-NAME(EM-SUB) TO RRV-NAME
               ELSE
                   MOVE 'NOT ON EMPFILE' TO RRV-NAME
               END-IF
           END-IF.
           IF  ISSUE-RUN
               MOVE 'CERTIFY (C) OR REVOKE (R) EACH USER ON CERTDEC'
                   TO RRV-TEXT
           ELSE
               MOVE SPACES TO RRV-TEXT
           END-IF.
           WRITE REPORT-LINE-OUT FROM REPORT-REVIEWER-LINE
               AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM REPORT-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 540-Print-One-User
               VARYING CT-SUB FROM 1 BY 1 UNTIL CT-SUB > CT-COUNT.
           MOVE RCT-USERS       TO RRT-USERS.
           MOVE RCT-CERTIFIED   TO RRT-CERTIFIED.
           MOVE RCT-REVOKED     TO RRT-REVOKED.
           MOVE RCT-DISABLED    TO RRT-DISABLED.
           MOVE RCT-OUTSTANDING TO RRT-OUTSTANDING.
           WRITE REPORT-LINE-OUT FROM REPORT-REVIEWER-TOTAL-LINE
               AFTER ADVANCING 2.
       535-Write-Page-Heading.
           IF  ISSUE-RUN
               MOVE 'USER ACCESS RECERTIFICATION - REVIEW LIST'
                   TO RH-TITLE
           ELSE
               MOVE 'USER ACCESS RECERTIFICATION - COMPLETION'
                   TO RH-TITLE
           END-IF.
           MOVE WS-CAMPAIGN TO RH-CAMPAIGN.
           MOVE WS-DEADLINE TO WS-DATE-YMD.
           PERFORM 560-Format-Date.
           MOVE WS-DATE-ISO TO RH-DEADLINE.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE.
       540-Print-One-User.
           IF  CT-REVIEWER(CT-SUB) = RV-REVIEWER(RV-SUB)
               PERFORM 545-Print-User-Detail
           END-IF.
       545-Print-User-Detail.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE CT-USER(CT-SUB) TO RDL-USER.
           MOVE CT-DEPT(CT-SUB) TO RDL-DEPT.
           MOVE CT-USER(CT-SUB) TO WS-LOOKUP-EMP.
           PERFORM 240-Find-Employee.
           IF  EMP-FOUND
               MOVE EM-NAME(EM-SUB) TO RDL-NAME
           END-IF.
           EVALUATE CT-ROLE(CT-SUB)
               WHEN 'P'
                   MOVE 'PAYROLL ADMIN'  TO RDL-ROLE
               WHEN 'S'
                   MOVE 'SECURITY ADMIN' TO RDL-ROLE
               WHEN OTHER
                   MOVE 'OPERATOR'       TO RDL-ROLE
           END-EVALUATE.
           IF  CT-STATUS(CT-SUB) = 'D'
               MOVE 'DISABLED' TO RDL-STATUS
           ELSE
               MOVE 'ACTIVE'   TO RDL-STATUS
           END-IF.
           IF  CT-LAST-LOGIN(CT-SUB) = SPACES
               MOVE 'NEVER' TO RDL-LAST-LOGIN
           ELSE
               MOVE CT-LAST-LOGIN(CT-SUB) TO WS-DATE-YMD
               PERFORM 560-Format-Date
               MOVE WS-DATE-ISO TO RDL-LAST-LOGIN
           END-IF.
           IF  CT-LAST-CHANGED(CT-SUB) IS NUMERIC
               MOVE CT-LAST-CHANGED(CT-SUB) TO WS-DATE-YMD
               PERFORM 560-Format-Date
               MOVE WS-DATE-ISO TO RDL-LAST-CHANGED
           ELSE
               MOVE 'UNKNOWN' TO RDL-LAST-CHANGED
           END-IF.
           PERFORM 550-Set-Note-And-Decision.
           WRITE REPORT-LINE-OUT FROM REPORT-DETAIL-LINE
               AFTER ADVANCING 1.
      * Why the user landed with this reviewer, or - once decided -
      * who decided and when.
       550-Set-Note-And-Decision.
           EVALUATE TRUE
               WHEN CT-REVIEWER(CT-SUB) NOT = '*SECADM'
                   IF  CT-ROLE(CT-SUB) = 'P' OR 'S'
                       MOVE 'ELEVATED ACCESS' TO RDL-NOTE
                   END-IF
               WHEN CT-DEPT(CT-SUB) = SPACES
                   MOVE 'NOT ON EMPFILE' TO RDL-NOTE
               WHEN OTHER
                   MOVE 'NO MANAGER TO REVIEW' TO RDL-NOTE
           END-EVALUATE.
           IF  CT-ROLE(CT-SUB) = 'P' OR 'S'
               ADD 1 TO CTR-ELEVATED
           END-IF.
           ADD 1 TO RCT-USERS.
           ADD 1 TO CTR-USERS.
           IF  NOT CT-OUTSTANDING(CT-SUB)
               MOVE SPACES TO RDL-NOTE
               STRING 'BY ' CT-DECIDED-BY(CT-SUB) ' '
                      CT-DECIDED-ON(CT-SUB)
                      DELIMITED BY SIZE INTO RDL-NOTE
           END-IF.
           EVALUATE TRUE
               WHEN CT-CERTIFIED(CT-SUB)
                   MOVE 'CERTIFIED'         TO RDL-DECISION
                   ADD 1 TO RCT-CERTIFIED
                   ADD 1 TO CTR-CERTIFIED
               WHEN CT-REVOKED(CT-SUB)
                   MOVE 'REVOKED'           TO RDL-DECISION
                   ADD 1 TO RCT-REVOKED
                   ADD 1 TO CTR-REVOKED
               WHEN CT-DISABLED(CT-SUB)
                   MOVE 'DISABLED-DEADLINE' TO RDL-DECISION
                   ADD 1 TO RCT-DISABLED
                   ADD 1 TO CTR-DISABLED
               WHEN OTHER
                   IF  ISSUE-RUN
                       MOVE 'C / R  ______'  TO RDL-DECISION
                   ELSE
                       MOVE 'OUTSTANDING'    TO RDL-DECISION
                   END-IF
                   ADD 1 TO RCT-OUTSTANDING
                   ADD 1 TO CTR-OUTSTANDING
           END-EVALUATE.
       560-Format-Date.
           MOVE SPACES TO WS-DATE-ISO.
           STRING WS-DATE-YMD(1:4) '-' WS-DATE-YMD(5:2) '-'
                  WS-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO.
      * The campaign totals - with the decisions on CERTCAMP, the
      * evidence that every user's access was looked at.
       580-Print-Summary.
           PERFORM 535-Write-Page-Heading.
           MOVE SPACES TO REPORT-VERDICT-LINE.
           MOVE 'CAMPAIGN SUMMARY' TO RVL-TEXT.
           WRITE REPORT-LINE-OUT FROM REPORT-VERDICT-LINE
               AFTER ADVANCING 2.
           MOVE 'USERS IN CAMPAIGN:' TO RTL-TEXT.
           MOVE CTR-USERS TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE '  WITH ELEVATED ACCESS (P OR S ROLE):' TO RTL-TEXT.
           MOVE CTR-ELEVATED TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'REVIEWERS:' TO RTL-TEXT.
           MOVE RV-COUNT TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'CERTIFIED:' TO RTL-TEXT.
           MOVE CTR-CERTIFIED TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2.
           MOVE 'REVOKED:' TO RTL-TEXT.
           MOVE CTR-REVOKED TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'DISABLED AT DEADLINE:' TO RTL-TEXT.
           MOVE CTR-DISABLED TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
           MOVE 'OUTSTANDING:' TO RTL-TEXT.
           MOVE CTR-OUTSTANDING TO RTL-COUNT.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
           IF  CTR-DEADLINE-DISABLED > ZERO
               MOVE 'ACCOUNTS DISABLED ON PASSFILE THIS RUN:'
                   TO RTL-TEXT
               MOVE CTR-DEADLINE-DISABLED TO RTL-COUNT
               WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1
           END-IF.
           MOVE SPACES TO REPORT-VERDICT-LINE.
           EVALUATE TRUE
               WHEN ISSUE-RUN
                   MOVE 'CAMPAIGN ISSUED - USERS TO REVIEW:'
                       TO RVL-TEXT
                   MOVE CTR-USERS TO RVL-COUNT
               WHEN CTR-OUTSTANDING = ZERO
                   MOVE 'CAMPAIGN COMPLETE - NONE OUTSTANDING'
                       TO RVL-TEXT
               WHEN OTHER
                   MOVE 'CAMPAIGN OPEN - USERS STILL OUTSTANDING:'
                       TO RVL-TEXT
                   MOVE CTR-OUTSTANDING TO RVL-COUNT
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM REPORT-VERDICT-LINE
               AFTER ADVANCING 2.
       300-Open-Files.
           OPEN OUTPUT CERT-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
       600-Close-Files.
           IF  SEC-TRANS-OPEN
               CLOSE SEC-TRANS-FILE
           ELSE
               OPEN OUTPUT SEC-TRANS-FILE
               CLOSE SEC-TRANS-FILE
           END-IF.
           CLOSE CERT-REPORT.
           IF  PASSFILE-LOCKED
               MOVE 'R' TO FL-FUNCTION
               CALL 'FILELOCK' USING FILELOCK-PARMS
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 700-Write-Job-Audit-Record
           END-IF.
       700-Write-Job-Audit-Record.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE 'USRCERT1' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
