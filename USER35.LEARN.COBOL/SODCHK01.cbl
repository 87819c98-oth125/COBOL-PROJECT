       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHK01.
      ***** Segregation-of-duties conflict check.  AUTHCHK decides
      ***** each permission on its own, so nothing stops one person
      ***** from adding an employee and then changing that same
      ***** employee, or keying a payee's invoice and releasing
      ***** the payment for it.  The SODRULES rule dataset lists
      ***** the pairs that must not meet in one user, one rule per
      ***** card:
      *****     cols  1-6   rule ID
      *****     cols  8-15  first half
      *****     cols 17-24  second half
      *****     cols 26-65  description
      ***** A half is either an action the systems record or an
      ***** AUTHCHK permission:
      *****     EMPADD   adding an employee (EMPMAINT A)
      *****     EMPCHG   changing or deleting an employee or the
      *****              employee's address (EMPMAINT C/H/D/M)
      *****     APINV    keying a payee's AP invoice (APLOAD01)
      *****     APPAY    releasing a payee's AP payment (APPAY01)
      *****     BANKCHG  requesting an employee's bank change
      *****              (BANKCHG1 REQUEST)
      *****     BANKAPR  approving or rejecting an employee's bank
      *****              change (BANKCHG1 APPROVE)
      *****     PWADMIN REPRINT PASSMIG RPTPAY RPTSEC EMPMAINT
      *****     EMPINQ   the permissions themselves
      ***** Each action stands for the permission that allows it.
      *****
      ***** The SODRPT report has two parts.  The role check reads
      ***** every PASSFILE user and lists each user whose PFILE-ROLE
      ***** grants both halves of a rule - the role/permission map
      ***** below is AUTHCHK's, and the two are kept in step.  The
      ***** activity check reads the period's EMPJRNL change
      ***** journal, the MSTRJRNL cycle journal and the AUDITLOG,
      ***** and lists every case where the same user performed
      ***** both halves of an action rule on the same employee or
      ***** the same payee (both halves have to be keyed the same
      ***** way - a rule pairing an employee action with a payee
      ***** action is checked on roles only).  Activity recorded
      ***** with no user against it cannot be attributed and is
      ***** counted on the summary.
      *****
      ***** Run options on a labeled SYSIN card, e.g.
      *****     FROM=2026-10-01 THRU=2026-10-15
      ***** THRU defaults to today and FROM to the first of the THRU
      ***** month.  A bad option, no SODRULES or no PASSFILE ends
      ***** the run with CC 8; any conflict found, a rule naming a
      ***** half not known here, or an activity source not there
      ***** ends it with CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO SODRULES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SR-F-STATUS.
           SELECT PASS-REC ASSIGN TO PASSFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PASSFILE-F-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO EMPJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CJ-F-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO MSTRJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS MJ-F-STATUS.
           SELECT AUDIT-REC ASSIGN TO AUDITLOG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AUDIT-F-STATUS.
           SELECT SOD-REPORT ASSIGN TO SODRPT.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RULE-REC.
       01  RULE-REC.
           05  SR-RULE-ID         PIC X(06).
           05  FILLER             PIC X(01).
           05  SR-HALF-1          PIC X(08).
           05  FILLER             PIC X(01).
           05  SR-HALF-2          PIC X(08).
           05  FILLER             PIC X(01).
           05  SR-DESCRIPTION     PIC X(40).
           05  FILLER             PIC X(15).
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
      * EMPMAINT's change history - the employee ID sits at 60 in
      * the EMPFILE images
       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHANGE-JOURNAL-REC.
       01  CHANGE-JOURNAL-REC.
           05  CJ-TIMESTAMP.
               10  CJ-DATE        PIC X(08).
               10  FILLER         PIC X(07).
           05  CJ-SOURCE          PIC X(08).
           05  CJ-ACTION          PIC X(01).
           05  CJ-BEFORE-IMAGE    PIC X(80).
           05  CJ-AFTER-IMAGE     PIC X(80).
           05  CJ-USER            PIC X(10).
           05  FILLER             PIC X(06).
      * Cycle journal - the employee ID leads the ADDRMAST images.
      * Eight bytes hold the whole user ID, as AUTHCHK passes none
      * longer, so it matches the ten-byte IDs of the other sources.
       FD  MASTER-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MASTER-JOURNAL-REC.
       01  MASTER-JOURNAL-REC.
           05  MJ-TIMESTAMP.
               10  MJ-DATE        PIC X(08).
               10  FILLER         PIC X(07).
           05  MJ-SOURCE          PIC X(8).
           05  MJ-MASTER          PIC X(8).
           05  MJ-BEFORE-IMAGE    PIC X(80).
           05  MJ-AFTER-IMAGE     PIC X(80).
           05  MJ-USER            PIC X(8).
           05  FILLER             PIC X(1).
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
          05 AUDIT-RESULT.
             10 AUDIT-EVENT    PIC X(11).
             10 AUDIT-PAYEE    PIC X(08).
             10 FILLER         PIC X(11).
          05 FILLER            PIC X(23).
       FD  SOD-REPORT
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
       77 SR-F-STATUS               PIC X(02) VALUE SPACES.
           88 SR-OK                           VALUE '00'.
       77 PASSFILE-F-STATUS         PIC X(02) VALUE SPACES.
           88 PASSFILE-OK                     VALUE '00'.
       77 CJ-F-STATUS               PIC X(02) VALUE SPACES.
           88 CJ-OK                           VALUE '00'.
       77 MJ-F-STATUS               PIC X(02) VALUE SPACES.
           88 MJ-OK                           VALUE '00'.
       77 AUDIT-F-STATUS            PIC X(02) VALUE SPACES.
           88 AUDIT-OK                        VALUE '00'.
       77 SR-EOF                    PIC X(01) VALUE 'N'.
           88 SR-AT-EOF                       VALUE 'Y'.
       77 PASS-EOF                  PIC X(01) VALUE 'N'.
           88 PASS-AT-EOF                     VALUE 'Y'.
       77 CJ-EOF                    PIC X(01) VALUE 'N'.
           88 CJ-AT-EOF                       VALUE 'Y'.
       77 MJ-EOF                    PIC X(01) VALUE 'N'.
           88 MJ-AT-EOF                       VALUE 'Y'.
       77 AUDIT-EOF                 PIC X(01) VALUE 'N'.
           88 AUDIT-AT-EOF                    VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 RUN-WARNING                     VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. FROM=2026-10-01
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-FROM-DATE              PIC X(08) VALUE SPACES.
       01 WS-THRU-DATE              PIC X(08) VALUE SPACES.
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
      *    THE ACTIONS THE SYSTEMS RECORD - THE PERMISSION EACH NEEDS
      *    AND WHAT IT IS KEYED ON (E EMPLOYEE, V PAYEE/VENDOR)
       01 ACTION-MAP-VALUES.
           05 FILLER  PIC X(17) VALUE 'EMPADD  EMPMAINTE'.
           05 FILLER  PIC X(17) VALUE 'EMPCHG  EMPMAINTE'.
           05 FILLER  PIC X(17) VALUE 'APINV   APINV   V'.
           05 FILLER  PIC X(17) VALUE 'APPAY   APPAY   V'.
           05 FILLER  PIC X(17) VALUE 'BANKCHG BANKCHG E'.
           05 FILLER  PIC X(17) VALUE 'BANKAPR BANKAPR E'.
       01 ACTION-MAP-TABLE REDEFINES ACTION-MAP-VALUES.
           05 ACTION-MAP-ENTRY OCCURS 6 TIMES.
               10 AM-ACTION         PIC X(8).
               10 AM-PERMISSION     PIC X(8).
               10 AM-KEY-KIND       PIC X(1).
       77 AM-COUNT                  PIC 9(4) COMP VALUE 6.
       77 AM-SUB                    PIC 9(4) COMP VALUE 0.
      *    THE AUTHCHK PERMISSIONS
       01 PERMISSION-VALUES.
           05 FILLER  PIC X(8) VALUE 'PWADMIN '.
           05 FILLER  PIC X(8) VALUE 'REPRINT '.
           05 FILLER  PIC X(8) VALUE 'PASSMIG '.
           05 FILLER  PIC X(8) VALUE 'RPTPAY  '.
           05 FILLER  PIC X(8) VALUE 'RPTSEC  '.
           05 FILLER  PIC X(8) VALUE 'EMPMAINT'.
           05 FILLER  PIC X(8) VALUE 'APINV   '.
           05 FILLER  PIC X(8) VALUE 'APPAY   '.
           05 FILLER  PIC X(8) VALUE 'BANKCHG '.
           05 FILLER  PIC X(8) VALUE 'BANKAPR '.
           05 FILLER  PIC X(8) VALUE 'EMPINQ  '.
       01 PERMISSION-TABLE REDEFINES PERMISSION-VALUES.
           05 PM-PERMISSION OCCURS 11 TIMES PIC X(8).
       77 PM-COUNT                  PIC 9(4) COMP VALUE 11.
       77 PM-SUB                    PIC 9(4) COMP VALUE 0.
      * One half of a rule, resolved to its permission and key
       01 WS-HALF                   PIC X(08) VALUE SPACES.
       01 WS-HALF-PERMISSION        PIC X(08) VALUE SPACES.
       01 WS-HALF-KEY-KIND          PIC X(01) VALUE SPACE.
       01 WS-HALF-KNOWN-SW          PIC X(01) VALUE 'N'.
           88 HALF-IS-KNOWN                   VALUE 'Y'.
      * The rules in force
       01 RULE-TABLE-AREA.
          05 RL-COUNT               PIC 9(4) COMP VALUE 0.
          05 RL-SUB                 PIC 9(4) COMP VALUE 0.
          05 RULE-TABLE OCCURS 100 TIMES.
             10 RL-RULE-ID          PIC X(06).
             10 RL-HALF-1           PIC X(08).
             10 RL-HALF-2           PIC X(08).
             10 RL-PERMISSION-1     PIC X(08).
             10 RL-PERMISSION-2     PIC X(08).
             10 RL-KEY-KIND         PIC X(01).
                88 RL-ROLE-ONLY               VALUE SPACE.
                88 RL-KEYED-BY-EMPLOYEE       VALUE 'E'.
             10 RL-DESCRIPTION      PIC X(40).
      * Role/permission map - AUTHCHK's 200-Apply-Permission-Map
       01 WS-GRANT-ROLE             PIC X(01) VALUE SPACE.
       01 WS-GRANT-PERMISSION       PIC X(08) VALUE SPACES.
       01 WS-GRANTED-SW             PIC X(01) VALUE 'N'.
           88 PERMISSION-GRANTED              VALUE 'Y'.
       01 WS-GRANTED-1              PIC X(01) VALUE 'N'.
      * The period's activity - one row per user, action and key,
      * with the first and last day it was done
       01 ACTIVITY-TABLE-AREA.
          05 AV-COUNT               PIC 9(4) COMP VALUE 0.
          05 AV-SUB                 PIC 9(4) COMP VALUE 0.
          05 AV-MATCH-SUB           PIC 9(4) COMP VALUE 0.
          05 ACTIVITY-TABLE OCCURS 3000 TIMES.
             10 AV-USER             PIC X(10).
             10 AV-ACTION           PIC X(08).
             10 AV-KEY              PIC X(08).
             10 AV-FIRST-DATE       PIC X(08).
             10 AV-LAST-DATE        PIC X(08).
             10 AV-TIMES            PIC 9(5).
       01 AV-FOUND-SW               PIC X(01) VALUE 'N'.
           88 ACTIVITY-FOUND                  VALUE 'Y'.
       01 AV-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
           88 ACTIVITY-TABLE-FULL             VALUE 'Y'.
       01 WS-ACTIVITY.
          05 WA-USER                PIC X(10) VALUE SPACES.
          05 WA-ACTION              PIC X(08) VALUE SPACES.
          05 WA-KEY                 PIC X(08) VALUE SPACES.
          05 WA-DATE                PIC X(08) VALUE SPACES.
       01 WS-DATE-ISO               PIC X(10) VALUE SPACES.
       01 WS-DATE-YMD               PIC X(08) VALUE SPACES.
       01 SOD-COUNTERS.
          05 CTR-RULES              PIC 9(5) VALUE 0.
          05 CTR-RULES-BAD          PIC 9(5) VALUE 0.
          05 CTR-USERS              PIC 9(5) VALUE 0.
          05 CTR-ROLE-CONFLICTS     PIC 9(5) VALUE 0.
          05 CTR-ROLE-USERS         PIC 9(5) VALUE 0.
          05 CTR-EMPJRNL-TAKEN      PIC 9(7) VALUE 0.
          05 CTR-MSTRJRNL-TAKEN     PIC 9(7) VALUE 0.
          05 CTR-AUDITLOG-TAKEN     PIC 9(7) VALUE 0.
          05 CTR-UNATTRIBUTED       PIC 9(7) VALUE 0.
          05 CTR-ACTIVITY-CONFLICTS PIC 9(5) VALUE 0.
       01 WS-USER-CONFLICTS         PIC 9(5) VALUE 0.
      *    CONFLICT REPORT PRINT LINES
       01 REPORT-HEADING-LINE.
           05 FILLER  PIC X(44) VALUE
                  'SEGREGATION OF DUTIES CONFLICT REPORT'.
           05 FILLER  PIC X(08) VALUE 'PERIOD: '.
           05 RH-FROM               PIC X(10).
           05 FILLER  PIC X(04) VALUE ' TO '.
           05 RH-THRU               PIC X(10).
           05 FILLER  PIC X(07) VALUE '  RUN: '.
           05 RH-RUN-TIME           PIC X(15).
       01 REPORT-SECTION-LINE.
           05 RSL-TEXT              PIC X(80).
       01 RULE-COLUMN-LINE.
           05 FILLER  PIC X(44) VALUE
                  'RULE    FIRST HALF  SECOND HALF  CHECKED ON '.
           05 FILLER  PIC X(44) VALUE
                  '     DESCRIPTION'.
       01 RULE-DETAIL-LINE.
           05 RUL-RULE-ID           PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RUL-HALF-1            PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RUL-HALF-2            PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RUL-CHECKED-ON        PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RUL-DESCRIPTION       PIC X(40).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RUL-NOTE              PIC X(30).
       01 ROLE-COLUMN-LINE.
           05 FILLER  PIC X(38) VALUE
                  'USER        ROLE            STATUS    '.
           05 FILLER  PIC X(44) VALUE
                  'RULE   FIRST HALF  SECOND HALF  DESCRIPTION'.
       01 ROLE-DETAIL-LINE.
           05 RDL-USER              PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-ROLE              PIC X(14).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-STATUS            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RDL-RULE-ID           PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RDL-HALF-1            PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RDL-HALF-2            PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 RDL-DESCRIPTION       PIC X(40).
       01 ACTIVITY-COLUMN-LINE.
           05 FILLER  PIC X(40) VALUE
                  'USER        RULE    ON        KEY       '.
           05 FILLER  PIC X(41) VALUE
                  'FIRST HALF  DONE        SECOND HALF  DONE'.
           05 FILLER  PIC X(19) VALUE
                  '        DESCRIPTION'.
       01 ACTIVITY-DETAIL-LINE.
           05 ADL-USER              PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-RULE-ID           PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-KEY-KIND          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-KEY               PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-HALF-1            PIC X(08).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ADL-DATE-1            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-HALF-2            PIC X(08).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 ADL-DATE-2            PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ADL-DESCRIPTION       PIC X(40).
       01 REPORT-NOTE-LINE.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RNL-NOTE              PIC X(80).
       01 REPORT-TOTAL-LINE.
           05 RTL-LABEL             PIC X(44).
           05 RTL-COUNT             PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Check-Role-Conflicts
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 400-Load-Activity
               PERFORM 500-Check-Activity-Conflicts
               PERFORM 590-Write-Summary
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
       000-Housekeeping.
           PERFORM 300-Open-Files.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-Rules
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 020-Write-Heading
               PERFORM 150-List-Rules
           END-IF.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING CHECKED.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
           MOVE SPACES TO WS-OPTION-TOKENS.
           UNSTRING WS-OPTIONS-CARD DELIMITED BY ALL ' '
               INTO WS-OPT-TOKEN(1) WS-OPT-TOKEN(2)
                    WS-OPT-TOKEN(3) WS-OPT-TOKEN(4)
                    WS-OPT-TOKEN(5) WS-OPT-TOKEN(6).
           PERFORM 012-Validate-One-Option
               VARYING WS-OPT-SUB FROM 1 BY 1 UNTIL WS-OPT-SUB > 6.
           IF  WS-THRU-DATE = SPACES
               MOVE WS-JOB-START-TIME(1:8) TO WS-THRU-DATE
           END-IF.
           IF  WS-FROM-DATE = SPACES
               MOVE WS-THRU-DATE TO WS-FROM-DATE
               MOVE '01'         TO WS-FROM-DATE(7:2)
           END-IF.
           IF  WS-FROM-DATE > WS-THRU-DATE
               DISPLAY 'SODCHK01 - FROM ' WS-FROM-DATE
                       ' IS AFTER THRU ' WS-THRU-DATE
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       012-Validate-One-Option.
           IF  WS-OPT-TOKEN(WS-OPT-SUB) NOT = SPACES
               MOVE SPACES TO WS-OPT-LABEL
               MOVE SPACES TO WS-OPT-VALUE
               UNSTRING WS-OPT-TOKEN(WS-OPT-SUB) DELIMITED BY '='
                   INTO WS-OPT-LABEL WS-OPT-VALUE
               EVALUATE WS-OPT-LABEL
                   WHEN 'FROM'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-FROM-DATE
                   WHEN 'THRU'
                       PERFORM 015-Date-Option
                       MOVE DV-DATE-OUT TO WS-THRU-DATE
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
       019-Bad-Option.
           DISPLAY 'SODCHK01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
       020-Write-Heading.
           MOVE WS-FROM-DATE TO WS-DATE-YMD.
           PERFORM 910-Format-Date.
           MOVE WS-DATE-ISO  TO RH-FROM.
           MOVE WS-THRU-DATE TO WS-DATE-YMD.
           PERFORM 910-Format-Date.
           MOVE WS-DATE-ISO  TO RH-THRU.
           MOVE WS-JOB-START-TIME TO RH-RUN-TIME.
           WRITE REPORT-LINE-OUT FROM REPORT-HEADING-LINE.
      * No rule dataset means nothing to check against - the run is
      * refused rather than reporting a clean bill it never tested.
       100-Load-Rules.
           MOVE 'N' TO SR-EOF.
           OPEN INPUT RULE-FILE.
           IF  SR-OK
               PERFORM 105-Read-Rule
               PERFORM 110-Take-One-Rule UNTIL SR-AT-EOF
               CLOSE RULE-FILE
           ELSE
               DISPLAY 'SODRULES NOT AVAILABLE - STATUS: '
                       SR-F-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  NOT RUN-REFUSED AND RL-COUNT = ZERO
               DISPLAY 'SODCHK01 - SODRULES HOLDS NO RULES'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-Rule.
           READ RULE-FILE
               AT END MOVE 'Y' TO SR-EOF
           END-READ.
      * Each half is resolved to the permission that allows it.  A
      * rule is checked against activity only when both halves are
      * actions keyed the same way.
       110-Take-One-Rule.
           IF  SR-RULE-ID NOT = SPACES
               IF  RL-COUNT < 100
                   ADD 1 TO RL-COUNT
                   MOVE RL-COUNT       TO RL-SUB
                   MOVE SR-RULE-ID     TO RL-RULE-ID(RL-SUB)
                   MOVE SR-HALF-1      TO RL-HALF-1(RL-SUB)
                   MOVE SR-HALF-2      TO RL-HALF-2(RL-SUB)
                   MOVE SR-DESCRIPTION TO RL-DESCRIPTION(RL-SUB)
                   MOVE SR-HALF-1      TO WS-HALF
                   PERFORM 120-Resolve-Half
                   MOVE WS-HALF-PERMISSION TO RL-PERMISSION-1(RL-SUB)
                   MOVE WS-HALF-KEY-KIND   TO RL-KEY-KIND(RL-SUB)
                   MOVE SR-HALF-2      TO WS-HALF
                   PERFORM 120-Resolve-Half
                   MOVE WS-HALF-PERMISSION TO RL-PERMISSION-2(RL-SUB)
                   IF  WS-HALF-KEY-KIND NOT = RL-KEY-KIND(RL-SUB)
                       MOVE SPACE TO RL-KEY-KIND(RL-SUB)
                   END-IF
                   ADD 1 TO CTR-RULES
               ELSE
                   DISPLAY 'RULE TABLE FULL - SKIPPED ' SR-RULE-ID
                   MOVE 'Y' TO WS-WARNING-SW
               END-IF
           END-IF.
           PERFORM 105-Read-Rule.
      * An action gives its permission and key; a permission named
      * directly stands for itself and has no key.  Anything else
      * resolves to spaces and the rule is listed as not checked.
       120-Resolve-Half.
           MOVE SPACES TO WS-HALF-PERMISSION.
           MOVE SPACE  TO WS-HALF-KEY-KIND.
           MOVE 'N'    TO WS-HALF-KNOWN-SW.
           MOVE 1      TO AM-SUB.
           PERFORM 122-Match-Action
               UNTIL AM-SUB > AM-COUNT OR HALF-IS-KNOWN.
           IF  NOT HALF-IS-KNOWN
               MOVE 1 TO PM-SUB
               PERFORM 124-Match-Permission
                   UNTIL PM-SUB > PM-COUNT OR HALF-IS-KNOWN
           END-IF.
       122-Match-Action.
           IF  AM-ACTION(AM-SUB) = WS-HALF
               MOVE 'Y' TO WS-HALF-KNOWN-SW
               MOVE AM-PERMISSION(AM-SUB) TO WS-HALF-PERMISSION
               MOVE AM-KEY-KIND(AM-SUB)   TO WS-HALF-KEY-KIND
           ELSE
               ADD 1 TO AM-SUB
           END-IF.
       124-Match-Permission.
           IF  PM-PERMISSION(PM-SUB) = WS-HALF
               MOVE 'Y' TO WS-HALF-KNOWN-SW
               MOVE WS-HALF TO WS-HALF-PERMISSION
           ELSE
               ADD 1 TO PM-SUB
           END-IF.
       150-List-Rules.
           MOVE 'RULES IN FORCE' TO RSL-TEXT.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 2.
           WRITE REPORT-LINE-OUT FROM RULE-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 155-List-One-Rule
               VARYING RL-SUB FROM 1 BY 1 UNTIL RL-SUB > RL-COUNT.
       155-List-One-Rule.
           MOVE RL-RULE-ID(RL-SUB)     TO RUL-RULE-ID.
           MOVE RL-HALF-1(RL-SUB)      TO RUL-HALF-1.
           MOVE RL-HALF-2(RL-SUB)      TO RUL-HALF-2.
           MOVE RL-DESCRIPTION(RL-SUB) TO RUL-DESCRIPTION.
           MOVE SPACES                 TO RUL-NOTE.
           EVALUATE TRUE
               WHEN RL-PERMISSION-1(RL-SUB) = SPACES
               OR   RL-PERMISSION-2(RL-SUB) = SPACES
                   MOVE SPACES TO RUL-CHECKED-ON
                   MOVE 'HALF NOT KNOWN - NOT CHECKED' TO RUL-NOTE
                   ADD 1 TO CTR-RULES-BAD
                   MOVE 'Y' TO WS-WARNING-SW
               WHEN RL-ROLE-ONLY(RL-SUB)
                   MOVE 'ROLES ONLY'      TO RUL-CHECKED-ON
               WHEN RL-KEYED-BY-EMPLOYEE(RL-SUB)
                   MOVE 'ROLES/EMPLOYEE'  TO RUL-CHECKED-ON
               WHEN OTHER
                   MOVE 'ROLES/PAYEE'     TO RUL-CHECKED-ON
           END-EVALUATE.
           WRITE REPORT-LINE-OUT FROM RULE-DETAIL-LINE
               AFTER ADVANCING 1.
      * Every user on the PASSFILE against every rule - a role
      * that grants both halves is a conflict whether or not the
      * user has ever used it.
       200-Check-Role-Conflicts.
           MOVE 'ROLE CONFLICTS - USERS WHOSE ROLE GRANTS BOTH HALVES'
               TO RSL-TEXT.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE-OUT FROM ROLE-COLUMN-LINE
               AFTER ADVANCING 2.
           MOVE 'N' TO PASS-EOF.
           OPEN INPUT PASS-REC.
           IF  PASSFILE-OK
               PERFORM 205-Read-Pass-Record
               PERFORM 210-Check-One-User UNTIL PASS-AT-EOF
               CLOSE PASS-REC
           ELSE
               DISPLAY 'PASSFILE NOT AVAILABLE - STATUS: '
                       PASSFILE-F-STATUS
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           IF  CTR-ROLE-CONFLICTS = ZERO AND NOT RUN-REFUSED
               MOVE 'NO USER HOLDS A CONFLICTING PAIR' TO RNL-NOTE
               WRITE REPORT-LINE-OUT FROM REPORT-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       205-Read-Pass-Record.
           READ PASS-REC
               AT END MOVE 'Y' TO PASS-EOF
           END-READ.
      *    A USER PASSADM1 HAS RETIRED HOLDS NOTHING.
       210-Check-One-User.
           IF  PFILE-USER NOT = '*DELETED*'
               ADD 1 TO CTR-USERS
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE ZERO TO WS-USER-CONFLICTS
               PERFORM 220-Check-User-Rule
                   VARYING RL-SUB FROM 1 BY 1 UNTIL RL-SUB > RL-COUNT
               IF  WS-USER-CONFLICTS > ZERO
                   ADD 1 TO CTR-ROLE-USERS
               END-IF
           END-IF.
           PERFORM 205-Read-Pass-Record.
       220-Check-User-Rule.
           IF  RL-PERMISSION-1(RL-SUB) NOT = SPACES
           AND RL-PERMISSION-2(RL-SUB) NOT = SPACES
               MOVE PFILE-ROLE              TO WS-GRANT-ROLE
               MOVE RL-PERMISSION-1(RL-SUB) TO WS-GRANT-PERMISSION
               PERFORM 230-Role-Grants
               MOVE WS-GRANTED-SW           TO WS-GRANTED-1
               MOVE RL-PERMISSION-2(RL-SUB) TO WS-GRANT-PERMISSION
               PERFORM 230-Role-Grants
               IF  WS-GRANTED-1 = 'Y' AND PERMISSION-GRANTED
                   PERFORM 240-Write-Role-Conflict
               END-IF
           END-IF.
      * Kept in step with AUTHCHK - security-admin holds everything,
      * payroll-admin the payroll and payables work, an operator
      * none of the gated actions.
       230-Role-Grants.
           MOVE 'N' TO WS-GRANTED-SW.
           EVALUATE TRUE
               WHEN WS-GRANT-ROLE = 'S'
                   MOVE 'Y' TO WS-GRANTED-SW
               WHEN WS-GRANT-ROLE = 'P'
                    AND (WS-GRANT-PERMISSION = 'REPRINT '
                         OR WS-GRANT-PERMISSION = 'RPTPAY  '
                         OR WS-GRANT-PERMISSION = 'EMPMAINT'
                         OR WS-GRANT-PERMISSION = 'APINV   '
                         OR WS-GRANT-PERMISSION = 'APPAY   '
                         OR WS-GRANT-PERMISSION = 'BANKCHG '
                         OR WS-GRANT-PERMISSION = 'BANKAPR '
                         OR WS-GRANT-PERMISSION = 'EMPINQ  ')
                   MOVE 'Y' TO WS-GRANTED-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       240-Write-Role-Conflict.
           ADD 1 TO CTR-ROLE-CONFLICTS.
           ADD 1 TO WS-USER-CONFLICTS.
           MOVE 'Y' TO WS-WARNING-SW.
           MOVE PFILE-USER TO RDL-USER.
           EVALUATE TRUE
               WHEN ROLE-SECURITY-ADMIN
                   MOVE 'SECURITY-ADMIN' TO RDL-ROLE
               WHEN ROLE-PAYROLL-ADMIN
                   MOVE 'PAYROLL-ADMIN'  TO RDL-ROLE
               WHEN OTHER
                   MOVE 'OPERATOR'       TO RDL-ROLE
           END-EVALUATE.
           IF  ACCOUNT-DISABLED
               MOVE 'DISABLED' TO RDL-STATUS
           ELSE
               MOVE 'ACTIVE'   TO RDL-STATUS
           END-IF.
           MOVE RL-RULE-ID(RL-SUB)     TO RDL-RULE-ID.
           MOVE RL-HALF-1(RL-SUB)      TO RDL-HALF-1.
           MOVE RL-HALF-2(RL-SUB)      TO RDL-HALF-2.
           MOVE RL-DESCRIPTION(RL-SUB) TO RDL-DESCRIPTION.
           WRITE REPORT-LINE-OUT FROM ROLE-DETAIL-LINE
               AFTER ADVANCING 1.
      * The period's recorded actions, one table row per user,
      * action and employee or payee.  A source not there this run
      * is noted and the check goes on without it.
       400-Load-Activity.
           PERFORM 410-Load-Change-Journal.
           PERFORM 420-Load-Master-Journal.
           PERFORM 430-Load-Audit-Log.
           IF  ACTIVITY-TABLE-FULL
               DISPLAY 'SODCHK01 - ACTIVITY TABLE FULL - LATER '
                       'ACTIVITY NOT CHECKED'
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       410-Load-Change-Journal.
           MOVE 'N' TO CJ-EOF.
           OPEN INPUT CHANGE-JOURNAL.
           IF  CJ-OK
               PERFORM 412-Read-Change-Journal
               PERFORM 414-Take-Change-Journal UNTIL CJ-AT-EOF
               CLOSE CHANGE-JOURNAL
           ELSE
               DISPLAY 'EMPJRNL NOT AVAILABLE - STATUS: '
                       CJ-F-STATUS
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       412-Read-Change-Journal.
           READ CHANGE-JOURNAL
               AT END MOVE 'Y' TO CJ-EOF
           END-READ.
      *    AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE.
       414-Take-Change-Journal.
           IF  CJ-SOURCE = 'EMPMAINT'
           AND CJ-DATE NOT < WS-FROM-DATE
           AND CJ-DATE NOT > WS-THRU-DATE
               ADD 1 TO CTR-EMPJRNL-TAKEN
               MOVE CJ-USER TO WA-USER
               MOVE CJ-DATE TO WA-DATE
               IF  CJ-ACTION = 'A'
                   MOVE 'EMPADD  ' TO WA-ACTION
               ELSE
                   MOVE 'EMPCHG  ' TO WA-ACTION
               END-IF
               IF  CJ-AFTER-IMAGE = SPACES
                   MOVE CJ-BEFORE-IMAGE(60:8) TO WA-KEY
               ELSE
                   MOVE CJ-AFTER-IMAGE(60:8)  TO WA-KEY
               END-IF
               PERFORM 450-Add-Activity
           END-IF.
           PERFORM 412-Read-Change-Journal.
      * The EMPFILE images here are the same ones EMPJRNL carries;
      * only the address changes are taken from this journal.
       420-Load-Master-Journal.
           MOVE 'N' TO MJ-EOF.
           OPEN INPUT MASTER-JOURNAL.
           IF  MJ-OK
               PERFORM 422-Read-Master-Journal
               PERFORM 424-Take-Master-Journal UNTIL MJ-AT-EOF
               CLOSE MASTER-JOURNAL
           ELSE
               DISPLAY 'MSTRJRNL NOT AVAILABLE - STATUS: '
                       MJ-F-STATUS
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       422-Read-Master-Journal.
           READ MASTER-JOURNAL
               AT END MOVE 'Y' TO MJ-EOF
           END-READ.
       424-Take-Master-Journal.
           IF  MJ-MASTER = 'ADDRMAST'
           AND MJ-DATE NOT < WS-FROM-DATE
           AND MJ-DATE NOT > WS-THRU-DATE
               ADD 1 TO CTR-MSTRJRNL-TAKEN
               MOVE MJ-USER    TO WA-USER
               MOVE MJ-DATE    TO WA-DATE
               MOVE 'EMPCHG  ' TO WA-ACTION
               IF  MJ-AFTER-IMAGE = SPACES
                   MOVE MJ-BEFORE-IMAGE(1:8) TO WA-KEY
               ELSE
                   MOVE MJ-AFTER-IMAGE(1:8)  TO WA-KEY
               END-IF
               PERFORM 450-Add-Activity
           END-IF.
           PERFORM 422-Read-Master-Journal.
       430-Load-Audit-Log.
           MOVE 'N' TO AUDIT-EOF.
           OPEN INPUT AUDIT-REC.
           IF  AUDIT-OK
               PERFORM 432-Read-Audit-Log
               PERFORM 434-Take-Audit-Log UNTIL AUDIT-AT-EOF
               CLOSE AUDIT-REC
           ELSE
               DISPLAY 'AUDITLOG NOT AVAILABLE - STATUS: '
                       AUDIT-F-STATUS
               MOVE 'Y' TO WS-WARNING-SW
           END-IF.
       432-Read-Audit-Log.
           READ AUDIT-REC
               AT END MOVE 'Y' TO AUDIT-EOF
           END-READ.
      *    APLOAD01 AND APPAY01 LOG EACH PAYEE THEY TOUCH, BANKCHG1
      *    EACH EMPLOYEE WHOSE BANK CHANGE IT REQUESTS OR DECIDES.
       434-Take-Audit-Log.
           IF  (AUDIT-EVENT = 'AP INVOICE ' OR 'AP PAYMENT '
                           OR 'BANK REQ   ' OR 'BANK APPR  ')
           AND AUDIT-DATE NOT < WS-FROM-DATE
           AND AUDIT-DATE NOT > WS-THRU-DATE
               ADD 1 TO CTR-AUDITLOG-TAKEN
               MOVE AUDIT-USER  TO WA-USER
               MOVE AUDIT-DATE  TO WA-DATE
               MOVE AUDIT-PAYEE TO WA-KEY
               EVALUATE AUDIT-EVENT
                   WHEN 'AP INVOICE '
                       MOVE 'APINV   ' TO WA-ACTION
                   WHEN 'AP PAYMENT '
                       MOVE 'APPAY   ' TO WA-ACTION
                   WHEN 'BANK REQ   '
                       MOVE 'BANKCHG ' TO WA-ACTION
                   WHEN OTHER
                       MOVE 'BANKAPR ' TO WA-ACTION
               END-EVALUATE
               PERFORM 450-Add-Activity
           END-IF.
           PERFORM 432-Read-Audit-Log.
      *    WITH NO USER AGAINST IT AN ACTION CANNOT BE ATTRIBUTED.
       450-Add-Activity.
           ADD 1 TO WS-JOB-RECORD-COUNT.
           IF  WA-USER = SPACES
               ADD 1 TO CTR-UNATTRIBUTED
           ELSE
               MOVE 'N' TO AV-FOUND-SW
               MOVE 1   TO AV-SUB
               PERFORM 455-Match-Activity
                   UNTIL AV-SUB > AV-COUNT OR ACTIVITY-FOUND
               IF  ACTIVITY-FOUND
                   PERFORM 460-Update-Activity
               ELSE
                   PERFORM 465-Store-Activity
               END-IF
           END-IF.
       455-Match-Activity.
           IF  AV-USER(AV-SUB)   = WA-USER
           AND AV-ACTION(AV-SUB) = WA-ACTION
           AND AV-KEY(AV-SUB)    = WA-KEY
               MOVE 'Y' TO AV-FOUND-SW
           ELSE
               ADD 1 TO AV-SUB
           END-IF.
       460-Update-Activity.
           ADD 1 TO AV-TIMES(AV-SUB).
           IF  WA-DATE < AV-FIRST-DATE(AV-SUB)
               MOVE WA-DATE TO AV-FIRST-DATE(AV-SUB)
           END-IF.
           IF  WA-DATE > AV-LAST-DATE(AV-SUB)
               MOVE WA-DATE TO AV-LAST-DATE(AV-SUB)
           END-IF.
       465-Store-Activity.
           IF  AV-COUNT < 3000
               ADD 1 TO AV-COUNT
               MOVE WA-USER   TO AV-USER(AV-COUNT)
               MOVE WA-ACTION TO AV-ACTION(AV-COUNT)
               MOVE WA-KEY    TO AV-KEY(AV-COUNT)
               MOVE WA-DATE   TO AV-FIRST-DATE(AV-COUNT)
               MOVE WA-DATE   TO AV-LAST-DATE(AV-COUNT)
               MOVE 1         TO AV-TIMES(AV-COUNT)
           ELSE
               MOVE 'Y' TO AV-TABLE-FULL-SW
           END-IF.
      * For each action rule, every first-half row looks for a
      * second-half row by the same user on the same key.
       500-Check-Activity-Conflicts.
           MOVE 'ACTIVITY CONFLICTS - ONE USER PERFORMED BOTH HALVES'
               TO RSL-TEXT.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING PAGE.
           WRITE REPORT-LINE-OUT FROM ACTIVITY-COLUMN-LINE
               AFTER ADVANCING 2.
           PERFORM 510-Check-Rule-Activity
               VARYING RL-SUB FROM 1 BY 1 UNTIL RL-SUB > RL-COUNT.
           IF  CTR-ACTIVITY-CONFLICTS = ZERO
               MOVE 'NO USER PERFORMED BOTH HALVES OF A RULE'
                   TO RNL-NOTE
               WRITE REPORT-LINE-OUT FROM REPORT-NOTE-LINE
                   AFTER ADVANCING 1
           END-IF.
       510-Check-Rule-Activity.
           IF  NOT RL-ROLE-ONLY(RL-SUB)
           AND RL-PERMISSION-1(RL-SUB) NOT = SPACES
           AND RL-PERMISSION-2(RL-SUB) NOT = SPACES
               PERFORM 520-Check-First-Half
                   VARYING AV-SUB FROM 1 BY 1 UNTIL AV-SUB > AV-COUNT
           END-IF.
       520-Check-First-Half.
           IF  AV-ACTION(AV-SUB) = RL-HALF-1(RL-SUB)
               MOVE 'N' TO AV-FOUND-SW
               MOVE 1   TO AV-MATCH-SUB
               PERFORM 525-Match-Second-Half
                   UNTIL AV-MATCH-SUB > AV-COUNT OR ACTIVITY-FOUND
               IF  ACTIVITY-FOUND
                   PERFORM 530-Write-Activity-Conflict
               END-IF
           END-IF.
       525-Match-Second-Half.
           IF  AV-MATCH-SUB NOT = AV-SUB
           AND AV-ACTION(AV-MATCH-SUB) = RL-HALF-2(RL-SUB)
           AND AV-USER(AV-MATCH-SUB)   = AV-USER(AV-SUB)
           AND AV-KEY(AV-MATCH-SUB)    = AV-KEY(AV-SUB)
               MOVE 'Y' TO AV-FOUND-SW
           ELSE
               ADD 1 TO AV-MATCH-SUB
           END-IF.
       530-Write-Activity-Conflict.
           ADD 1 TO CTR-ACTIVITY-CONFLICTS.
           MOVE 'Y' TO WS-WARNING-SW.
           MOVE AV-USER(AV-SUB)        TO ADL-USER.
           MOVE RL-RULE-ID(RL-SUB)     TO ADL-RULE-ID.
           IF  RL-KEYED-BY-EMPLOYEE(RL-SUB)
               MOVE 'EMPLOYEE' TO ADL-KEY-KIND
           ELSE
               MOVE 'PAYEE'    TO ADL-KEY-KIND
           END-IF.
           MOVE AV-KEY(AV-SUB)         TO ADL-KEY.
           MOVE RL-HALF-1(RL-SUB)      TO ADL-HALF-1.
           MOVE AV-FIRST-DATE(AV-SUB)  TO WS-DATE-YMD.
           PERFORM 910-Format-Date.
           MOVE WS-DATE-ISO            TO ADL-DATE-1.
           MOVE RL-HALF-2(RL-SUB)      TO ADL-HALF-2.
           MOVE AV-FIRST-DATE(AV-MATCH-SUB) TO WS-DATE-YMD.
           PERFORM 910-Format-Date.
           MOVE WS-DATE-ISO            TO ADL-DATE-2.
           MOVE RL-DESCRIPTION(RL-SUB) TO ADL-DESCRIPTION.
           WRITE REPORT-LINE-OUT FROM ACTIVITY-DETAIL-LINE
               AFTER ADVANCING 1.
       590-Write-Summary.
           MOVE 'SUMMARY' TO RSL-TEXT.
           WRITE REPORT-LINE-OUT FROM REPORT-SECTION-LINE
               AFTER ADVANCING 3.
           MOVE 'RULES IN FORCE'                TO RTL-LABEL.
           MOVE CTR-RULES                       TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'RULES NOT CHECKED - HALF NOT KNOWN' TO RTL-LABEL.
           MOVE CTR-RULES-BAD                   TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'PASSFILE USERS CHECKED'        TO RTL-LABEL.
           MOVE CTR-USERS                       TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'USERS WHOSE ROLE GRANTS A CONFLICT' TO RTL-LABEL.
           MOVE CTR-ROLE-USERS                  TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'ROLE CONFLICTS'                TO RTL-LABEL.
           MOVE CTR-ROLE-CONFLICTS              TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'EMPJRNL CHANGES IN PERIOD'     TO RTL-LABEL.
           MOVE CTR-EMPJRNL-TAKEN               TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'MSTRJRNL ADDRESS CHANGES IN PERIOD' TO RTL-LABEL.
           MOVE CTR-MSTRJRNL-TAKEN              TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'AUDITLOG AP AND BANK ACTIONS IN PERIOD'
                                                TO RTL-LABEL.
           MOVE CTR-AUDITLOG-TAKEN              TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'ACTIONS WITH NO USER - NOT CHECKED' TO RTL-LABEL.
           MOVE CTR-UNATTRIBUTED                TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
           MOVE 'ACTIVITY CONFLICTS'            TO RTL-LABEL.
           MOVE CTR-ACTIVITY-CONFLICTS          TO RTL-COUNT.
           PERFORM 595-Write-Total-Line.
       595-Write-Total-Line.
           WRITE REPORT-LINE-OUT FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1.
       300-Open-Files.
           OPEN OUTPUT SOD-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
       600-Close-Files.
           CLOSE SOD-REPORT.
           IF  NOT RUN-REFUSED
               PERFORM 700-Write-Job-Audit-Record
           END-IF.
       700-Write-Job-Audit-Record.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE 'SODCHK01' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
       910-Format-Date.
           STRING WS-DATE-YMD(1:4) '-' WS-DATE-YMD(5:2) '-'
                  WS-DATE-YMD(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO.
