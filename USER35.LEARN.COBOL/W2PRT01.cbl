       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2PRT01.
      ***** Printed W-2 forms.  Formats each employee's year-end
      ***** figures from the PAYROLYE W2EXTR extract - the RE
      ***** employer record and one RW wage record per employee -
      ***** onto the form layout, one page per employee, with the
      ***** employee's name and mailing address from the ADDRMAST
      ***** address master positioned for window envelopes the way
      ***** CSTMT001 positions a statement's.  No more typing
      ***** addresses onto forms in January.
      ***** Before anything prints, every employee's address is
      ***** checked through ADDRCHK, and an employee with no row
      ***** on ADDRMAST or an incomplete address is listed on the
      ***** W2EXCP exception report and held from the print run
      ***** (CC 4) until EMPMAINT completes the address.
      *****
      ***** Run options come on a labeled SYSIN card, e.g.
      *****     FORM=W2C MODE=CHECK
      ***** FORM=W2 (the default) prints a W-2 for every RW record.
      ***** FORM=W2C prints a W-2c only for the employees on the
      ***** W2CORR01 corrections file W2CEXTR, showing box 1 as
      ***** previously reported and as corrected.  MODE=CHECK
      ***** lists the address exceptions without printing, so HR
      ***** can clear them ahead of the print run; MODE=PRINT (the
      ***** default) lists them and prints the rest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2-EXTRACT ASSIGN TO W2EXTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W2-F-STATUS.
           SELECT CORRECTION-EXTRACT ASSIGN TO W2CEXTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CR-F-STATUS.
           SELECT ADDRESS-MASTER ASSIGN TO ADDRMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS AM-F-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO W2EXCP.
           SELECT FORM-PRINT ASSIGN TO W2FORMS.
           SELECT JOB-AUDIT-FILE ASSIGN TO JOBAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD  W2-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS W2-EXTRACT-REC.
      * PAYROLYE's EFW2-style records - RE employer, RW wages, RT
      * totals.
       01  W2-EXTRACT-REC.
           05  WX-RECORD-TYPE     PIC X(02).
               88  WX-EMPLOYER-RECORD     VALUE 'RE'.
               88  WX-WAGE-RECORD         VALUE 'RW'.
           05  FILLER             PIC X(78).
       01  W2-EMPLOYER-REC.
           05  FILLER             PIC X(02).
           05  WE-TAX-YEAR        PIC X(04).
           05  WE-EMPLOYER-NAME   PIC X(30).
           05  WE-EIN             PIC X(09).
           05  FILLER             PIC X(35).
       01  W2-WAGE-REC.
           05  FILLER             PIC X(02).
           05  WW-EMP-ID          PIC X(08).
           05  WW-EMP-NAME        PIC X(20).
           05  WW-ANNUAL-GROSS    PIC 9(9)V99.
           05  WW-SS-WAGES        PIC 9(7)V99.
           05  WW-SS-TAX          PIC 9(7)V99.
           05  WW-MED-WAGES       PIC 9(9)V99.
           05  WW-MED-TAX         PIC 9(7)V99.
           05  FILLER             PIC X(01).
       FD  CORRECTION-EXTRACT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CORRECTION-REC.
      * W2CORR01's RC records: reported then correct box 1
       01  CORRECTION-REC.
           05  CR-RECORD-TYPE     PIC X(02).
           05  CR-EMP-ID          PIC X(08).
           05  CR-EMP-NAME        PIC X(20).
           05  CR-REPORTED-GROSS  PIC 9(9)V99.
           05  CR-CORRECT-GROSS   PIC 9(9)V99.
           05  FILLER             PIC X(28).
       FD  ADDRESS-MASTER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADDRESS-MASTER-REC.
      * Employee mailing-address master, keyed on employee ID
       01  ADDRESS-MASTER-REC.
           05  AM-EMP-ID          PIC X(08).
           05  AM-NAME            PIC X(20).
           05  AM-STREET          PIC X(25).
           05  AM-CITY            PIC X(15).
           05  AM-STATE           PIC X(02).
           05  AM-ZIP             PIC X(09).
           05  FILLER             PIC X(01).
       FD  EXCEPTION-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCEPTION-LINE-OUT.
       01  EXCEPTION-LINE-OUT     PIC X(80).
       FD  FORM-PRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FORM-LINE-OUT.
       01  FORM-LINE-OUT          PIC X(80).
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
       77 W2-F-STATUS               PIC X(02) VALUE SPACES.
           88 W2-OK                           VALUE '00'.
       77 CR-F-STATUS               PIC X(02) VALUE SPACES.
           88 CR-OK                           VALUE '00'.
       77 AM-F-STATUS               PIC X(02) VALUE SPACES.
           88 AM-OK                           VALUE '00'.
       77 W2-EOF                    PIC X(01) VALUE 'N'.
           88 W2-AT-EOF                       VALUE 'Y'.
       77 CR-EOF                    PIC X(01) VALUE 'N'.
           88 CR-AT-EOF                       VALUE 'Y'.
       77 AM-EOF                    PIC X(01) VALUE 'N'.
           88 AM-AT-EOF                       VALUE 'Y'.
       77 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
           88 RUN-REFUSED                     VALUE 'Y'.
       77 WS-WARNING-SW             PIC X(01) VALUE 'N'.
           88 ADDRESS-WARNING                 VALUE 'Y'.
       77 WS-FORMS-OPEN-SW          PIC X(01) VALUE 'N'.
           88 FORMS-ARE-OPEN                  VALUE 'Y'.
       77 WS-FOUND-SW               PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND                     VALUE 'Y'.
      *    LABELED RUN-OPTIONS CARD - E.G. FORM=W2C MODE=CHECK
       01 WS-OPTIONS-CARD           PIC X(80) VALUE SPACES.
       01 WS-OPTION-TOKENS.
          05 WS-OPT-TOKEN OCCURS 6 TIMES PIC X(20).
       77 WS-OPT-SUB                PIC 9 COMP VALUE 0.
       01 WS-OPT-SPLIT.
          05 WS-OPT-LABEL           PIC X(10) VALUE SPACES.
          05 WS-OPT-VALUE           PIC X(10) VALUE SPACES.
       01 WS-RUN-OPTIONS.
          05 WS-FORM-TYPE           PIC X(03) VALUE 'W2 '.
             88 PRINTING-W2                   VALUE 'W2 '.
             88 PRINTING-W2C                  VALUE 'W2C'.
          05 WS-RUN-MODE            PIC X(05) VALUE 'PRINT'.
             88 CHECK-ONLY                    VALUE 'CHECK'.
       01 WS-EMPLOYER.
          05 WS-TAX-YEAR            PIC X(04) VALUE SPACES.
          05 WS-EMPLOYER-NAME       PIC X(30) VALUE SPACES.
          05 WS-EIN                 PIC X(09) VALUE SPACES.
      * One entry per employee on the extract, plus any employee
      * the corrections file adds; the selected ones are the forms
      * this run is for.
       01 W2-TABLE-AREA.
          05 WT-COUNT               PIC 9(4) COMP VALUE 0.
          05 WT-SUB                 PIC 9(4) COMP VALUE 0.
          05 W2-TABLE OCCURS 1000 TIMES.
             10 WT-EMP-ID           PIC X(08).
             10 WT-NAME             PIC X(20).
             10 WT-GROSS            PIC 9(9)V99.
             10 WT-SS-WAGES         PIC 9(7)V99.
             10 WT-SS-TAX           PIC 9(7)V99.
             10 WT-MED-WAGES        PIC 9(9)V99.
             10 WT-MED-TAX          PIC 9(7)V99.
             10 WT-REPORTED-GROSS   PIC 9(9)V99.
             10 WT-SELECTED-SW      PIC X(01).
             10 WT-ADDR-SUB         PIC 9(4) COMP.
             10 WT-EXCEPTION        PIC X(30).
       01 W2-TABLE-FULL             PIC X(01) VALUE 'N'.
          88 W2-TABLE-IS-FULL                 VALUE 'Y'.
       01 ADDR-TABLE-AREA.
          05 AT-COUNT               PIC 9(4) COMP VALUE 0.
          05 AT-SUB                 PIC 9(4) COMP VALUE 0.
          05 ADDR-TABLE OCCURS 1000 TIMES.
             10 AT-EMP-ID           PIC X(08).
             10 AT-NAME             PIC X(20).
             10 AT-STREET           PIC X(25).
             10 AT-CITY             PIC X(15).
             10 AT-STATE            PIC X(02).
             10 AT-ZIP              PIC X(09).
       01 ADDR-TABLE-FULL           PIC X(01) VALUE 'N'.
          88 ADDR-TABLE-IS-FULL               VALUE 'Y'.
      * Shared mailing-address check - see ADDRCHK
       01 ADDRCHK-PARMS.
          05 AC-FUNCTION            PIC X(1)  VALUE SPACE.
          05 AC-FREE-FORM           PIC X(40) VALUE SPACES.
          05 AC-STREET              PIC X(25) VALUE SPACES.
          05 AC-CITY                PIC X(15) VALUE SPACES.
          05 AC-STATE               PIC X(2)  VALUE SPACES.
          05 AC-ZIP                 PIC X(9)  VALUE SPACES.
          05 AC-VALID               PIC X(1)  VALUE 'N'.
          05 AC-REASON              PIC X(30) VALUE SPACES.
       01 RUN-COUNTERS.
          05 CTR-SELECTED           PIC 9(5) VALUE 0.
          05 CTR-EXCEPTIONS         PIC 9(5) VALUE 0.
          05 CTR-PRINTED            PIC 9(5) VALUE 0.
      *    EXCEPTION REPORT LINES
       01 EXCP-HEADING-LINE.
          05 FILLER  PIC X(36) VALUE
                 'W-2 MAILING ADDRESS EXCEPTIONS'.
          05 EH-FORM                PIC X(03).
          05 FILLER  PIC X(06) VALUE SPACES.
          05 EH-RUN-TIME            PIC X(15).
       01 EXCP-COLUMN-LINE.
          05 FILLER  PIC X(41) VALUE
                 'EMP ID    EMPLOYEE NAME         EXCEPTION'.
       01 EXCP-DETAIL-LINE.
          05 EDL-EMP-ID             PIC X(08).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EDL-NAME               PIC X(20).
          05 FILLER                 PIC X(02) VALUE SPACES.
          05 EDL-REASON             PIC X(30).
       01 EXCP-TOTAL-LINE.
          05 FILLER  PIC X(11) VALUE 'SELECTED:  '.
          05 ETL-SELECTED           PIC ZZZZ9.
          05 FILLER  PIC X(14) VALUE '  EXCEPTIONS: '.
          05 ETL-EXCEPTIONS         PIC ZZZZ9.
          05 FILLER  PIC X(11) VALUE '  PRINTED: '.
          05 ETL-PRINTED            PIC ZZZZ9.
       01 EXCP-CHECK-LINE.
          05 FILLER  PIC X(40) VALUE
                 'CHECK RUN - NO FORMS PRINTED'.
      *    FORM LINES - THE THREE ADDRESS LINES SIT WHERE A WINDOW
      *    ENVELOPE SHOWS THEM, AS ON THE CSTMT001 STATEMENT.
       01 FORM-COMPANY-LINE.
          05 FILLER   PIC X(25) VALUE SPACES.
          05 FCL-EMPLOYER-NAME      PIC X(30).
       01 FORM-TITLE-LINE.
          05 FILLER   PIC X(25) VALUE SPACES.
          05 FTL-TITLE              PIC X(40).
          05 FILLER   PIC X(02) VALUE SPACES.
          05 FTL-TAX-YEAR           PIC X(04).
       01 FORM-NAME-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 FNL-NAME               PIC X(20).
       01 FORM-STREET-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 FSL-STREET             PIC X(25).
       01 FORM-CITY-LINE.
          05 FILLER   PIC X(05) VALUE SPACES.
          05 FCY-CITY               PIC X(15).
          05 FILLER   PIC X(01) VALUE SPACE.
          05 FCY-STATE              PIC X(02).
          05 FILLER   PIC X(02) VALUE SPACES.
          05 FCY-ZIP                PIC X(10).
       01 FORM-EIN-LINE.
          05 FILLER   PIC X(28) VALUE
                 'B  EMPLOYER ID NUMBER (EIN) '.
          05 FEL-EIN                PIC X(10).
       01 FORM-EMP-ID-LINE.
          05 FILLER   PIC X(28) VALUE
                 'D  EMPLOYEE NUMBER          '.
          05 FDL-EMP-ID             PIC X(08).
       01 FORM-BOX-LINE.
          05 FBL-BOX-NO             PIC X(03).
          05 FBL-LABEL              PIC X(36).
          05 FBL-AMOUNT             PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           IF  NOT RUN-REFUSED
               PERFORM 200-Check-One-Employee
                   VARYING WT-SUB FROM 1 BY 1 UNTIL WT-SUB > WT-COUNT
               IF  NOT CHECK-ONLY
                   OPEN OUTPUT FORM-PRINT
                   MOVE 'Y' TO WS-FORMS-OPEN-SW
                   PERFORM 400-Print-One-Form
                       VARYING WT-SUB FROM 1 BY 1
                       UNTIL WT-SUB > WT-COUNT
               END-IF
               PERFORM 600-Write-Totals
           END-IF.
           PERFORM 690-Close-Files.
           IF  RUN-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  ADDRESS-WARNING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       000-Housekeeping.
           OPEN EXTEND JOB-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:15) TO WS-JOB-START-TIME.
           PERFORM 010-Parse-Run-Options.
           IF  NOT RUN-REFUSED
               PERFORM 100-Load-W2-Extract
           END-IF.
           IF  NOT RUN-REFUSED AND PRINTING-W2C
               PERFORM 120-Load-Corrections
           END-IF.
           IF  NOT RUN-REFUSED
               PERFORM 140-Load-Addresses
           END-IF.
      * A table that overflowed would leave employees with no form
      * and no exception line - nobody would know to chase them.
           IF  W2-TABLE-IS-FULL OR ADDR-TABLE-IS-FULL
               DISPLAY 'W2PRT01 - TABLE FULL - RAISE THE TABLE LIMIT '
                       '- NOTHING PRINTED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE WS-FORM-TYPE      TO EH-FORM.
           MOVE WS-JOB-START-TIME TO EH-RUN-TIME.
           WRITE EXCEPTION-LINE-OUT FROM EXCP-HEADING-LINE.
           WRITE EXCEPTION-LINE-OUT FROM EXCP-COLUMN-LINE
               AFTER ADVANCING 2.
      *    A BAD OPTION ENDS THE RUN WITH CC 8 - NOTHING PRINTS.
       010-Parse-Run-Options.
           ACCEPT WS-OPTIONS-CARD.
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
                   WHEN 'FORM'
                       IF  WS-OPT-VALUE = 'W2' OR 'W2C'
                           MOVE WS-OPT-VALUE TO WS-FORM-TYPE
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN 'MODE'
                       IF  WS-OPT-VALUE = 'CHECK' OR 'PRINT'
                           MOVE WS-OPT-VALUE TO WS-RUN-MODE
                       ELSE
                           PERFORM 019-Bad-Option
                       END-IF
                   WHEN OTHER
                       PERFORM 019-Bad-Option
               END-EVALUATE
           END-IF.
       019-Bad-Option.
           DISPLAY 'W2PRT01 - BAD RUN OPTION: '
                   WS-OPT-TOKEN(WS-OPT-SUB).
           MOVE 'Y' TO WS-RUN-REFUSED-SW.
      * The extract is the form's figures - without it the run is
      * refused.  On a W-2 run every wage record is selected; on a
      * W-2c run only the corrected ones are.
       100-Load-W2-Extract.
           OPEN INPUT W2-EXTRACT.
           IF  W2-OK
               PERFORM 105-Read-W2-Extract
               PERFORM 110-Store-W2-Record UNTIL W2-AT-EOF
               CLOSE W2-EXTRACT
           ELSE
               DISPLAY 'W2PRT01 - W2EXTR FILE STATUS: ' W2-F-STATUS
               DISPLAY 'W2PRT01 - NO W-2 EXTRACT - RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       105-Read-W2-Extract.
           READ W2-EXTRACT
               AT END MOVE 'Y' TO W2-EOF
           END-READ.
       110-Store-W2-Record.
           EVALUATE TRUE
               WHEN WX-EMPLOYER-RECORD
                   MOVE WE-TAX-YEAR      TO WS-TAX-YEAR
                   MOVE WE-EMPLOYER-NAME TO WS-EMPLOYER-NAME
                   MOVE WE-EIN           TO WS-EIN
               WHEN WX-WAGE-RECORD
                   IF  WT-COUNT < 1000
                       ADD 1 TO WT-COUNT
                       MOVE WW-EMP-ID       TO WT-EMP-ID(WT-COUNT)
                       MOVE WW-EMP-NAME     TO WT-NAME(WT-COUNT)
                       MOVE WW-ANNUAL-GROSS TO WT-GROSS(WT-COUNT)
                       MOVE WW-SS-WAGES     TO WT-SS-WAGES(WT-COUNT)
                       MOVE WW-SS-TAX       TO WT-SS-TAX(WT-COUNT)
                       MOVE WW-MED-WAGES    TO WT-MED-WAGES(WT-COUNT)
                       MOVE WW-MED-TAX      TO WT-MED-TAX(WT-COUNT)
                       MOVE WW-ANNUAL-GROSS
                           TO WT-REPORTED-GROSS(WT-COUNT)
                       MOVE 0               TO WT-ADDR-SUB(WT-COUNT)
                       MOVE SPACES          TO WT-EXCEPTION(WT-COUNT)
                       IF  PRINTING-W2
                           MOVE 'Y' TO WT-SELECTED-SW(WT-COUNT)
                       ELSE
                           MOVE 'N' TO WT-SELECTED-SW(WT-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO W2-TABLE-FULL
                   END-IF
           END-EVALUATE.
           PERFORM 105-Read-W2-Extract.
       120-Load-Corrections.
           OPEN INPUT CORRECTION-EXTRACT.
           IF  CR-OK
               PERFORM 125-Read-Correction
               PERFORM 130-Apply-One-Correction UNTIL CR-AT-EOF
               CLOSE CORRECTION-EXTRACT
           ELSE
               DISPLAY 'W2PRT01 - W2CEXTR FILE STATUS: ' CR-F-STATUS
               DISPLAY 'W2PRT01 - NO CORRECTIONS FILE FOR A W-2C RUN '
                       '- RUN REFUSED'
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           END-IF.
       125-Read-Correction.
           READ CORRECTION-EXTRACT
               AT END MOVE 'Y' TO CR-EOF
           END-READ.
      * An employee added since transmission has no wage record and
      * comes in with nothing previously reported.
       130-Apply-One-Correction.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1   TO WT-SUB.
           PERFORM 135-Match-W2-Entry
               UNTIL WT-SUB > WT-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
               IF  WT-COUNT < 1000
                   ADD 1 TO WT-COUNT
                   MOVE WT-COUNT    TO WT-SUB
                   MOVE CR-EMP-ID   TO WT-EMP-ID(WT-SUB)
                   MOVE CR-EMP-NAME TO WT-NAME(WT-SUB)
                   MOVE ZEROS       TO WT-SS-WAGES(WT-SUB)
                                       WT-SS-TAX(WT-SUB)
                                       WT-MED-WAGES(WT-SUB)
                                       WT-MED-TAX(WT-SUB)
                   MOVE 0           TO WT-ADDR-SUB(WT-SUB)
                   MOVE SPACES      TO WT-EXCEPTION(WT-SUB)
                   MOVE 'Y'         TO WS-FOUND-SW
               ELSE
                   MOVE 'Y' TO W2-TABLE-FULL
               END-IF
           END-IF.
           IF  ENTRY-FOUND
               MOVE CR-REPORTED-GROSS TO WT-REPORTED-GROSS(WT-SUB)
               MOVE CR-CORRECT-GROSS  TO WT-GROSS(WT-SUB)
               MOVE 'Y'               TO WT-SELECTED-SW(WT-SUB)
           END-IF.
           PERFORM 125-Read-Correction.
       135-Match-W2-Entry.
           IF  WT-EMP-ID(WT-SUB) = CR-EMP-ID
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO WT-SUB
           END-IF.
      * Without the address master nothing can be mailed - every
      * selected employee lists as an exception.
       140-Load-Addresses.
           OPEN INPUT ADDRESS-MASTER.
           IF  AM-OK
               PERFORM 145-Read-Address
               PERFORM 150-Store-Address UNTIL AM-AT-EOF
               CLOSE ADDRESS-MASTER
           ELSE
               DISPLAY 'W2PRT01 - ADDRMAST FILE STATUS: ' AM-F-STATUS
               DISPLAY 'W2PRT01 - NO ADDRESS MASTER - EVERY FORM HELD'
           END-IF.
       145-Read-Address.
           READ ADDRESS-MASTER
               AT END MOVE 'Y' TO AM-EOF
           END-READ.
       150-Store-Address.
           IF  AT-COUNT < 1000
               ADD 1 TO AT-COUNT
               MOVE AM-EMP-ID TO AT-EMP-ID(AT-COUNT)
               MOVE AM-NAME   TO AT-NAME(AT-COUNT)
               MOVE AM-STREET TO AT-STREET(AT-COUNT)
               MOVE AM-CITY   TO AT-CITY(AT-COUNT)
               MOVE AM-STATE  TO AT-STATE(AT-COUNT)
               MOVE AM-ZIP    TO AT-ZIP(AT-COUNT)
           ELSE
               MOVE 'Y' TO ADDR-TABLE-FULL
           END-IF.
           PERFORM 145-Read-Address.
      * Every selected employee is proved mailable before any form
      * prints; the ones that are not list here and are held.
       200-Check-One-Employee.
           IF  WT-SELECTED-SW(WT-SUB) = 'Y'
               ADD 1 TO CTR-SELECTED
               ADD 1 TO WS-JOB-RECORD-COUNT
               MOVE 'N' TO WS-FOUND-SW
               MOVE 1   TO AT-SUB
               PERFORM 210-Match-Address
                   UNTIL AT-SUB > AT-COUNT OR ENTRY-FOUND
               IF  ENTRY-FOUND
                   MOVE AT-SUB TO WT-ADDR-SUB(WT-SUB)
                   MOVE SPACE            TO AC-FUNCTION
                   MOVE AT-STREET(AT-SUB) TO AC-STREET
                   MOVE AT-CITY(AT-SUB)   TO AC-CITY
                   MOVE AT-STATE(AT-SUB)  TO AC-STATE
                   MOVE AT-ZIP(AT-SUB)    TO AC-ZIP
                   CALL 'ADDRCHK' USING ADDRCHK-PARMS
                   IF  AC-VALID NOT = 'Y'
                       MOVE AC-REASON TO WT-EXCEPTION(WT-SUB)
                   END-IF
               ELSE
                   MOVE 'NO ADDRESS ON ADDRESS MASTER'
                       TO WT-EXCEPTION(WT-SUB)
               END-IF
               IF  WT-EXCEPTION(WT-SUB) NOT = SPACES
                   ADD 1 TO CTR-EXCEPTIONS
                   MOVE 'Y' TO WS-WARNING-SW
                   MOVE WT-EMP-ID(WT-SUB)    TO EDL-EMP-ID
                   MOVE WT-NAME(WT-SUB)      TO EDL-NAME
                   MOVE WT-EXCEPTION(WT-SUB) TO EDL-REASON
                   WRITE EXCEPTION-LINE-OUT FROM EXCP-DETAIL-LINE
                       AFTER ADVANCING 1
               END-IF
           END-IF.
       210-Match-Address.
           IF  AT-EMP-ID(AT-SUB) = WT-EMP-ID(WT-SUB)
               MOVE 'Y' TO WS-FOUND-SW
           ELSE
               ADD 1 TO AT-SUB
           END-IF.
      * One page per mailable employee.  The name on the envelope
      * is the address master's, which is not cut short the way
      * the extract's is.
       400-Print-One-Form.
           IF  WT-SELECTED-SW(WT-SUB) = 'Y'
           AND WT-EXCEPTION(WT-SUB) = SPACES
               MOVE WT-ADDR-SUB(WT-SUB) TO AT-SUB
               MOVE WS-EMPLOYER-NAME TO FCL-EMPLOYER-NAME
               WRITE FORM-LINE-OUT FROM FORM-COMPANY-LINE
                   AFTER ADVANCING PAGE
               IF  PRINTING-W2C
                   MOVE 'FORM W-2C  CORRECTED WAGE AND TAX STMT'
                       TO FTL-TITLE
               ELSE
                   MOVE 'FORM W-2  WAGE AND TAX STATEMENT'
                       TO FTL-TITLE
               END-IF
               MOVE WS-TAX-YEAR TO FTL-TAX-YEAR
               WRITE FORM-LINE-OUT FROM FORM-TITLE-LINE
                   AFTER ADVANCING 1
               MOVE SPACES TO FORM-LINE-OUT
               WRITE FORM-LINE-OUT AFTER ADVANCING 1
               IF  AT-NAME(AT-SUB) NOT = SPACES
                   MOVE AT-NAME(AT-SUB) TO FNL-NAME
               ELSE
                   MOVE WT-NAME(WT-SUB) TO FNL-NAME
               END-IF
               WRITE FORM-LINE-OUT FROM FORM-NAME-LINE
                   AFTER ADVANCING 1
               MOVE AT-STREET(AT-SUB) TO FSL-STREET
               WRITE FORM-LINE-OUT FROM FORM-STREET-LINE
                   AFTER ADVANCING 1
               MOVE AT-CITY(AT-SUB)  TO FCY-CITY
               MOVE AT-STATE(AT-SUB) TO FCY-STATE
               MOVE SPACES           TO FCY-ZIP
               IF  AT-ZIP(AT-SUB)(6:4) = SPACES
                   MOVE AT-ZIP(AT-SUB)(1:5) TO FCY-ZIP
               ELSE
                   STRING AT-ZIP(AT-SUB)(1:5) '-'
                          AT-ZIP(AT-SUB)(6:4)
                          DELIMITED BY SIZE INTO FCY-ZIP
               END-IF
               WRITE FORM-LINE-OUT FROM FORM-CITY-LINE
                   AFTER ADVANCING 1
               MOVE SPACES TO FEL-EIN
               STRING WS-EIN(1:2) '-' WS-EIN(3:7)
                   DELIMITED BY SIZE INTO FEL-EIN
               WRITE FORM-LINE-OUT FROM FORM-EIN-LINE
                   AFTER ADVANCING 3
               MOVE WT-EMP-ID(WT-SUB) TO FDL-EMP-ID
               WRITE FORM-LINE-OUT FROM FORM-EMP-ID-LINE
                   AFTER ADVANCING 1
               IF  PRINTING-W2C
                   PERFORM 420-Print-Correction-Boxes
               ELSE
                   PERFORM 410-Print-Wage-Boxes
               END-IF
               ADD 1 TO CTR-PRINTED
           END-IF.
       410-Print-Wage-Boxes.
           MOVE ' 1 '                      TO FBL-BOX-NO.
           MOVE 'WAGES, TIPS, OTHER COMPENSATION'
                                           TO FBL-LABEL.
           MOVE WT-GROSS(WT-SUB)           TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 2.
           MOVE ' 3 '                      TO FBL-BOX-NO.
           MOVE 'SOCIAL SECURITY WAGES'    TO FBL-LABEL.
           MOVE WT-SS-WAGES(WT-SUB)        TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 1.
           MOVE ' 4 '                      TO FBL-BOX-NO.
           MOVE 'SOCIAL SECURITY TAX WITHHELD'
                                           TO FBL-LABEL.
           MOVE WT-SS-TAX(WT-SUB)          TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 1.
           MOVE ' 5 '                      TO FBL-BOX-NO.
           MOVE 'MEDICARE WAGES AND TIPS'  TO FBL-LABEL.
           MOVE WT-MED-WAGES(WT-SUB)       TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 1.
           MOVE ' 6 '                      TO FBL-BOX-NO.
           MOVE 'MEDICARE TAX WITHHELD'    TO FBL-LABEL.
           MOVE WT-MED-TAX(WT-SUB)         TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 1.
      * W2CORR01 corrects box 1 only, so box 1 is the one the W-2c
      * completes - as previously reported, then as corrected.
       420-Print-Correction-Boxes.
           MOVE ' 1 '                      TO FBL-BOX-NO.
           MOVE 'WAGES - PREVIOUSLY REPORTED'
                                           TO FBL-LABEL.
           MOVE WT-REPORTED-GROSS(WT-SUB)  TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 2.
           MOVE ' 1 '                      TO FBL-BOX-NO.
           MOVE 'WAGES - CORRECT INFORMATION'
                                           TO FBL-LABEL.
           MOVE WT-GROSS(WT-SUB)           TO FBL-AMOUNT.
           WRITE FORM-LINE-OUT FROM FORM-BOX-LINE
               AFTER ADVANCING 1.
       600-Write-Totals.
           MOVE CTR-SELECTED   TO ETL-SELECTED.
           MOVE CTR-EXCEPTIONS TO ETL-EXCEPTIONS.
           MOVE CTR-PRINTED    TO ETL-PRINTED.
           WRITE EXCEPTION-LINE-OUT FROM EXCP-TOTAL-LINE
               AFTER ADVANCING 2.
           IF  CHECK-ONLY
               WRITE EXCEPTION-LINE-OUT FROM EXCP-CHECK-LINE
                   AFTER ADVANCING 1
           END-IF.
       690-Close-Files.
           CLOSE EXCEPTION-REPORT.
           IF  FORMS-ARE-OPEN
               CLOSE FORM-PRINT
           END-IF.
           PERFORM 700-Write-Job-Audit-Record.
       700-Write-Job-Audit-Record.
           MOVE 'W2PRT01 ' TO JA-JOB-NAME.
           MOVE WS-JOB-START-TIME TO JA-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:15) TO JA-END-TIME.
           MOVE WS-JOB-RECORD-COUNT TO JA-RECORD-COUNT.
           WRITE JOB-AUDIT-REC.
           CLOSE JOB-AUDIT-FILE.
